       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS219.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Month-end credit bureau furnishing batch.  The shop has
      *     never reported its loans to the consumer credit bureaus;
      *     this program walks the Loan Master and writes the
      *     industry-standard Metro 2 file (METRO2, rrmbc221 - one
      *     header record, one 426-byte base segment per reported
      *     loan, one trailer record) for the bureaus to load:
      *       - account number, current balance
      *         (LM-OUTSTANDING-PRINCIPAL), scheduled monthly payment
      *         (LM-LAST-PAYMENT-AMOUNT), term, and the borrower's
      *         name and address off BORRMAST (rrmbc209) by
      *         LM-BORROWER-ID
      *       - account status and amount past due aged off
      *         LM-NEXT-DUE-DATE on the same 30/60/90 boundaries
      *         RRMBS208 buckets delinquency on, so the bureau file
      *         and the aging report cannot disagree: under 30 days
      *         '11', 30-59 '71', 60-89 '78', 90+ '80'.  Amount past
      *         due is one scheduled payment per missed period plus
      *         the outstanding late-fee balance.
      *       - a loan closed ('C') in the reporting month is
      *         reported once more as paid/closed ('13', zero
      *         balance, closed on the payoff date) so the bureaus
      *         see the payoff; loans closed in any other month are
      *         skipped.  The payoff date is the payoff posting's -
      *         the latest RRMBS200 PAYHIST record on the loan that
      *         left zero principal and was not returned, found the
      *         way RRMBS221's 2300-FIND-PAYOFF-POSTING finds it -
      *         never LM-LAST-UPDATE-DATE, which the closeout run,
      *         LNMT, APRV and RRMBS201 all restamp after payoff.  A
      *         closed loan with no payoff posting is not sent and
      *         is counted.
      *     Every record is edited before it goes out the door.  A
      *     loan failing any bureau edit (borrower id or BORRMAST
      *     record missing, name not in LAST, FIRST form, address /
      *     city / state / ZIP unusable, due date invalid, open loan
      *     with no scheduled payment or no balance) is held OFF the
      *     file and listed on the exception report (M2EXCP), one
      *     line per failed edit, naming the screen that fixes it
      *     (BRMT for borrower data, LNMT for loan data).  Record
      *     counts by account status print on M2RPT for sign-off and
      *     are carried on the trailer record.
      *     The reporting month comes off the SYSIN card, columns
      *     1-6 YYYYMM (RRMBS216 convention).  RC 4 when any loan
      *     was held on exception, or when PAYHIST cannot be opened
      *     and no closed loan can be dated; RC 8 on a bad month
      *     card.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO 'LOANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT BORROWER-MASTER-FILE ASSIGN TO 'BORRMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT METRO2-FILE ASSIGN TO 'METRO2'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METRO2-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'M2EXCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT COUNT-REPORT-FILE ASSIGN TO 'M2RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY rrmbc197.

       FD  BORROWER-MASTER-FILE.
           COPY rrmbc209.

       FD  PAYMENT-HISTORY-FILE.
           COPY rrmbc205.

       FD  METRO2-FILE.
       01  METRO2-LINE                  PIC X(426).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE        PIC X(80).

       FD  COUNT-REPORT-FILE.
       01  COUNT-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY rrmbc221.

       01 WS-LOAN-MASTER-STATUS      PIC XX.
           88 WS-LM-STATUS-OK            VALUE '00'.
           88 WS-LM-STATUS-EOF            VALUE '10'.
       01 WS-BORROWER-STATUS         PIC XX.
           88 WS-BORROWER-OK             VALUE '00'.
           88 WS-BORROWER-NOT-FOUND      VALUE '23'.
       01 WS-PAYHIST-STATUS          PIC XX.
           88 WS-PAYHIST-OK              VALUE '00'.
       01 WS-METRO2-STATUS           PIC XX.
       01 WS-EXCEPTION-STATUS        PIC XX.
       01 WS-REPORT-STATUS           PIC XX.
       01 WS-END-OF-FILE             PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.
      * Set when BORRMAST would not open.  Unlike the statement and
      * aging runs there is no usable fallback - a bureau record
      * with no name and address is rejected outright - so every
      * reportable loan goes to the exception list instead.
       01 WS-BORRMAST-SWITCH         PIC X VALUE 'N'.
           88 WS-BORRMAST-UNAVAILABLE    VALUE 'Y'.
      * Set when PAYHIST would not open - no closed loan can be
      * dated, so none is reported paid/closed this run.
       01 WS-PAYHIST-SWITCH          PIC X VALUE 'N'.
           88 WS-PAYHIST-UNAVAILABLE     VALUE 'Y'.
       01 WS-BROWSE-SWITCH           PIC X VALUE 'N'.
           88 WS-BROWSE-DONE             VALUE 'Y'.
      * Set per loan when the borrower's master record was read.
       01 WS-BORROWER-FOUND-SWITCH   PIC X VALUE 'N'.
           88 WS-BORROWER-FOUND          VALUE 'Y'.
      * Set per loan when LM-NEXT-DUE-DATE is a real calendar date
      * the loan can be aged from.
       01 WS-DUE-DATE-SWITCH         PIC X VALUE 'N'.
           88 WS-DUE-DATE-VALID          VALUE 'Y'.

       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).
       01 WS-CURRENT-TIME-BREAKDOWN REDEFINES WS-CURRENT-TIME.
           05 WS-CURRENT-HHMMSS         PIC 9(6).
           05 WS-CURRENT-HUNDREDTHS     PIC 9(2).

      * Reporting-month card (SYSIN, columns 1-6, YYYYMM).
       01 WS-PARM-CARD               PIC X(80) VALUE SPACES.
       01 WS-REPORT-YYYYMM           PIC 9(6) VALUE ZERO.

      * Payoff date of a closed loan, off its payoff posting on
      * PAYHIST (2120), for the closed-loan month test.
       01 WS-CLOSE-DATE-YYYYMMDD     PIC 9(8).
       01 WS-CLOSE-DATE-BREAKDOWN REDEFINES WS-CLOSE-DATE-YYYYMMDD.
           05 WS-CLOSE-YYYYMM           PIC 9(6).
           05 WS-CLOSE-DD               PIC 9(2).

      * Working copy of LM-NEXT-DUE-DATE for the calendar edit.
       01 WS-DUE-DATE-YYYYMMDD       PIC 9(8).
       01 WS-DUE-DATE-BREAKDOWN REDEFINES WS-DUE-DATE-YYYYMMDD.
           05 WS-DUE-YYYY               PIC 9(4).
           05 WS-DUE-MM                 PIC 9(2).
           05 WS-DUE-DD                 PIC 9(2).

      * Metro 2 dates are MMDDYYYY - every date goes through
      * 4100-FORMAT-BUREAU-DATE from YYYYMMDD.
       01 WS-DATE-IN-YYYYMMDD        PIC 9(8).
       01 WS-DATE-IN-BREAKDOWN REDEFINES WS-DATE-IN-YYYYMMDD.
           05 WS-DATE-IN-YYYY           PIC 9(4).
           05 WS-DATE-IN-MMDD           PIC 9(4).
       01 WS-DATE-OUT-MMDDYYYY       PIC 9(8).
       01 WS-DATE-OUT-BREAKDOWN REDEFINES WS-DATE-OUT-MMDDYYYY.
           05 WS-DATE-OUT-MMDD          PIC 9(4).
           05 WS-DATE-OUT-YYYY          PIC 9(4).

      * Base segment time stamp, MMDDYYYYHHMMSS.
       01 WS-TIME-STAMP.
           05 WS-STAMP-MMDDYYYY         PIC 9(8).
           05 WS-STAMP-HHMMSS           PIC 9(6).

      * Furnisher identity as enrolled with each bureau.
       01 WS-FURNISHER-ID            PIC X(20) VALUE 'RRMACMTG01'.
       01 WS-REPORTER-NAME           PIC X(40) VALUE
           'RRMAC ASSOCIATES LLC'.
       01 WS-PROGRAM-DATE            PIC 9(8) VALUE 10152026.

      * Open loans with no term on file were amortized over the
      * RRMBS196 default - report the same term.
       01 WS-DEFAULT-TERM-MONTHS     PIC 9(3) VALUE 360.

       01 WS-DAYS-DELINQUENT         PIC S9(5).
       01 WS-PERIODS-PAST-DUE        PIC 9(4).
       01 WS-AMOUNT-PAST-DUE         PIC 9(11)V99.
      * Largest whole-dollar amount a Metro 2 money field can carry.
       01 WS-BUREAU-AMOUNT-LIMIT     PIC 9(9) VALUE 999999999.
       01 WS-ACCOUNT-STATUS          PIC XX.
       01 WS-WORK-INTEGER            PIC S9(9).

      * Borrower name split out of BR-BORROWER-NAME, which BRMT
      * keys as LAST, FIRST MIDDLE.
       01 WS-NAME-SURNAME            PIC X(25).
       01 WS-NAME-GIVEN              PIC X(25).
       01 WS-NAME-FIRST              PIC X(20).
       01 WS-NAME-MIDDLE             PIC X(20).

      * Per-loan edit result and the message for the exception line.
       01 WS-EDIT-FAILURES           PIC 9(3).
       01 WS-EDIT-MESSAGE            PIC X(50).

      * End-of-run control totals.
       01 WS-LOANS-READ              PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-WRITTEN         PIC 9(7) VALUE ZERO.
       01 WS-STATUS-11-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-STATUS-71-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-STATUS-78-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-STATUS-80-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-STATUS-13-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-LOANS-EXCEPTED          PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-LINES         PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-EARLIER          PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-LATER            PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-UNDATED          PIC 9(7) VALUE ZERO.

       01 WS-EXCP-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS219 BUREAU EXCEPTIONS  FOR '.
           05 WS-EXH-MONTH           PIC 9(6).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-EXH-DATE            PIC 9(8).
       01 WS-EXCP-HEADING-2.
           05 FILLER PIC X(4)  VALUE 'LOAN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'BORROWER'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(2)  VALUE 'ST'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(50) VALUE 'EDIT FAILED (FIX ON)'.

       01 WS-EXCP-DETAIL-LINE.
           05 WS-EXD-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-EXD-BORROWER        PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-EXD-ACCOUNT-STATUS  PIC X(2).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-EXD-MESSAGE         PIC X(50).

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS219 BUREAU FILE COUNTS FOR '.
           05 WS-HDG-MONTH           PIC 9(6).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-HDG-DATE            PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(26) VALUE 'ACCOUNT STATUS'.
           05 FILLER PIC X(7)  VALUE '  COUNT'.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) NOT NUMERIC
               DISPLAY 'RRMBS219 - REPORTING MONTH CARD NOT '
                   'NUMERIC, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PARM-CARD(1:6) TO WS-REPORT-YYYYMM.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-WRITE-HEADINGS.
           PERFORM 2000-READ-LOAN-MASTER.
           PERFORM UNTIL WS-EOF
               PERFORM 2100-PROCESS-ONE-LOAN
               PERFORM 2000-READ-LOAN-MASTER
           END-PERFORM.
           PERFORM 3000-WRITE-TRAILER-RECORD.
           PERFORM 3100-WRITE-REPORT-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           IF WS-LOANS-EXCEPTED > ZERO OR WS-PAYHIST-UNAVAILABLE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS219 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF NOT WS-BORROWER-OK
               SET WS-BORRMAST-UNAVAILABLE TO TRUE
               DISPLAY 'RRMBS219 - BORRMAST UNAVAILABLE, STATUS '
                   WS-BORROWER-STATUS ' - LOANS HELD ON EXCEPTION'
           END-IF.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF NOT WS-PAYHIST-OK
               SET WS-PAYHIST-UNAVAILABLE TO TRUE
               DISPLAY 'RRMBS219 - PAYHIST UNAVAILABLE, STATUS '
                   WS-PAYHIST-STATUS ' - NO CLOSED LOANS REPORTED'
           END-IF.
           OPEN OUTPUT METRO2-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           OPEN OUTPUT COUNT-REPORT-FILE.

      * The Metro 2 header record leads the file; the report pages
      * get their usual two heading lines.
       1100-WRITE-HEADINGS.
           MOVE WS-CURRENT-DATE       TO WS-DATE-IN-YYYYMMDD.
           PERFORM 4100-FORMAT-BUREAU-DATE.
           MOVE WS-DATE-OUT-MMDDYYYY  TO WS-STAMP-MMDDYYYY.
           MOVE WS-CURRENT-HHMMSS     TO WS-STAMP-HHMMSS.
           MOVE WS-FURNISHER-ID       TO M2H-INNOVIS-PROGRAM-ID.
           MOVE WS-FURNISHER-ID       TO M2H-EQUIFAX-PROGRAM-ID.
           MOVE WS-FURNISHER-ID       TO M2H-EXPERIAN-PROGRAM-ID.
           MOVE WS-FURNISHER-ID       TO M2H-TRANSUNION-PROGRAM-ID.
           MOVE WS-DATE-OUT-MMDDYYYY  TO M2H-ACTIVITY-DATE.
           MOVE WS-DATE-OUT-MMDDYYYY  TO M2H-DATE-CREATED.
           MOVE WS-PROGRAM-DATE       TO M2H-PROGRAM-DATE.
           MOVE WS-PROGRAM-DATE       TO M2H-PROGRAM-REVISION-DATE.
           MOVE WS-REPORTER-NAME      TO M2H-REPORTER-NAME.
           MOVE SPACES                TO M2H-REPORTER-ADDRESS.
           MOVE ZERO                  TO M2H-REPORTER-TELEPHONE.
           MOVE WS-REPORTER-NAME      TO M2H-SOFTWARE-VENDOR-NAME.
           MOVE 'RRMBS'               TO M2H-SOFTWARE-VERSION.
           WRITE METRO2-LINE FROM METRO2-HEADER-RECORD.
           MOVE WS-REPORT-YYYYMM      TO WS-EXH-MONTH.
           MOVE WS-CURRENT-DATE       TO WS-EXH-DATE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCP-HEADING-1.
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCP-HEADING-2.
           MOVE WS-REPORT-YYYYMM      TO WS-HDG-MONTH.
           MOVE WS-CURRENT-DATE       TO WS-HDG-DATE.
           WRITE COUNT-REPORT-LINE FROM WS-HEADING-1.
           WRITE COUNT-REPORT-LINE FROM WS-HEADING-2.

       2000-READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
      * A hard read error is not AT END - treat any non-OK status as
      * end of input so the loop cannot re-drive the failing read.
           IF NOT WS-EOF AND NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS219 - LOANMAST READ ERROR, STATUS '
                   WS-LOAN-MASTER-STATUS ' - RUN ENDED'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * A closed loan is reported paid/closed once, in the month of
      * its payoff posting.  LM-LAST-UPDATE-DATE is no guide - the
      * closeout and maintenance programs restamp it after payoff.
       2100-PROCESS-ONE-LOAN.
           IF LM-LOAN-STATUS = 'C'
               PERFORM 2120-FIND-PAYOFF-POSTING
               EVALUATE TRUE
                   WHEN WS-CLOSE-DATE-YYYYMMDD = ZERO
                       ADD 1 TO WS-CLOSED-UNDATED
                   WHEN WS-CLOSE-YYYYMM < WS-REPORT-YYYYMM
                       ADD 1 TO WS-CLOSED-EARLIER
                   WHEN WS-CLOSE-YYYYMM > WS-REPORT-YYYYMM
                       ADD 1 TO WS-CLOSED-LATER
                   WHEN OTHER
                       MOVE '13' TO WS-ACCOUNT-STATUS
                       PERFORM 2200-REPORT-ONE-LOAN
               END-EVALUATE
           ELSE
               PERFORM 2150-AGE-OPEN-LOAN
               PERFORM 2200-REPORT-ONE-LOAN
           END-IF.

      * The payoff is the latest RRMBS200 posting on the loan that
      * left zero principal and has not been returned - the same
      * test as RRMBS221's 2300-FIND-PAYOFF-POSTING.  Zero when there
      * is none, or PAYHIST is not open.
       2120-FIND-PAYOFF-POSTING.
           MOVE ZERO TO WS-CLOSE-DATE-YYYYMMDD.
           IF WS-PAYHIST-UNAVAILABLE
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-SWITCH
               MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER
               MOVE ZERO           TO PH-PAYMENT-DATE
               START PAYMENT-HISTORY-FILE
                   KEY IS NOT LESS THAN PH-HISTORY-KEY
                   INVALID KEY
                       SET WS-BROWSE-DONE TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-BROWSE-DONE
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-BROWSE-DONE
                   IF NOT WS-PAYHIST-OK
                     OR PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM 2130-NOTE-PAYOFF-POSTING
                   END-IF
               END-IF
           END-PERFORM.

       2130-NOTE-PAYOFF-POSTING.
           IF PH-SOURCE-JOB = 'RRMBS200'
             AND PH-OUTSTANDING-PRINCIPAL = ZERO
             AND (PH-RETURNED-DATE NOT NUMERIC
                  OR PH-RETURNED-DATE = ZERO)
               MOVE PH-PAYMENT-DATE TO WS-CLOSE-DATE-YYYYMMDD
           END-IF.

      * Same day count RRMBS208 ages on; a due date that is not a
      * calendar date cannot be aged and fails the edit instead.
       2150-AGE-OPEN-LOAN.
           MOVE 'N'  TO WS-DUE-DATE-SWITCH.
           MOVE ZERO TO WS-DAYS-DELINQUENT.
           MOVE '11' TO WS-ACCOUNT-STATUS.
           IF LM-NEXT-DUE-DATE NUMERIC
               MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-YYYYMMDD
               IF WS-DUE-YYYY > 1600
                 AND WS-DUE-MM > 0 AND WS-DUE-MM < 13
                 AND WS-DUE-DD > 0 AND WS-DUE-DD < 32
                   SET WS-DUE-DATE-VALID TO TRUE
               END-IF
           END-IF.
           IF WS-DUE-DATE-VALID
               COMPUTE WS-DAYS-DELINQUENT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
                   FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-DELINQUENT < 30
                       MOVE '11' TO WS-ACCOUNT-STATUS
                   WHEN WS-DAYS-DELINQUENT < 60
                       MOVE '71' TO WS-ACCOUNT-STATUS
                   WHEN WS-DAYS-DELINQUENT < 90
                       MOVE '78' TO WS-ACCOUNT-STATUS
                   WHEN OTHER
                       MOVE '80' TO WS-ACCOUNT-STATUS
               END-EVALUATE
           END-IF.

       2200-REPORT-ONE-LOAN.
           MOVE ZERO TO WS-EDIT-FAILURES.
           PERFORM 2300-LOOK-UP-BORROWER.
           PERFORM 2400-EDIT-FOR-BUREAU.
           IF WS-EDIT-FAILURES > ZERO
               ADD 1 TO WS-LOANS-EXCEPTED
           ELSE
               PERFORM 2600-BUILD-BASE-SEGMENT
               WRITE METRO2-LINE FROM METRO2-BASE-SEGMENT
               ADD 1 TO WS-RECORDS-WRITTEN
               EVALUATE WS-ACCOUNT-STATUS
                   WHEN '11'
                       ADD 1 TO WS-STATUS-11-COUNT
                   WHEN '71'
                       ADD 1 TO WS-STATUS-71-COUNT
                   WHEN '78'
                       ADD 1 TO WS-STATUS-78-COUNT
                   WHEN '80'
                       ADD 1 TO WS-STATUS-80-COUNT
                   WHEN '13'
                       ADD 1 TO WS-STATUS-13-COUNT
               END-EVALUATE
           END-IF.

       2300-LOOK-UP-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND-SWITCH.
           IF NOT WS-BORRMAST-UNAVAILABLE
             AND LM-BORROWER-ID NOT = SPACES
               MOVE LM-BORROWER-ID TO BR-BORROWER-ID
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BORROWER-OK
                   SET WS-BORROWER-FOUND TO TRUE
               END-IF
           END-IF.

      * The bureau edits.  Each failure is one exception line, so
      * servicing sees everything wrong with the loan in one pass
      * rather than one problem per month.
       2400-EDIT-FOR-BUREAU.
           IF LM-BORROWER-ID = SPACES
               MOVE 'NO BORROWER ID ON LOAN (LNMT)' TO WS-EDIT-MESSAGE
               PERFORM 2500-WRITE-EXCEPTION-LINE
           ELSE
               IF NOT WS-BORROWER-FOUND
                   IF WS-BORRMAST-UNAVAILABLE
                       MOVE 'BORRMAST UNAVAILABLE - NOT REPORTED'
                           TO WS-EDIT-MESSAGE
                   ELSE
                       MOVE 'BORROWER NOT ON BORRMAST (BRMT)'
                           TO WS-EDIT-MESSAGE
                   END-IF
                   PERFORM 2500-WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM 2450-EDIT-BORROWER-DATA
               END-IF
           END-IF.
           IF WS-ACCOUNT-STATUS NOT = '13'
               IF NOT WS-DUE-DATE-VALID
                   MOVE 'NEXT DUE DATE INVALID (LNMT)'
                       TO WS-EDIT-MESSAGE
                   PERFORM 2500-WRITE-EXCEPTION-LINE
               END-IF
               IF LM-LAST-PAYMENT-AMOUNT NOT NUMERIC
                 OR LM-LAST-PAYMENT-AMOUNT = ZERO
                   MOVE 'OPEN LOAN WITH NO SCHEDULED PAYMENT (LNMT)'
                       TO WS-EDIT-MESSAGE
                   PERFORM 2500-WRITE-EXCEPTION-LINE
               END-IF
               IF LM-OUTSTANDING-PRINCIPAL NOT NUMERIC
                 OR LM-OUTSTANDING-PRINCIPAL = ZERO
                   MOVE 'OPEN LOAN WITH NO BALANCE (LNMT)'
                       TO WS-EDIT-MESSAGE
                   PERFORM 2500-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       2450-EDIT-BORROWER-DATA.
           MOVE SPACES TO WS-NAME-SURNAME WS-NAME-GIVEN
                          WS-NAME-FIRST WS-NAME-MIDDLE.
           UNSTRING BR-BORROWER-NAME DELIMITED BY ', ' OR ','
               INTO WS-NAME-SURNAME WS-NAME-GIVEN
           END-UNSTRING.
           UNSTRING WS-NAME-GIVEN DELIMITED BY ALL SPACE
               INTO WS-NAME-FIRST WS-NAME-MIDDLE
           END-UNSTRING.
           IF WS-NAME-SURNAME = SPACES OR WS-NAME-FIRST = SPACES
               MOVE 'NAME NOT KEYED AS LAST, FIRST (BRMT)'
                   TO WS-EDIT-MESSAGE
               PERFORM 2500-WRITE-EXCEPTION-LINE
           END-IF.
           IF BR-ADDRESS-LINE-1 = SPACES
               MOVE 'ADDRESS LINE 1 BLANK (BRMT)' TO WS-EDIT-MESSAGE
               PERFORM 2500-WRITE-EXCEPTION-LINE
           END-IF.
           IF BR-CITY = SPACES
               MOVE 'CITY BLANK (BRMT)' TO WS-EDIT-MESSAGE
               PERFORM 2500-WRITE-EXCEPTION-LINE
           END-IF.
           IF BR-STATE = SPACES OR BR-STATE NOT ALPHABETIC
               MOVE 'STATE CODE MISSING OR INVALID (BRMT)'
                   TO WS-EDIT-MESSAGE
               PERFORM 2500-WRITE-EXCEPTION-LINE
           END-IF.
           IF BR-ZIP-CODE(1:5) NOT NUMERIC
             OR (BR-ZIP-CODE(6:4) NOT NUMERIC
                 AND BR-ZIP-CODE(6:4) NOT = SPACES)
               MOVE 'ZIP CODE NOT 5 OR 9 DIGITS (BRMT)'
                   TO WS-EDIT-MESSAGE
               PERFORM 2500-WRITE-EXCEPTION-LINE
           END-IF.

       2500-WRITE-EXCEPTION-LINE.
           MOVE LM-LOAN-NUMBER       TO WS-EXD-LOAN-NUMBER.
           MOVE LM-BORROWER-ID       TO WS-EXD-BORROWER.
           MOVE WS-ACCOUNT-STATUS    TO WS-EXD-ACCOUNT-STATUS.
           MOVE WS-EDIT-MESSAGE      TO WS-EXD-MESSAGE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCP-DETAIL-LINE.
           ADD 1 TO WS-EDIT-FAILURES.
           ADD 1 TO WS-EXCEPTION-LINES.

      * Money goes to the bureau in whole dollars - the MOVE into
      * the 9(9) fields drops the cents, as the format requires.
       2600-BUILD-BASE-SEGMENT.
           MOVE WS-TIME-STAMP            TO M2B-TIME-STAMP.
           MOVE WS-FURNISHER-ID          TO M2B-IDENTIFICATION-NUMBER.
           MOVE SPACES                   TO M2B-CONSUMER-ACCOUNT-NUM.
           MOVE LM-LOAN-NUMBER           TO M2B-CONSUMER-ACCOUNT-NUM.
           MOVE ZERO                     TO M2B-DATE-OPENED.
           MOVE ZERO                     TO M2B-CREDIT-LIMIT.
           MOVE ZERO                     TO M2B-HIGHEST-CREDIT.
           IF LM-LOAN-TERM-MONTHS NOT NUMERIC
             OR LM-LOAN-TERM-MONTHS = ZERO
               MOVE WS-DEFAULT-TERM-MONTHS TO M2B-TERMS-DURATION
           ELSE
               MOVE LM-LOAN-TERM-MONTHS  TO M2B-TERMS-DURATION
           END-IF.
           MOVE ZERO                     TO M2B-ACTUAL-PAYMENT.
           MOVE WS-ACCOUNT-STATUS        TO M2B-ACCOUNT-STATUS.
           MOVE ALL 'B'                  TO M2B-PAYMENT-HISTORY.
           MOVE SPACES                   TO M2B-SPECIAL-COMMENT.
           MOVE SPACES                   TO M2B-COMPLIANCE-CONDITION.
           MOVE ZERO                     TO M2B-ORIGINAL-CHARGE-OFF.
           MOVE ZERO                     TO M2B-DATE-FIRST-DELINQUENT.
           MOVE ZERO                     TO M2B-DATE-CLOSED.
           MOVE ZERO                     TO M2B-DATE-LAST-PAYMENT.
           MOVE WS-CURRENT-DATE          TO WS-DATE-IN-YYYYMMDD.
           PERFORM 4100-FORMAT-BUREAU-DATE.
           MOVE WS-DATE-OUT-MMDDYYYY     TO M2B-DATE-ACCOUNT-INFO.
      * A rate-change date on file marks an adjustable loan.
           IF LM-RATE-CHANGE-DATE NUMERIC
             AND LM-RATE-CHANGE-DATE > ZERO
               MOVE 'V'                  TO M2B-INTEREST-TYPE
           ELSE
               MOVE 'F'                  TO M2B-INTEREST-TYPE
           END-IF.
           IF WS-ACCOUNT-STATUS = '13'
               PERFORM 2700-SET-PAID-CLOSED-FIELDS
           ELSE
               PERFORM 2800-SET-OPEN-LOAN-FIELDS
           END-IF.
           PERFORM 2900-SET-CONSUMER-FIELDS.

      * Paid/closed: zero balance and nothing past due; the payoff
      * date is both the date closed and the date of last payment.
       2700-SET-PAID-CLOSED-FIELDS.
           MOVE ZERO                     TO M2B-SCHEDULED-PAYMENT.
           MOVE '0'                      TO M2B-PAYMENT-RATING.
           MOVE ZERO                     TO M2B-CURRENT-BALANCE.
           MOVE ZERO                     TO M2B-AMOUNT-PAST-DUE.
           IF WS-CLOSE-DATE-YYYYMMDD > ZERO
               MOVE WS-CLOSE-DATE-YYYYMMDD TO WS-DATE-IN-YYYYMMDD
               PERFORM 4100-FORMAT-BUREAU-DATE
               MOVE WS-DATE-OUT-MMDDYYYY TO M2B-DATE-CLOSED
               MOVE WS-DATE-OUT-MMDDYYYY TO M2B-DATE-LAST-PAYMENT
           END-IF.

      * Open: one scheduled payment per missed 30-day period plus
      * the outstanding late-fee balance is past due.  From 30 days
      * on, the account first went delinquent 30 days after the
      * oldest unpaid due date.
       2800-SET-OPEN-LOAN-FIELDS.
           MOVE LM-LAST-PAYMENT-AMOUNT   TO M2B-SCHEDULED-PAYMENT.
           MOVE SPACE                    TO M2B-PAYMENT-RATING.
           MOVE LM-OUTSTANDING-PRINCIPAL TO M2B-CURRENT-BALANCE.
           MOVE ZERO                     TO WS-AMOUNT-PAST-DUE.
           IF WS-DAYS-DELINQUENT > ZERO
               COMPUTE WS-PERIODS-PAST-DUE =
                   WS-DAYS-DELINQUENT / 30 + 1
               COMPUTE WS-AMOUNT-PAST-DUE =
                   LM-LAST-PAYMENT-AMOUNT * WS-PERIODS-PAST-DUE
               IF LM-LATE-FEE-BALANCE NUMERIC
                   ADD LM-LATE-FEE-BALANCE TO WS-AMOUNT-PAST-DUE
               END-IF
           END-IF.
           IF WS-AMOUNT-PAST-DUE > WS-BUREAU-AMOUNT-LIMIT
               MOVE WS-BUREAU-AMOUNT-LIMIT TO WS-AMOUNT-PAST-DUE
           END-IF.
           MOVE WS-AMOUNT-PAST-DUE       TO M2B-AMOUNT-PAST-DUE.
           IF WS-ACCOUNT-STATUS NOT = '11'
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE) + 30
               COMPUTE WS-DATE-IN-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
               PERFORM 4100-FORMAT-BUREAU-DATE
               MOVE WS-DATE-OUT-MMDDYYYY TO M2B-DATE-FIRST-DELINQUENT
           END-IF.

       2900-SET-CONSUMER-FIELDS.
           MOVE WS-NAME-SURNAME          TO M2B-SURNAME.
           MOVE WS-NAME-FIRST            TO M2B-FIRST-NAME.
           MOVE WS-NAME-MIDDLE           TO M2B-MIDDLE-NAME.
           MOVE SPACE                    TO M2B-GENERATION-CODE.
           MOVE ZERO                     TO M2B-SOCIAL-SECURITY-NUM.
           MOVE ZERO                     TO M2B-DATE-OF-BIRTH.
           IF BR-PHONE-NUMBER NUMERIC
               MOVE BR-PHONE-NUMBER      TO M2B-TELEPHONE-NUMBER
           ELSE
               MOVE ZERO                 TO M2B-TELEPHONE-NUMBER
           END-IF.
           MOVE SPACES                   TO M2B-CONSUMER-INFO-IND.
           MOVE BR-ADDRESS-LINE-1        TO M2B-ADDRESS-LINE-1.
           MOVE BR-ADDRESS-LINE-2        TO M2B-ADDRESS-LINE-2.
           MOVE BR-CITY                  TO M2B-CITY.
           MOVE BR-STATE                 TO M2B-STATE.
           MOVE BR-ZIP-CODE              TO M2B-POSTAL-CODE.
           MOVE SPACE                    TO M2B-ADDRESS-INDICATOR.
           MOVE SPACE                    TO M2B-RESIDENCE-CODE.

       3000-WRITE-TRAILER-RECORD.
           MOVE WS-RECORDS-WRITTEN       TO M2T-TOTAL-BASE-RECORDS.
           MOVE ZERO                     TO M2T-TOTAL-STATUS-DF.
           MOVE ZERO                     TO M2T-TOTAL-J1-SEGMENTS.
           MOVE ZERO                     TO M2T-TOTAL-J2-SEGMENTS.
           MOVE ZERO                     TO M2T-BLOCK-COUNT.
           MOVE ZERO                     TO M2T-TOTAL-STATUS-DA.
           MOVE ZERO                     TO M2T-TOTAL-STATUS-05.
           MOVE WS-STATUS-11-COUNT       TO M2T-TOTAL-STATUS-11.
           MOVE WS-STATUS-13-COUNT       TO M2T-TOTAL-STATUS-13.
           MOVE ZERO                     TO M2T-TOTAL-STATUS-61-65.
           MOVE WS-STATUS-71-COUNT       TO M2T-TOTAL-STATUS-71.
           MOVE WS-STATUS-78-COUNT       TO M2T-TOTAL-STATUS-78.
           MOVE WS-STATUS-80-COUNT       TO M2T-TOTAL-STATUS-80.
           MOVE ZERO                     TO M2T-TOTAL-STATUS-82-97.
           MOVE ZERO                     TO M2T-OTHER-TOTALS.
           WRITE METRO2-LINE FROM METRO2-TRAILER-RECORD.

       3100-WRITE-REPORT-TOTALS.
           MOVE '11 CURRENT               ' TO WS-TOT-LABEL.
           MOVE WS-STATUS-11-COUNT          TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '71 30-59 DAYS PAST DUE   ' TO WS-TOT-LABEL.
           MOVE WS-STATUS-71-COUNT          TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '78 60-89 DAYS PAST DUE   ' TO WS-TOT-LABEL.
           MOVE WS-STATUS-78-COUNT          TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '80 90+ DAYS PAST DUE     ' TO WS-TOT-LABEL.
           MOVE WS-STATUS-80-COUNT          TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '13 PAID/CLOSED           ' TO WS-TOT-LABEL.
           MOVE WS-STATUS-13-COUNT          TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BASE RECORDS FURNISHED   ' TO WS-TOT-LABEL.
           MOVE WS-RECORDS-WRITTEN          TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HELD ON EXCEPTION        ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-EXCEPTED           TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLOSED EARLIER, NOT SENT ' TO WS-TOT-LABEL.
           MOVE WS-CLOSED-EARLIER           TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLOSED LATER, NOT SENT   ' TO WS-TOT-LABEL.
           MOVE WS-CLOSED-LATER             TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLOSED, NO PAYOFF POSTING' TO WS-TOT-LABEL.
           MOVE WS-CLOSED-UNDATED           TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS READ               ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-READ               TO WS-TOT-COUNT.
           WRITE COUNT-REPORT-LINE FROM WS-TOTAL-LINE.

       4100-FORMAT-BUREAU-DATE.
           MOVE WS-DATE-IN-MMDD          TO WS-DATE-OUT-MMDD.
           MOVE WS-DATE-IN-YYYY          TO WS-DATE-OUT-YYYY.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS219 - CREDIT BUREAU RUN TOTALS FOR MONTH '
               WS-REPORT-YYYYMM.
           DISPLAY 'RRMBS219 -   LOANS READ          ' WS-LOANS-READ.
           DISPLAY 'RRMBS219 -   RECORDS FURNISHED   '
               WS-RECORDS-WRITTEN.
           DISPLAY 'RRMBS219 -   STATUS 11           '
               WS-STATUS-11-COUNT.
           DISPLAY 'RRMBS219 -   STATUS 71           '
               WS-STATUS-71-COUNT.
           DISPLAY 'RRMBS219 -   STATUS 78           '
               WS-STATUS-78-COUNT.
           DISPLAY 'RRMBS219 -   STATUS 80           '
               WS-STATUS-80-COUNT.
           DISPLAY 'RRMBS219 -   STATUS 13           '
               WS-STATUS-13-COUNT.
           DISPLAY 'RRMBS219 -   LOANS EXCEPTED      '
               WS-LOANS-EXCEPTED.
           DISPLAY 'RRMBS219 -   EXCEPTION LINES     '
               WS-EXCEPTION-LINES.
           DISPLAY 'RRMBS219 -   CLOSED EARLIER      '
               WS-CLOSED-EARLIER.
           DISPLAY 'RRMBS219 -   CLOSED LATER        '
               WS-CLOSED-LATER.
           DISPLAY 'RRMBS219 -   CLOSED, NO PAYOFF   '
               WS-CLOSED-UNDATED.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE.
           IF NOT WS-BORRMAST-UNAVAILABLE
               CLOSE BORROWER-MASTER-FILE
           END-IF.
           IF NOT WS-PAYHIST-UNAVAILABLE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           CLOSE METRO2-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE COUNT-REPORT-FILE.
      *End of program RRMBS219.
