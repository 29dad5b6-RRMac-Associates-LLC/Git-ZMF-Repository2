       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS224.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Past-due borrower notice batch.  RRMBS208 ages the book
      *     and refers 90-day loans to the collections agency, but
      *     the borrower never heard from us on the way there.  This
      *     program walks the Loan Master with RRMBS208's aging (same
      *     15-day grace, days past LM-NEXT-DUE-DATE) and writes the
      *     notices a delinquency owes the borrower to the print
      *     vendor's letter file (NOTICEFL), in the STMTFILE block
      *     layout:
      *       - a late notice once the loan is past the grace period
      *       - an early-intervention notice from the 36th day, so
      *         it is in the mail by the 45th
      *       - a breach/demand letter from the 60th day, giving a
      *         cure date 30 days out - the loan reaches RRMBS208's
      *         90-day referral only after the cure period has run
      *     Each letter carries the mailing block off BORRMAST and
      *     the total amount due: the payments missed since
      *     LM-NEXT-DUE-DATE plus LM-LATE-FEE-BALANCE.  What was sent
      *     is kept on the notice-history file (NOTCHIST, rrmbc225),
      *     keyed loan + due date, so each notice goes out once per
      *     delinquency episode; RRMBS208 reads it to prove the
      *     breach letter before referring the loan.
      *     A borrower flagged mail-hold, a loan with a forbearance
      *     in force on WORKOUT, and a borrower with no BORRMAST
      *     record get no letter - each is listed and counted on the
      *     control report (NOTCRPT) and picked up on a later night
      *     once cleared.  Run id off SYSIN columns 1-8 (RRMBS206
      *     convention).  Run after RRMBS208 so the night's late fee
      *     is in the amount due.  RC 8 when BORRMAST or NOTCHIST
      *     cannot be opened - no letter is written that could not
      *     be addressed or recorded; NOTCHIST is created only on
      *     the first run (status 35).  RC 4 when a letter went out
      *     but its NOTCHIST record could not be written.
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
           SELECT WORKOUT-PLAN-FILE ASSIGN TO 'WORKOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-PLAN-KEY
               FILE STATUS IS WS-WORKOUT-STATUS.
           SELECT NOTICE-HISTORY-FILE ASSIGN TO 'NOTCHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NH-NOTICE-KEY
               FILE STATUS IS WS-NOTICE-HIST-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'NOTICEFL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT NOTICE-REPORT-FILE ASSIGN TO 'NOTCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY rrmbc197.

       FD  BORROWER-MASTER-FILE.
           COPY rrmbc209.

       FD  WORKOUT-PLAN-FILE.
           COPY rrmbc222.

       FD  NOTICE-HISTORY-FILE.
           COPY rrmbc225.

       FD  NOTICE-FILE.
       01  NOTICE-LINE                  PIC X(80).

       FD  NOTICE-REPORT-FILE.
       01  NOTICE-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MASTER-STATUS      PIC XX.
           88 WS-LM-STATUS-OK            VALUE '00'.
       01 WS-BORROWER-STATUS         PIC XX.
           88 WS-BORROWER-OK             VALUE '00'.
           88 WS-BORROWER-NOT-FOUND      VALUE '23'.
       01 WS-WORKOUT-STATUS          PIC XX.
           88 WS-WORKOUT-OK              VALUE '00'.
       01 WS-NOTICE-HIST-STATUS      PIC XX.
           88 WS-NOTICE-HIST-OK          VALUE '00'.
           88 WS-NOTICE-HIST-NOT-FOUND   VALUE '23'.
           88 WS-NOTICE-HIST-MISSING     VALUE '35'.
       01 WS-NOTICE-STATUS           PIC XX.
       01 WS-REPORT-STATUS           PIC XX.
       01 WS-END-OF-FILE             PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.
      * Set when a file the letters cannot do without would not open
      * - nothing is mailed and the run ends RC 8.
       01 WS-RUN-SWITCH              PIC X VALUE 'N'.
           88 WS-RUN-REFUSED             VALUE 'Y'.
      * Set when WORKOUT would not open - no loan is treated as
      * being on a plan (RRMBS208 posture).
       01 WS-WORKOUT-SWITCH          PIC X VALUE 'N'.
           88 WS-WORKOUT-UNAVAILABLE     VALUE 'Y'.
       01 WS-BROWSE-SWITCH           PIC X VALUE 'N'.
           88 WS-BROWSE-DONE             VALUE 'Y'.
       01 WS-FORBEARANCE-SWITCH      PIC X VALUE 'N'.
           88 WS-FORBEARANCE-IN-FORCE    VALUE 'Y'.
      * Set per loan when the episode already has a NOTCHIST record
      * (REWRITE) rather than needing one (WRITE).
       01 WS-HISTORY-SWITCH          PIC X VALUE 'N'.
           88 WS-HISTORY-FOUND           VALUE 'Y'.
       01 WS-NOTICE-SENT-SWITCH      PIC X VALUE 'N'.
           88 WS-NOTICE-SENT             VALUE 'Y'.

       01 WS-CURRENT-DATE            PIC 9(8).

      * Run-id card (SYSIN, columns 1-8) - RRMBS206 convention.
       01 WS-PARM-CARD               PIC X(80) VALUE SPACES.
       01 WS-RUN-ID                  PIC X(8) VALUE SPACES.

      * Same grace period RRMBS208 ages and charges by - a loan gets
      * its late notice the night it is first charged a late fee.
       01 WS-GRACE-DAYS              PIC 9(3) VALUE 15.
      * Early intervention from day 36 puts the notice in the mail
      * by day 45; the breach letter from day 60 gives a 30-day cure
      * that runs out before RRMBS208's 90-day referral.
       01 WS-EARLY-NOTICE-DAYS       PIC 9(3) VALUE 36.
       01 WS-BREACH-NOTICE-DAYS      PIC 9(3) VALUE 60.
       01 WS-CURE-PERIOD-DAYS        PIC 9(3) VALUE 30.
       01 WS-DAYS-DELINQUENT         PIC S9(5).

      * Amount due on the notice.
       01 WS-PAYMENTS-PAST-DUE       PIC 9(3).
       01 WS-PAYMENTS-DUE-AMOUNT     PIC 9(7)V99.
       01 WS-FEES-DUE-AMOUNT         PIC 9(6)V99.
       01 WS-TOTAL-AMOUNT-DUE        PIC 9(7)V99.
       01 WS-CURE-DATE               PIC 9(8).

      * Notice being written: 'L' late, 'E' early intervention,
      * 'B' breach.
       01 WS-NOTICE-TYPE             PIC X.
           88 WS-LATE-NOTICE             VALUE 'L'.
           88 WS-EARLY-NOTICE            VALUE 'E'.
           88 WS-BREACH-NOTICE           VALUE 'B'.

      * End-of-run control totals.
       01 WS-LOANS-READ              PIC 9(7) VALUE ZERO.
       01 WS-LOANS-PAST-DUE          PIC 9(7) VALUE ZERO.
       01 WS-LATE-NOTICES            PIC 9(7) VALUE ZERO.
       01 WS-EARLY-NOTICES           PIC 9(7) VALUE ZERO.
       01 WS-BREACH-NOTICES          PIC 9(7) VALUE ZERO.
       01 WS-MAIL-HELD-SKIPS         PIC 9(7) VALUE ZERO.
       01 WS-WORKOUT-SKIPS           PIC 9(7) VALUE ZERO.
       01 WS-NO-ADDRESS-SKIPS        PIC 9(7) VALUE ZERO.
       01 WS-HISTORY-ERRORS          PIC 9(7) VALUE ZERO.

      * Letter block, one per notice, fixed 80-byte lines in the
      * layout agreed with the print vendor for STMTFILE (RRMBS202).
      * The asterisk rule is the vendor's document separator.
       01 WS-SEPARATOR-LINE.
           05 FILLER PIC X(40) VALUE ALL '*'.

       01 WS-NTC-HEADER.
           05 WS-NTC-TITLE           PIC X(30).
           05 FILLER                 PIC X(2) VALUE '- '.
           05 WS-NTC-DATE            PIC 9(8).

      * Borrower mailing block - name and address off BORRMAST, as
      * on the statement, so the vendor's envelope window finds it.
       01 WS-NTC-MAIL-NAME-LINE.
           05 FILLER                 PIC X(10) VALUE 'MAIL TO:  '.
           05 WS-NTC-MAIL-NAME       PIC X(25).
       01 WS-NTC-MAIL-ADDR-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 WS-NTC-MAIL-ADDR       PIC X(25).
       01 WS-NTC-MAIL-CITY-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 WS-NTC-MAIL-CITY       PIC X(15).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-NTC-MAIL-STATE      PIC X(2).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-NTC-MAIL-ZIP        PIC X(9).

       01 WS-NTC-IDENT-LINE.
           05 FILLER                 PIC X(10) VALUE 'BORROWER: '.
           05 WS-NTC-BORROWER        PIC X(8).
           05 FILLER                 PIC X(8)  VALUE '   LOAN '.
           05 WS-NTC-LOAN-NUMBER     PIC 9(4).

       01 WS-NTC-DUE-LINE.
           05 FILLER                 PIC X(22) VALUE
               'PAYMENT DUE SINCE:    '.
           05 WS-NTC-DUE-DATE        PIC 9(8).
       01 WS-NTC-DAYS-LINE.
           05 FILLER                 PIC X(22) VALUE
               'DAYS PAST DUE:        '.
           05 WS-NTC-DAYS            PIC ZZZZ9.
       01 WS-NTC-COUNT-LINE.
           05 FILLER                 PIC X(22) VALUE
               'PAYMENTS PAST DUE:    '.
           05 WS-NTC-PAYMENT-COUNT   PIC ZZ9.
           05 FILLER                 PIC X(4)  VALUE ' AT '.
           05 WS-NTC-PAYMENT         PIC ZZZ,ZZ9.99.
       01 WS-NTC-PAYMENTS-LINE.
           05 FILLER                 PIC X(22) VALUE
               'PAST-DUE PAYMENTS:    '.
           05 WS-NTC-PAYMENTS-DUE    PIC Z,ZZZ,ZZ9.99.
       01 WS-NTC-FEES-LINE.
           05 FILLER                 PIC X(22) VALUE
               'LATE FEES OUTSTANDING:'.
           05 WS-NTC-FEES-DUE        PIC Z,ZZZ,ZZ9.99.
       01 WS-NTC-TOTAL-LINE.
           05 FILLER                 PIC X(22) VALUE
               'TOTAL AMOUNT DUE:     '.
           05 WS-NTC-TOTAL-DUE       PIC Z,ZZZ,ZZ9.99.
      * Breach letter only - the date the default must be cured by.
       01 WS-NTC-CURE-LINE.
           05 FILLER                 PIC X(22) VALUE
               'PAY IN FULL BY:       '.
           05 WS-NTC-CURE-DATE       PIC 9(8).

       01 WS-NTC-TEXT-LINE.
           05 WS-NTC-TEXT            PIC X(44).

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS224 PAST-DUE NOTICES   RUN '.
           05 WS-HDG-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-HDG-DATE            PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(4)  VALUE 'LOAN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'BORROWER'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'DUE DATE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(5)  VALUE ' DAYS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'NOTICE / SKIP REASON'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE '  AMOUNT DUE'.

       01 WS-DETAIL-LINE.
           05 WS-DET-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-BORROWER        PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-DUE-DATE        PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-DAYS            PIC ZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-ACTION          PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT          PIC Z,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:8) TO WS-RUN-ID.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-WRITE-HEADINGS.
           IF WS-RUN-REFUSED
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 2000-READ-LOAN-MASTER
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 2100-PROCESS-ONE-LOAN
               PERFORM 2000-READ-LOAN-MASTER
           END-PERFORM.
           PERFORM 3000-WRITE-REPORT-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HISTORY-ERRORS > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS224 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
      * No mailing block, no letter - unlike the statement run there
      * is no id-only fallback for a notice the borrower must get.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF NOT WS-BORROWER-OK
               DISPLAY 'RRMBS224 - UNABLE TO OPEN BORRMAST, STATUS '
                   WS-BORROWER-STATUS ' - NO NOTICES WRITTEN'
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
           OPEN INPUT WORKOUT-PLAN-FILE.
           IF NOT WS-WORKOUT-OK
               SET WS-WORKOUT-UNAVAILABLE TO TRUE
               DISPLAY 'RRMBS224 - WORKOUT UNAVAILABLE, STATUS '
                   WS-WORKOUT-STATUS ' - NO FORBEARANCE CHECK'
           END-IF.
      * First run (status 35): the history file is created empty,
      * as RRMBS200 does BATCHCTL.  Any other failure refuses the
      * run rather than lose the record of what was sent.
           OPEN I-O NOTICE-HISTORY-FILE.
           IF WS-NOTICE-HIST-MISSING
               OPEN OUTPUT NOTICE-HISTORY-FILE
               CLOSE NOTICE-HISTORY-FILE
               OPEN I-O NOTICE-HISTORY-FILE
           END-IF.
           IF NOT WS-NOTICE-HIST-OK
               DISPLAY 'RRMBS224 - UNABLE TO OPEN NOTCHIST, STATUS '
                   WS-NOTICE-HIST-STATUS ' - NO NOTICES WRITTEN'
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY 'RRMBS224 - UNABLE TO OPEN NOTICEFL, STATUS '
                   WS-NOTICE-STATUS
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
           OPEN OUTPUT NOTICE-REPORT-FILE.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-ID       TO WS-HDG-RUN-ID.
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
           WRITE NOTICE-REPORT-LINE FROM WS-HEADING-1.
           WRITE NOTICE-REPORT-LINE FROM WS-HEADING-2.

       2000-READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
      * A hard read error is not AT END - treat any non-OK status as
      * end of input so the loop cannot re-drive the failing read.
           IF NOT WS-EOF AND NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS224 - LOANMAST READ ERROR, STATUS '
                   WS-LOAN-MASTER-STATUS ' - RUN ENDED'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * RRMBS208's aging: open loans past the grace period.
       2100-PROCESS-ONE-LOAN.
           IF LM-LOAN-STATUS NOT = 'C'
               COMPUTE WS-DAYS-DELINQUENT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
                   FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
               IF WS-DAYS-DELINQUENT > WS-GRACE-DAYS
                   ADD 1 TO WS-LOANS-PAST-DUE
                   PERFORM 2200-PROCESS-PAST-DUE-LOAN
               END-IF
           END-IF.

      * A loan on an agreed forbearance is paying the plan, a
      * mail-hold borrower has no good address, and a borrower with
      * no BORRMAST record has no address at all - none is sent a
      * letter or given a history record, so the notices go out on
      * the first night the reason clears.
       2200-PROCESS-PAST-DUE-LOAN.
           PERFORM 2210-COMPUTE-AMOUNT-DUE.
           PERFORM 2250-CHECK-FORBEARANCE.
           IF WS-FORBEARANCE-IN-FORCE
               ADD 1 TO WS-WORKOUT-SKIPS
               MOVE 'SKIP - FORBEARANCE  ' TO WS-DET-ACTION
               PERFORM 2900-WRITE-DETAIL-LINE
           ELSE
               MOVE LM-BORROWER-ID TO BR-BORROWER-ID
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-BORROWER-OK
                       ADD 1 TO WS-NO-ADDRESS-SKIPS
                       MOVE 'SKIP - NO BORRMAST  ' TO WS-DET-ACTION
                       PERFORM 2900-WRITE-DETAIL-LINE
                   WHEN BR-MAIL-HELD
                       ADD 1 TO WS-MAIL-HELD-SKIPS
                       MOVE 'SKIP - MAIL HOLD    ' TO WS-DET-ACTION
                       PERFORM 2900-WRITE-DETAIL-LINE
                   WHEN OTHER
                       PERFORM 2300-SEND-DUE-NOTICES
               END-EVALUATE
           END-IF.

      * Every scheduled payment from LM-NEXT-DUE-DATE on that has
      * come due - one, plus one per 30 days since - at the
      * scheduled payment RRMBS202 bills, plus the booked fees.
       2210-COMPUTE-AMOUNT-DUE.
           DIVIDE WS-DAYS-DELINQUENT BY 30
               GIVING WS-PAYMENTS-PAST-DUE.
           ADD 1 TO WS-PAYMENTS-PAST-DUE.
           COMPUTE WS-PAYMENTS-DUE-AMOUNT =
               WS-PAYMENTS-PAST-DUE * LM-LAST-PAYMENT-AMOUNT.
           IF LM-LATE-FEE-BALANCE NUMERIC
               MOVE LM-LATE-FEE-BALANCE TO WS-FEES-DUE-AMOUNT
           ELSE
               MOVE ZERO TO WS-FEES-DUE-AMOUNT
           END-IF.
           COMPUTE WS-TOTAL-AMOUNT-DUE =
               WS-PAYMENTS-DUE-AMOUNT + WS-FEES-DUE-AMOUNT.

      * Browses the loan's workout plans (rrmbc222) for a forbearance
      * in force today.
       2250-CHECK-FORBEARANCE.
           MOVE 'N' TO WS-FORBEARANCE-SWITCH.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           IF WS-WORKOUT-UNAVAILABLE
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE LM-LOAN-NUMBER TO WO-LOAN-NUMBER
               MOVE ZERO           TO WO-START-DATE
               START WORKOUT-PLAN-FILE
                   KEY IS NOT LESS THAN WO-PLAN-KEY
                   INVALID KEY
                       SET WS-BROWSE-DONE TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-BROWSE-DONE
               READ WORKOUT-PLAN-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-BROWSE-DONE
                   IF NOT WS-WORKOUT-OK
                     OR WO-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF WO-FORBEARANCE AND WO-PLAN-ACTIVE
                         AND WO-START-DATE NOT > WS-CURRENT-DATE
                         AND WO-END-DATE NOT < WS-CURRENT-DATE
                           SET WS-FORBEARANCE-IN-FORCE TO TRUE
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The episode's history record says which notices have gone;
      * each one whose day has come and has not gone is written now.
      * A loan first seen well behind (or back from a skip) gets
      * every notice it is owed, in order, the same night.
       2300-SEND-DUE-NOTICES.
           MOVE LM-LOAN-NUMBER   TO NH-LOAN-NUMBER.
           MOVE LM-NEXT-DUE-DATE TO NH-DUE-DATE.
           MOVE 'N' TO WS-HISTORY-SWITCH.
           MOVE 'N' TO WS-NOTICE-SENT-SWITCH.
           READ NOTICE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-NOTICE-HIST-OK
               SET WS-HISTORY-FOUND TO TRUE
           ELSE
               MOVE SPACES           TO NOTICE-HISTORY-RECORD
               MOVE LM-LOAN-NUMBER   TO NH-LOAN-NUMBER
               MOVE LM-NEXT-DUE-DATE TO NH-DUE-DATE
               MOVE ZERO TO NH-LATE-NOTICE-DATE
               MOVE ZERO TO NH-EARLY-NOTICE-DATE
               MOVE ZERO TO NH-BREACH-DATE
               MOVE ZERO TO NH-BREACH-CURE-DATE
               MOVE ZERO TO NH-BREACH-AMOUNT-DUE
           END-IF.
           IF NH-LATE-NOTICE-DATE = ZERO
               SET WS-LATE-NOTICE TO TRUE
               PERFORM 2400-WRITE-NOTICE
               MOVE WS-CURRENT-DATE TO NH-LATE-NOTICE-DATE
               ADD 1 TO WS-LATE-NOTICES
           END-IF.
           IF NH-EARLY-NOTICE-DATE = ZERO
             AND WS-DAYS-DELINQUENT NOT < WS-EARLY-NOTICE-DAYS
               SET WS-EARLY-NOTICE TO TRUE
               PERFORM 2400-WRITE-NOTICE
               MOVE WS-CURRENT-DATE TO NH-EARLY-NOTICE-DATE
               ADD 1 TO WS-EARLY-NOTICES
           END-IF.
           IF NH-BREACH-DATE = ZERO
             AND WS-DAYS-DELINQUENT NOT < WS-BREACH-NOTICE-DAYS
               SET WS-BREACH-NOTICE TO TRUE
               PERFORM 2400-WRITE-NOTICE
               MOVE WS-CURRENT-DATE     TO NH-BREACH-DATE
               MOVE WS-CURE-DATE        TO NH-BREACH-CURE-DATE
               MOVE WS-TOTAL-AMOUNT-DUE TO NH-BREACH-AMOUNT-DUE
               ADD 1 TO WS-BREACH-NOTICES
           END-IF.
           IF WS-NOTICE-SENT
               PERFORM 2500-RECORD-NOTICE-HISTORY
           END-IF.

      * One letter block in the vendor layout, and its line on the
      * control report.
       2400-WRITE-NOTICE.
           SET WS-NOTICE-SENT TO TRUE.
           MOVE WS-CURRENT-DATE          TO WS-NTC-DATE.
           MOVE LM-BORROWER-ID           TO WS-NTC-BORROWER.
           MOVE LM-LOAN-NUMBER           TO WS-NTC-LOAN-NUMBER.
           MOVE LM-NEXT-DUE-DATE         TO WS-NTC-DUE-DATE.
           MOVE WS-DAYS-DELINQUENT       TO WS-NTC-DAYS.
           MOVE WS-PAYMENTS-PAST-DUE     TO WS-NTC-PAYMENT-COUNT.
           MOVE LM-LAST-PAYMENT-AMOUNT   TO WS-NTC-PAYMENT.
           MOVE WS-PAYMENTS-DUE-AMOUNT   TO WS-NTC-PAYMENTS-DUE.
           MOVE WS-FEES-DUE-AMOUNT       TO WS-NTC-FEES-DUE.
           MOVE WS-TOTAL-AMOUNT-DUE      TO WS-NTC-TOTAL-DUE.
           EVALUATE TRUE
               WHEN WS-LATE-NOTICE
                   MOVE 'NOTICE OF LATE PAYMENT        '
                       TO WS-NTC-TITLE
                   MOVE 'LATE NOTICE         ' TO WS-DET-ACTION
               WHEN WS-EARLY-NOTICE
                   MOVE 'EARLY INTERVENTION NOTICE     '
                       TO WS-NTC-TITLE
                   MOVE 'EARLY INTERVENTION  ' TO WS-DET-ACTION
               WHEN WS-BREACH-NOTICE
                   MOVE 'NOTICE OF DEFAULT AND BREACH  '
                       TO WS-NTC-TITLE
                   MOVE 'BREACH LETTER       ' TO WS-DET-ACTION
                   COMPUTE WS-CURE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                        + WS-CURE-PERIOD-DAYS)
                   MOVE WS-CURE-DATE TO WS-NTC-CURE-DATE
           END-EVALUATE.
           WRITE NOTICE-LINE FROM WS-SEPARATOR-LINE.
           WRITE NOTICE-LINE FROM WS-NTC-HEADER.
           PERFORM 2450-WRITE-MAILING-BLOCK.
           WRITE NOTICE-LINE FROM WS-NTC-IDENT-LINE.
           WRITE NOTICE-LINE FROM WS-NTC-DUE-LINE.
           WRITE NOTICE-LINE FROM WS-NTC-DAYS-LINE.
           WRITE NOTICE-LINE FROM WS-NTC-COUNT-LINE.
           WRITE NOTICE-LINE FROM WS-NTC-PAYMENTS-LINE.
           WRITE NOTICE-LINE FROM WS-NTC-FEES-LINE.
           WRITE NOTICE-LINE FROM WS-NTC-TOTAL-LINE.
           EVALUATE TRUE
               WHEN WS-LATE-NOTICE
                   MOVE 'YOUR MORTGAGE PAYMENT IS PAST DUE.  PLEASE'
                       TO WS-NTC-TEXT
                   WRITE NOTICE-LINE FROM WS-NTC-TEXT-LINE
                   MOVE 'REMIT THE TOTAL AMOUNT DUE SHOWN ABOVE.'
                       TO WS-NTC-TEXT
                   WRITE NOTICE-LINE FROM WS-NTC-TEXT-LINE
               WHEN WS-EARLY-NOTICE
                   MOVE 'YOUR LOAN IS DELINQUENT.  LOSS MITIGATION'
                       TO WS-NTC-TEXT
                   WRITE NOTICE-LINE FROM WS-NTC-TEXT-LINE
                   MOVE 'OPTIONS MAY BE AVAILABLE TO YOU - PLEASE'
                       TO WS-NTC-TEXT
                   WRITE NOTICE-LINE FROM WS-NTC-TEXT-LINE
                   MOVE 'CALL LOAN SERVICING TO DISCUSS THEM.'
                       TO WS-NTC-TEXT
                   WRITE NOTICE-LINE FROM WS-NTC-TEXT-LINE
               WHEN WS-BREACH-NOTICE
                   WRITE NOTICE-LINE FROM WS-NTC-CURE-LINE
                   MOVE 'YOU ARE IN DEFAULT.  IF THE TOTAL AMOUNT'
                       TO WS-NTC-TEXT
                   WRITE NOTICE-LINE FROM WS-NTC-TEXT-LINE
                   MOVE 'DUE IS NOT PAID BY THE DATE ABOVE, YOUR'
                       TO WS-NTC-TEXT
                   WRITE NOTICE-LINE FROM WS-NTC-TEXT-LINE
                   MOVE 'LOAN WILL BE REFERRED FOR COLLECTION.'
                       TO WS-NTC-TEXT
                   WRITE NOTICE-LINE FROM WS-NTC-TEXT-LINE
           END-EVALUATE.
           PERFORM 2900-WRITE-DETAIL-LINE.

      * Same mailing block as the statement's (RRMBS202 2400).
       2450-WRITE-MAILING-BLOCK.
           MOVE BR-BORROWER-NAME  TO WS-NTC-MAIL-NAME.
           MOVE BR-ADDRESS-LINE-1 TO WS-NTC-MAIL-ADDR.
           MOVE BR-CITY           TO WS-NTC-MAIL-CITY.
           MOVE BR-STATE          TO WS-NTC-MAIL-STATE.
           MOVE BR-ZIP-CODE       TO WS-NTC-MAIL-ZIP.
           WRITE NOTICE-LINE FROM WS-NTC-MAIL-NAME-LINE.
           WRITE NOTICE-LINE FROM WS-NTC-MAIL-ADDR-LINE.
           IF BR-ADDRESS-LINE-2 NOT = SPACES
               MOVE BR-ADDRESS-LINE-2 TO WS-NTC-MAIL-ADDR
               WRITE NOTICE-LINE FROM WS-NTC-MAIL-ADDR-LINE
           END-IF.
           WRITE NOTICE-LINE FROM WS-NTC-MAIL-CITY-LINE.

      * The history record is the proof of mailing - a failed write
      * is reported loudly, since the letter has already gone to
      * the vendor file and would otherwise be sent again.
       2500-RECORD-NOTICE-HISTORY.
           MOVE LM-BORROWER-ID TO NH-BORROWER-ID.
           MOVE WS-RUN-ID      TO NH-LAST-RUN-ID.
           IF WS-HISTORY-FOUND
               REWRITE NOTICE-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE NOTICE-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF NOT WS-NOTICE-HIST-OK
               ADD 1 TO WS-HISTORY-ERRORS
               DISPLAY 'RRMBS224 - NOTCHIST UPDATE FAILED FOR LOAN '
                   LM-LOAN-NUMBER ', STATUS ' WS-NOTICE-HIST-STATUS
           END-IF.

       2900-WRITE-DETAIL-LINE.
           MOVE LM-LOAN-NUMBER       TO WS-DET-LOAN-NUMBER.
           MOVE LM-BORROWER-ID       TO WS-DET-BORROWER.
           MOVE LM-NEXT-DUE-DATE     TO WS-DET-DUE-DATE.
           MOVE WS-DAYS-DELINQUENT   TO WS-DET-DAYS.
           MOVE WS-TOTAL-AMOUNT-DUE  TO WS-DET-AMOUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-WRITE-REPORT-TOTALS.
           MOVE 'LOANS PAST DUE           ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-PAST-DUE           TO WS-TOT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LATE NOTICES             ' TO WS-TOT-LABEL.
           MOVE WS-LATE-NOTICES             TO WS-TOT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EARLY INTERVENTION       ' TO WS-TOT-LABEL.
           MOVE WS-EARLY-NOTICES            TO WS-TOT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BREACH LETTERS           ' TO WS-TOT-LABEL.
           MOVE WS-BREACH-NOTICES           TO WS-TOT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - MAIL HOLD      ' TO WS-TOT-LABEL.
           MOVE WS-MAIL-HELD-SKIPS          TO WS-TOT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - FORBEARANCE    ' TO WS-TOT-LABEL.
           MOVE WS-WORKOUT-SKIPS            TO WS-TOT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - NO BORRMAST    ' TO WS-TOT-LABEL.
           MOVE WS-NO-ADDRESS-SKIPS         TO WS-TOT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY UPDATES FAILED   ' TO WS-TOT-LABEL.
           MOVE WS-HISTORY-ERRORS           TO WS-TOT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS224 - NOTICE RUN TOTALS FOR RUN ' WS-RUN-ID.
           DISPLAY 'RRMBS224 -   LOANS READ          ' WS-LOANS-READ.
           DISPLAY 'RRMBS224 -   LOANS PAST DUE      '
               WS-LOANS-PAST-DUE.
           DISPLAY 'RRMBS224 -   LATE NOTICES        '
               WS-LATE-NOTICES.
           DISPLAY 'RRMBS224 -   EARLY INTERVENTION  '
               WS-EARLY-NOTICES.
           DISPLAY 'RRMBS224 -   BREACH LETTERS      '
               WS-BREACH-NOTICES.
           DISPLAY 'RRMBS224 -   MAIL-HOLD SKIPS     '
               WS-MAIL-HELD-SKIPS.
           DISPLAY 'RRMBS224 -   FORBEARANCE SKIPS   '
               WS-WORKOUT-SKIPS.
           DISPLAY 'RRMBS224 -   NO BORRMAST SKIPS   '
               WS-NO-ADDRESS-SKIPS.
           DISPLAY 'RRMBS224 -   HISTORY FAILURES    '
               WS-HISTORY-ERRORS.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE.
           CLOSE BORROWER-MASTER-FILE.
           IF NOT WS-WORKOUT-UNAVAILABLE
               CLOSE WORKOUT-PLAN-FILE
           END-IF.
           CLOSE NOTICE-HISTORY-FILE.
           CLOSE NOTICE-FILE.
           CLOSE NOTICE-REPORT-FILE.
      *End of program RRMBS224.
