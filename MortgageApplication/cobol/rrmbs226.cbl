       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS226.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Nightly hazard insurance tracking batch.  RRMBS201 pays
      *     the insurance bills on DISBSCHD, but nothing checked that
      *     the property was still insured - a lapse surfaced only
      *     after a loss.  This program walks the Loan Master against
      *     the insurance policy master (INSPOL, rrmbc226, kept from
      *     the INPM screen, RRMBS225):
      *       - a policy expiring within 45 days with no renewal
      *         premium on DISBSCHD (an 'I' item for the loan due no
      *         earlier than 60 days before the expiration) gets a
      *         first expiration notice at once and a second notice
      *         from 15 days out, written to the print vendor's
      *         letter file (INSNOTFL) in the STMTFILE block layout
      *       - on the lapse date (expiration reached, still no
      *         renewal) coverage is force-placed: a premium item is
      *         appended to DISBSCHD against LM-ESCROW-INS-RESERVE
      *         (payee type 'I', due today - RRMBS201 pays it, or
      *         registers the shortage, on its next run), an
      *         IP-FORCED entry goes to AUDITLOG, and the policy
      *         master takes the force-placed term: one year from
      *         the lapse, coverage at least the outstanding
      *         principal, premium at the force-placed rate
      *       - coverage below LM-OUTSTANDING-PRINCIPAL is listed as
      *         underinsured with the shortfall
      *       - an open loan with no policy on file is listed
      *       - a policy whose expiration date is not a real calendar
      *         date is listed as BAD EXPIRATION DATE for correction
      *         on INPM - no notice, no force-placement, no coverage
      *         check
      *     The notice and force-placed dates on INSPOL make each
      *     action happen once per term.  A mail-hold borrower and a
      *     borrower with no BORRMAST record get no letter - listed
      *     and counted, and mailed the first night the reason
      *     clears; force-placement does not wait on the mail.
      *     SYSIN: run id in columns 1-8 (RRMBS206 convention), the
      *     force-placed carrier's payee name in columns 10-29
      *     (default below when blank).  Run before RRMBS201 so the
      *     night's force-placed premiums are paid the same cycle.
      *     RC 8 when LOANMAST, INSPOL, BORRMAST, DISBSCHD or INSNOTFL
      *     cannot be opened - nothing is mailed or force-placed on a
      *     partial picture; INSPOL is created only on the first
      *     run (status 35).  A force-placement whose premium
      *     cannot be written to DISBSCHD is listed as PREMIUM NOT
      *     SCHEDULED with the amount, with no audit line and no
      *     force-placed totals; the policy master already holds the
      *     placed term, so the premium is scheduled by hand.  RC 4
      *     when a policy update failed, a premium was not
      *     scheduled, or an expiration date was bad.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO 'LOANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT INSURANCE-POLICY-FILE ASSIGN TO 'INSPOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IP-LOAN-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT BORROWER-MASTER-FILE ASSIGN TO 'BORRMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.
           SELECT DISB-SCHED-FILE ASSIGN TO 'DISBSCHD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INS-NOTICE-FILE ASSIGN TO 'INSNOTFL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT INS-REPORT-FILE ASSIGN TO 'INSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY rrmbc197.

       FD  INSURANCE-POLICY-FILE.
           COPY rrmbc226.

       FD  BORROWER-MASTER-FILE.
           COPY rrmbc209.

       FD  DISB-SCHED-FILE.
       01  DISB-SCHED-LINE              PIC X(80).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-LINE                   PIC X(80).

       FD  INS-NOTICE-FILE.
       01  INS-NOTICE-LINE              PIC X(80).

       FD  INS-REPORT-FILE.
       01  INS-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY rrmbc206.
           COPY rrmbc202.

       01 WS-LOAN-MASTER-STATUS      PIC XX.
           88 WS-LM-STATUS-OK            VALUE '00'.
       01 WS-POLICY-STATUS           PIC XX.
           88 WS-POLICY-OK               VALUE '00'.
           88 WS-POLICY-NOT-FOUND        VALUE '23'.
           88 WS-POLICY-MISSING          VALUE '35'.
       01 WS-BORROWER-STATUS         PIC XX.
           88 WS-BORROWER-OK             VALUE '00'.
       01 WS-SCHED-STATUS            PIC XX.
           88 WS-SCHED-OK                VALUE '00'.
       01 WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK                VALUE '00'.
       01 WS-NOTICE-STATUS           PIC XX.
       01 WS-REPORT-STATUS           PIC XX.
       01 WS-END-OF-FILE             PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.
       01 WS-SCHED-EOF-SWITCH        PIC X VALUE 'N'.
           88 WS-SCHED-EOF               VALUE 'Y'.
      * Set when a file the run cannot do without would not open -
      * nothing is mailed or force-placed and the run ends RC 8.
       01 WS-RUN-SWITCH              PIC X VALUE 'N'.
           88 WS-RUN-REFUSED             VALUE 'Y'.
      * Tracks which files were opened, for the close.
       01 WS-SCHED-OPEN-SWITCH       PIC X VALUE 'N'.
           88 WS-SCHED-OPEN              VALUE 'Y'.
       01 WS-POLICY-OPEN-SWITCH      PIC X VALUE 'N'.
           88 WS-POLICY-OPEN             VALUE 'Y'.
      * Set by 2550 when the force-placed premium card could not be
      * written to DISBSCHD.
       01 WS-PREMIUM-SCHED-SWITCH    PIC X VALUE 'N'.
           88 WS-PREMIUM-NOT-SCHEDULED   VALUE 'Y'.
      * Set per loan when tonight's work changed the policy record.
       01 WS-POLICY-CHANGED-SWITCH   PIC X VALUE 'N'.
           88 WS-POLICY-CHANGED          VALUE 'Y'.

       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).
       01 WS-JOB-ID                  PIC X(8) VALUE 'RRMBS226'.

      * Run-id card (SYSIN) - run id columns 1-8 (RRMBS206
      * convention), force-placed carrier columns 10-29.
       01 WS-PARM-CARD               PIC X(80) VALUE SPACES.
       01 WS-RUN-ID                  PIC X(8) VALUE SPACES.
       01 WS-FORCE-PLACED-CARRIER    PIC X(20)
                                     VALUE 'LENDER PLACED INS CO'.

      * Expiration notices start 45 days out; the second goes from
      * 15 days out, on a later night than the first.  A renewal is
      * an insurance item on DISBSCHD due no earlier than 60 days
      * before the expiration - the renewal bill for this term, not
      * last year's premium still on the schedule.
       01 WS-NOTICE-WINDOW-DAYS      PIC 9(3) VALUE 45.
       01 WS-SECOND-NOTICE-DAYS      PIC 9(3) VALUE 15.
       01 WS-RENEWAL-LEAD-DAYS       PIC 9(3) VALUE 60.
      * Annual force-placed premium per dollar of coverage.
       01 WS-FORCE-PLACED-RATE       PIC 9V9999 VALUE 0.0150.
       01 WS-DAYS-TO-EXPIRATION      PIC S9(5).
       01 WS-RENEWAL-CUTOFF-DATE     PIC 9(8).

      * Latest insurance due date on DISBSCHD, by loan number.
       01 WS-RENEWAL-TABLE.
           05 WS-LATEST-INS-DUE      PIC 9(8) OCCURS 9999 TIMES.

      * The force-placed term: coverage no less than the principal,
      * premium at the force-placed rate, one year from the lapse.
       01 WS-FORCED-COVERAGE         PIC 9(7)V99.
       01 WS-FORCED-PREMIUM          PIC 9(6)V99.
       01 WS-FORCED-EFFECTIVE-DATE   PIC 9(8).
       01 WS-FORCED-EXPIRATION-DATE  PIC 9(8).
       01 WS-FORCED-EXPIRATION-PARTS
               REDEFINES WS-FORCED-EXPIRATION-DATE.
           05 WS-FORCED-EXP-YEAR     PIC 9(4).
           05 WS-FORCED-EXP-MMDD     PIC 9(4).
       01 WS-OLD-EXPIRATION-DATE     PIC 9(8).
       01 WS-SHORTFALL-AMOUNT        PIC 9(7)V99.
      * Numeric-edited stand-in for AUD-NEW-VALUE - same reasoning as
      * RRMBS196's WS-AUDIT-AMOUNT-EDIT.
       01 WS-AUDIT-AMOUNT-EDIT       PIC ZZZZZ9.99.

      * Notice being written: '1' first, '2' second.
       01 WS-NOTICE-TYPE             PIC X.
           88 WS-FIRST-NOTICE            VALUE '1'.
           88 WS-SECOND-NOTICE           VALUE '2'.

      * End-of-run control totals.
       01 WS-LOANS-READ              PIC 9(7) VALUE ZERO.
       01 WS-SCHED-READ              PIC 9(7) VALUE ZERO.
       01 WS-POLICIES-CHECKED        PIC 9(7) VALUE ZERO.
       01 WS-POLICIES-EXPIRING       PIC 9(7) VALUE ZERO.
       01 WS-RENEWALS-SCHEDULED      PIC 9(7) VALUE ZERO.
       01 WS-FIRST-NOTICES           PIC 9(7) VALUE ZERO.
       01 WS-SECOND-NOTICES          PIC 9(7) VALUE ZERO.
       01 WS-FORCE-PLACEMENTS        PIC 9(7) VALUE ZERO.
       01 WS-FORCED-PREMIUM-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-UNDERINSURED            PIC 9(7) VALUE ZERO.
       01 WS-NO-POLICY               PIC 9(7) VALUE ZERO.
       01 WS-MAIL-HELD-SKIPS         PIC 9(7) VALUE ZERO.
       01 WS-NO-ADDRESS-SKIPS        PIC 9(7) VALUE ZERO.
       01 WS-POLICY-ERRORS           PIC 9(7) VALUE ZERO.

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

       01 WS-NTC-CARRIER-LINE.
           05 FILLER                 PIC X(22) VALUE
               'INSURANCE CARRIER:    '.
           05 WS-NTC-CARRIER         PIC X(20).
       01 WS-NTC-POLICY-LINE.
           05 FILLER                 PIC X(22) VALUE
               'POLICY NUMBER:        '.
           05 WS-NTC-POLICY          PIC X(15).
       01 WS-NTC-COVERAGE-LINE.
           05 FILLER                 PIC X(22) VALUE
               'COVERAGE AMOUNT:      '.
           05 WS-NTC-COVERAGE        PIC Z,ZZZ,ZZ9.99.
       01 WS-NTC-EXPIRES-LINE.
           05 FILLER                 PIC X(22) VALUE
               'POLICY EXPIRES ON:    '.
           05 WS-NTC-EXPIRES         PIC 9(8).
      * Second notice only - what force-placement would cost.
       01 WS-NTC-ESTIMATE-LINE.
           05 FILLER                 PIC X(22) VALUE
               'EST. PLACED PREMIUM:  '.
           05 WS-NTC-ESTIMATE        PIC Z,ZZZ,ZZ9.99.

       01 WS-NTC-TEXT-LINE.
           05 WS-NTC-TEXT            PIC X(44).

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS226 INSURANCE TRACKING RUN '.
           05 WS-HDG-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-HDG-DATE            PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(4)  VALUE 'LOAN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'BORROWER'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'EXPIRES '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(5)  VALUE ' DAYS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(21) VALUE 'ACTION / EXCEPTION'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE '      AMOUNT'.

      * AMOUNT is the policy's coverage, except the premium charged
      * on a force-placement and the shortfall on an underinsured
      * line.
       01 WS-DETAIL-LINE.
           05 WS-DET-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-BORROWER        PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-EXPIRES         PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-DAYS            PIC -ZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-ACTION          PIC X(21).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT          PIC Z,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.
       01 WS-PREMIUM-TOTAL-LINE.
           05 FILLER                 PIC X(26) VALUE
               'FORCE-PLACED PREMIUM      '.
           05 WS-TOT-PREMIUM         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:8) TO WS-RUN-ID.
           IF WS-PARM-CARD(10:20) NOT = SPACES
               MOVE WS-PARM-CARD(10:20) TO WS-FORCE-PLACED-CARRIER
           END-IF.
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
           IF WS-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-POLICY-ERRORS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS226 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
      * First run (status 35): the policy master is created empty,
      * as RRMBS200 does BATCHCTL - every open loan then lists as
      * having no policy until INPM keys them.  Any other failure
      * refuses the run rather than wipe the policies on file.
           OPEN I-O INSURANCE-POLICY-FILE.
           IF WS-POLICY-MISSING
               OPEN OUTPUT INSURANCE-POLICY-FILE
               CLOSE INSURANCE-POLICY-FILE
               OPEN I-O INSURANCE-POLICY-FILE
           END-IF.
           IF WS-POLICY-OK
               SET WS-POLICY-OPEN TO TRUE
           ELSE
               DISPLAY 'RRMBS226 - UNABLE TO OPEN INSPOL, STATUS '
                   WS-POLICY-STATUS
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF NOT WS-BORROWER-OK
               DISPLAY 'RRMBS226 - UNABLE TO OPEN BORRMAST, STATUS '
                   WS-BORROWER-STATUS ' - NO NOTICES WRITTEN'
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
           PERFORM 1050-LOAD-RENEWALS.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           OPEN OUTPUT INS-NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY 'RRMBS226 - UNABLE TO OPEN INSNOTFL, STATUS '
                   WS-NOTICE-STATUS
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
           OPEN OUTPUT INS-REPORT-FILE.

      * One pass of DISBSCHD keeps the latest insurance due date per
      * loan, then the file is reopened EXTEND so tonight's force-
      * placed premiums land behind the scheduled items.  A card
      * RRMBS201 would reject is not a renewal.
       1050-LOAD-RENEWALS.
           INITIALIZE WS-RENEWAL-TABLE.
           OPEN INPUT DISB-SCHED-FILE.
           IF WS-SCHED-OK
               SET WS-SCHED-OPEN TO TRUE
           ELSE
               DISPLAY 'RRMBS226 - UNABLE TO OPEN DISBSCHD, STATUS '
                   WS-SCHED-STATUS ' - NO RENEWAL CHECK'
               SET WS-RUN-REFUSED TO TRUE
               SET WS-SCHED-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-SCHED-EOF
               READ DISB-SCHED-FILE INTO DISBURSEMENT-SCHED-RECORD
                   AT END
                       SET WS-SCHED-EOF TO TRUE
               END-READ
               IF NOT WS-SCHED-EOF AND NOT WS-SCHED-OK
                   DISPLAY 'RRMBS226 - DISBSCHD READ ERROR, STATUS '
                       WS-SCHED-STATUS ' - NO RENEWAL CHECK'
                   SET WS-RUN-REFUSED TO TRUE
                   SET WS-SCHED-EOF TO TRUE
               END-IF
               IF NOT WS-SCHED-EOF
                   ADD 1 TO WS-SCHED-READ
                   IF DSB-LOAN-NUMBER NUMERIC
                     AND DSB-DUE-DATE NUMERIC
                     AND DSB-INS-PAYEE
                     AND DSB-LOAN-NUMBER > ZERO
                       IF DSB-DUE-DATE >
                           WS-LATEST-INS-DUE(DSB-LOAN-NUMBER)
                           MOVE DSB-DUE-DATE
                             TO WS-LATEST-INS-DUE(DSB-LOAN-NUMBER)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SCHED-OPEN
               CLOSE DISB-SCHED-FILE
               MOVE 'N' TO WS-SCHED-OPEN-SWITCH
           END-IF.
           IF NOT WS-RUN-REFUSED
               OPEN EXTEND DISB-SCHED-FILE
               IF WS-SCHED-OK
                   SET WS-SCHED-OPEN TO TRUE
               ELSE
                   DISPLAY 'RRMBS226 - UNABLE TO EXTEND DISBSCHD, '
                       'STATUS ' WS-SCHED-STATUS
                   SET WS-RUN-REFUSED TO TRUE
               END-IF
           END-IF.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-ID       TO WS-HDG-RUN-ID.
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
           WRITE INS-REPORT-LINE FROM WS-HEADING-1.
           WRITE INS-REPORT-LINE FROM WS-HEADING-2.

       2000-READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
      * A hard read error is not AT END - treat any non-OK status as
      * end of input so the loop cannot re-drive the failing read.
           IF NOT WS-EOF AND NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS226 - LOANMAST READ ERROR, STATUS '
                   WS-LOAN-MASTER-STATUS ' - RUN ENDED'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * Closed loans need no cover - everything else must have a
      * policy on file.
       2100-PROCESS-ONE-LOAN.
           IF LM-LOAN-STATUS NOT = 'C'
               MOVE LM-LOAN-NUMBER TO IP-LOAN-NUMBER
               READ INSURANCE-POLICY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-POLICY-OK
                   PERFORM 2200-CHECK-POLICY
               ELSE
                   ADD 1 TO WS-NO-POLICY
                   MOVE ZERO                  TO WS-DET-EXPIRES
                   MOVE ZERO                  TO WS-DET-DAYS
                   MOVE 'NO POLICY ON FILE   ' TO WS-DET-ACTION
                   MOVE ZERO                  TO WS-DET-AMOUNT
                   PERFORM 2900-WRITE-DETAIL-LINE
               END-IF
           END-IF.

      * An expiration date that is not a real date cannot be aged -
      * the policy is listed for correction on INPM and left alone.
       2200-CHECK-POLICY.
           ADD 1 TO WS-POLICIES-CHECKED.
           MOVE 'N' TO WS-POLICY-CHANGED-SWITCH.
           IF IP-EXPIRATION-DATE NOT NUMERIC
             OR FUNCTION TEST-DATE-YYYYMMDD(IP-EXPIRATION-DATE)
                NOT = ZERO
               ADD 1 TO WS-POLICY-ERRORS
               MOVE ZERO                  TO WS-DET-EXPIRES
               IF IP-EXPIRATION-DATE NUMERIC
                   MOVE IP-EXPIRATION-DATE TO WS-DET-EXPIRES
               END-IF
               MOVE ZERO                  TO WS-DET-DAYS
               MOVE 'BAD EXPIRATION DATE ' TO WS-DET-ACTION
               MOVE ZERO                  TO WS-DET-AMOUNT
               PERFORM 2900-WRITE-DETAIL-LINE
           ELSE
               COMPUTE WS-DAYS-TO-EXPIRATION =
                   FUNCTION INTEGER-OF-DATE(IP-EXPIRATION-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               IF WS-DAYS-TO-EXPIRATION NOT > WS-NOTICE-WINDOW-DAYS
                   PERFORM 2300-CHECK-EXPIRING-POLICY
               END-IF
               IF WS-POLICY-CHANGED
                   PERFORM 2800-REWRITE-POLICY
               END-IF
               PERFORM 2700-CHECK-COVERAGE
           END-IF.

      * Inside the window: a renewal on the schedule settles it;
      * otherwise the borrower is noticed until the lapse date and
      * coverage is force-placed on it.
       2300-CHECK-EXPIRING-POLICY.
           ADD 1 TO WS-POLICIES-EXPIRING.
           COMPUTE WS-RENEWAL-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(IP-EXPIRATION-DATE)
                - WS-RENEWAL-LEAD-DAYS).
           MOVE IP-EXPIRATION-DATE TO WS-DET-EXPIRES.
           MOVE WS-DAYS-TO-EXPIRATION TO WS-DET-DAYS.
           MOVE IP-COVERAGE-AMOUNT TO WS-DET-AMOUNT.
           EVALUATE TRUE
               WHEN LM-LOAN-NUMBER > ZERO
                 AND WS-LATEST-INS-DUE(LM-LOAN-NUMBER)
                     NOT < WS-RENEWAL-CUTOFF-DATE
                   ADD 1 TO WS-RENEWALS-SCHEDULED
                   MOVE 'RENEWAL SCHEDULED   ' TO WS-DET-ACTION
                   PERFORM 2900-WRITE-DETAIL-LINE
               WHEN WS-DAYS-TO-EXPIRATION > ZERO
                   PERFORM 2400-SEND-DUE-NOTICES
               WHEN OTHER
                   PERFORM 2500-FORCE-PLACE-COVERAGE
           END-EVALUATE.

      * Same mail-hold / no-address posture as the past-due notices
      * (RRMBS224) - nothing is stamped, so the notice goes out the
      * first night the reason clears.
       2400-SEND-DUE-NOTICES.
           MOVE LM-BORROWER-ID TO BR-BORROWER-ID.
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-BORROWER-OK
                   ADD 1 TO WS-NO-ADDRESS-SKIPS
                   MOVE 'SKIP - NO BORRMAST  ' TO WS-DET-ACTION
                   PERFORM 2900-WRITE-DETAIL-LINE
               WHEN BR-MAIL-HELD
                   ADD 1 TO WS-MAIL-HELD-SKIPS
                   MOVE 'SKIP - MAIL HOLD    ' TO WS-DET-ACTION
                   PERFORM 2900-WRITE-DETAIL-LINE
               WHEN IP-FIRST-NOTICE-DATE = ZERO
                   SET WS-FIRST-NOTICE TO TRUE
                   PERFORM 2450-WRITE-NOTICE
                   MOVE WS-CURRENT-DATE TO IP-FIRST-NOTICE-DATE
                   ADD 1 TO WS-FIRST-NOTICES
               WHEN IP-SECOND-NOTICE-DATE = ZERO
                 AND WS-DAYS-TO-EXPIRATION
                     NOT > WS-SECOND-NOTICE-DAYS
                 AND IP-FIRST-NOTICE-DATE < WS-CURRENT-DATE
                   SET WS-SECOND-NOTICE TO TRUE
                   PERFORM 2450-WRITE-NOTICE
                   MOVE WS-CURRENT-DATE TO IP-SECOND-NOTICE-DATE
                   ADD 1 TO WS-SECOND-NOTICES
               WHEN OTHER
                   MOVE 'AWAITING RENEWAL    ' TO WS-DET-ACTION
                   PERFORM 2900-WRITE-DETAIL-LINE
           END-EVALUATE.

      * What force-placement would cover and cost today - quoted on
      * the second notice and charged on the lapse date.
       2410-COMPUTE-FORCED-TERMS.
           MOVE IP-COVERAGE-AMOUNT TO WS-FORCED-COVERAGE.
           IF WS-FORCED-COVERAGE < LM-OUTSTANDING-PRINCIPAL
               MOVE LM-OUTSTANDING-PRINCIPAL TO WS-FORCED-COVERAGE
           END-IF.
           COMPUTE WS-FORCED-PREMIUM ROUNDED =
               WS-FORCED-COVERAGE * WS-FORCE-PLACED-RATE.

      * One letter block in the vendor layout, and its line on the
      * control report.
       2450-WRITE-NOTICE.
           SET WS-POLICY-CHANGED TO TRUE.
           MOVE WS-CURRENT-DATE     TO WS-NTC-DATE.
           MOVE LM-BORROWER-ID      TO WS-NTC-BORROWER.
           MOVE LM-LOAN-NUMBER      TO WS-NTC-LOAN-NUMBER.
           MOVE IP-CARRIER-NAME     TO WS-NTC-CARRIER.
           MOVE IP-POLICY-NUMBER    TO WS-NTC-POLICY.
           MOVE IP-COVERAGE-AMOUNT  TO WS-NTC-COVERAGE.
           MOVE IP-EXPIRATION-DATE  TO WS-NTC-EXPIRES.
           IF WS-FIRST-NOTICE
               MOVE 'INSURANCE EXPIRATION NOTICE   ' TO WS-NTC-TITLE
               MOVE 'FIRST NOTICE        '           TO WS-DET-ACTION
           ELSE
               MOVE 'SECOND NOTICE OF EXPIRATION   ' TO WS-NTC-TITLE
               MOVE 'SECOND NOTICE       '           TO WS-DET-ACTION
               PERFORM 2410-COMPUTE-FORCED-TERMS
               MOVE WS-FORCED-PREMIUM TO WS-NTC-ESTIMATE
           END-IF.
           WRITE INS-NOTICE-LINE FROM WS-SEPARATOR-LINE.
           WRITE INS-NOTICE-LINE FROM WS-NTC-HEADER.
           PERFORM 2460-WRITE-MAILING-BLOCK.
           WRITE INS-NOTICE-LINE FROM WS-NTC-IDENT-LINE.
           WRITE INS-NOTICE-LINE FROM WS-NTC-CARRIER-LINE.
           WRITE INS-NOTICE-LINE FROM WS-NTC-POLICY-LINE.
           WRITE INS-NOTICE-LINE FROM WS-NTC-COVERAGE-LINE.
           WRITE INS-NOTICE-LINE FROM WS-NTC-EXPIRES-LINE.
           MOVE 'OUR RECORDS SHOW YOUR HAZARD INSURANCE'
               TO WS-NTC-TEXT.
           WRITE INS-NOTICE-LINE FROM WS-NTC-TEXT-LINE.
           MOVE 'POLICY EXPIRES ON THE DATE ABOVE.  PLEASE'
               TO WS-NTC-TEXT.
           WRITE INS-NOTICE-LINE FROM WS-NTC-TEXT-LINE.
           MOVE 'SEND PROOF OF RENEWAL TO LOAN SERVICING.'
               TO WS-NTC-TEXT.
           WRITE INS-NOTICE-LINE FROM WS-NTC-TEXT-LINE.
           IF WS-SECOND-NOTICE
               MOVE 'IF WE DO NOT RECEIVE IT BY THAT DATE, WE'
                   TO WS-NTC-TEXT
               WRITE INS-NOTICE-LINE FROM WS-NTC-TEXT-LINE
               MOVE 'WILL BUY COVERAGE AND CHARGE YOUR ESCROW'
                   TO WS-NTC-TEXT
               WRITE INS-NOTICE-LINE FROM WS-NTC-TEXT-LINE
               MOVE 'ACCOUNT AN ESTIMATED ANNUAL PREMIUM OF:'
                   TO WS-NTC-TEXT
               WRITE INS-NOTICE-LINE FROM WS-NTC-TEXT-LINE
               WRITE INS-NOTICE-LINE FROM WS-NTC-ESTIMATE-LINE
           END-IF.
           PERFORM 2900-WRITE-DETAIL-LINE.

      * Same mailing block as the statement's (RRMBS202 2400).
       2460-WRITE-MAILING-BLOCK.
           MOVE BR-BORROWER-NAME  TO WS-NTC-MAIL-NAME.
           MOVE BR-ADDRESS-LINE-1 TO WS-NTC-MAIL-ADDR.
           MOVE BR-CITY           TO WS-NTC-MAIL-CITY.
           MOVE BR-STATE          TO WS-NTC-MAIL-STATE.
           MOVE BR-ZIP-CODE       TO WS-NTC-MAIL-ZIP.
           WRITE INS-NOTICE-LINE FROM WS-NTC-MAIL-NAME-LINE.
           WRITE INS-NOTICE-LINE FROM WS-NTC-MAIL-ADDR-LINE.
           IF BR-ADDRESS-LINE-2 NOT = SPACES
               MOVE BR-ADDRESS-LINE-2 TO WS-NTC-MAIL-ADDR
               WRITE INS-NOTICE-LINE FROM WS-NTC-MAIL-ADDR-LINE
           END-IF.
           WRITE INS-NOTICE-LINE FROM WS-NTC-MAIL-CITY-LINE.

      * The policy master takes the force-placed term FIRST - only
      * once that rewrite holds are the premium item and the audit
      * line written, so a failed update can never put a second
      * premium on the schedule the next night.  The term runs a
      * year from the lapse - or from today, for a policy keyed on
      * INPM so long after it lapsed that a year from the lapse is
      * already behind us.
       2500-FORCE-PLACE-COVERAGE.
           PERFORM 2410-COMPUTE-FORCED-TERMS.
           MOVE IP-EXPIRATION-DATE TO WS-OLD-EXPIRATION-DATE.
           MOVE IP-EXPIRATION-DATE TO WS-FORCED-EFFECTIVE-DATE.
           PERFORM 2510-COMPUTE-FORCED-EXPIRATION.
           IF WS-FORCED-EXPIRATION-DATE NOT > WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-FORCED-EFFECTIVE-DATE
               PERFORM 2510-COMPUTE-FORCED-EXPIRATION
           END-IF.
           MOVE WS-FORCED-EFFECTIVE-DATE  TO IP-EFFECTIVE-DATE.
           MOVE WS-FORCED-EXPIRATION-DATE TO IP-EXPIRATION-DATE.
           MOVE WS-FORCE-PLACED-CARRIER   TO IP-CARRIER-NAME.
           MOVE 'FORCE-PLACED'            TO IP-POLICY-NUMBER.
           MOVE WS-FORCED-COVERAGE        TO IP-COVERAGE-AMOUNT.
           MOVE WS-FORCED-PREMIUM         TO IP-ANNUAL-PREMIUM.
           SET IP-FORCE-PLACED            TO TRUE.
           MOVE ZERO                      TO IP-FIRST-NOTICE-DATE.
           MOVE ZERO                      TO IP-SECOND-NOTICE-DATE.
           MOVE WS-CURRENT-DATE           TO IP-FORCE-PLACED-DATE.
           PERFORM 2800-REWRITE-POLICY.
           IF WS-POLICY-OK
               PERFORM 2550-SCHEDULE-FORCED-PREMIUM
               IF WS-PREMIUM-NOT-SCHEDULED
                   ADD 1 TO WS-POLICY-ERRORS
                   MOVE 'PREMIUM NOT SCHEDULED' TO WS-DET-ACTION
               ELSE
                   ADD 1 TO WS-FORCE-PLACEMENTS
                   ADD WS-FORCED-PREMIUM TO WS-FORCED-PREMIUM-TOTAL
                   MOVE 'FORCE-PLACED        ' TO WS-DET-ACTION
               END-IF
           ELSE
               MOVE 'FORCE-PLACE FAILED  ' TO WS-DET-ACTION
           END-IF.
           MOVE WS-FORCED-PREMIUM TO WS-DET-AMOUNT.
           PERFORM 2900-WRITE-DETAIL-LINE.

      * One year on; a 29 February start ends on 28 February.
       2510-COMPUTE-FORCED-EXPIRATION.
           MOVE WS-FORCED-EFFECTIVE-DATE TO WS-FORCED-EXPIRATION-DATE.
           ADD 1 TO WS-FORCED-EXP-YEAR.
           IF WS-FORCED-EXP-MMDD = 0229
               MOVE 0228 TO WS-FORCED-EXP-MMDD
           END-IF.

      * The premium goes on DISBSCHD as an ordinary insurance card -
      * RRMBS201 debits LM-ESCROW-INS-RESERVE for it, or registers
      * it SHORT for servicing to bill.  The audit line records the
      * term that lapsed and the premium charged for the new one,
      * and is written only once the premium card is on DISBSCHD.
       2550-SCHEDULE-FORCED-PREMIUM.
           MOVE 'N'                     TO WS-PREMIUM-SCHED-SWITCH.
           MOVE SPACES                  TO DISBURSEMENT-SCHED-RECORD.
           MOVE LM-LOAN-NUMBER          TO DSB-LOAN-NUMBER.
           SET DSB-INS-PAYEE            TO TRUE.
           MOVE WS-FORCE-PLACED-CARRIER TO DSB-PAYEE-NAME.
           MOVE WS-CURRENT-DATE         TO DSB-DUE-DATE.
           MOVE WS-FORCED-PREMIUM       TO DSB-AMOUNT.
           WRITE DISB-SCHED-LINE FROM DISBURSEMENT-SCHED-RECORD.
           IF NOT WS-SCHED-OK
               SET WS-PREMIUM-NOT-SCHEDULED TO TRUE
               DISPLAY 'RRMBS226 - DISBSCHD WRITE FAILED FOR LOAN '
                   LM-LOAN-NUMBER ', STATUS ' WS-SCHED-STATUS
           ELSE
               MOVE 'IP-FORCED '            TO AUD-FIELD-NAME
               MOVE WS-OLD-EXPIRATION-DATE  TO AUD-OLD-VALUE
               MOVE WS-FORCED-PREMIUM       TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT    TO AUD-NEW-VALUE
               MOVE WS-JOB-ID               TO AUD-JOB-ID
               MOVE WS-CURRENT-DATE         TO AUD-RUN-DATE
               MOVE WS-CURRENT-TIME         TO AUD-RUN-TIME
               MOVE WS-RUN-ID               TO AUD-RUN-ID
               MOVE LM-LOAN-NUMBER          TO AUD-LOAN-NUMBER
               WRITE AUDIT-LINE FROM AUDIT-TRAIL-RECORD
           END-IF.

      * Checked after any force-placement, so a placed term is
      * judged on the coverage it actually bought.
       2700-CHECK-COVERAGE.
           IF IP-COVERAGE-AMOUNT < LM-OUTSTANDING-PRINCIPAL
               ADD 1 TO WS-UNDERINSURED
               COMPUTE WS-SHORTFALL-AMOUNT =
                   LM-OUTSTANDING-PRINCIPAL - IP-COVERAGE-AMOUNT
               MOVE IP-EXPIRATION-DATE    TO WS-DET-EXPIRES
               MOVE WS-DAYS-TO-EXPIRATION TO WS-DET-DAYS
               MOVE 'UNDERINSURED        ' TO WS-DET-ACTION
               MOVE WS-SHORTFALL-AMOUNT   TO WS-DET-AMOUNT
               PERFORM 2900-WRITE-DETAIL-LINE
           END-IF.

      * A failed policy update is reported loudly - the notice has
      * already gone to the vendor file and would be sent again.
       2800-REWRITE-POLICY.
           MOVE 'N' TO WS-POLICY-CHANGED-SWITCH.
           MOVE WS-CURRENT-DATE TO IP-LAST-UPDATE-DATE.
           MOVE WS-RUN-ID       TO IP-LAST-RUN-ID.
           REWRITE INSURANCE-POLICY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-POLICY-OK
               ADD 1 TO WS-POLICY-ERRORS
               DISPLAY 'RRMBS226 - INSPOL UPDATE FAILED FOR LOAN '
                   LM-LOAN-NUMBER ', STATUS ' WS-POLICY-STATUS
           END-IF.

       2900-WRITE-DETAIL-LINE.
           MOVE LM-LOAN-NUMBER TO WS-DET-LOAN-NUMBER.
           MOVE LM-BORROWER-ID TO WS-DET-BORROWER.
           WRITE INS-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-WRITE-REPORT-TOTALS.
           MOVE 'POLICIES CHECKED         ' TO WS-TOT-LABEL.
           MOVE WS-POLICIES-CHECKED         TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EXPIRING WITHIN WINDOW   ' TO WS-TOT-LABEL.
           MOVE WS-POLICIES-EXPIRING        TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RENEWAL SCHEDULED        ' TO WS-TOT-LABEL.
           MOVE WS-RENEWALS-SCHEDULED       TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FIRST NOTICES            ' TO WS-TOT-LABEL.
           MOVE WS-FIRST-NOTICES            TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SECOND NOTICES           ' TO WS-TOT-LABEL.
           MOVE WS-SECOND-NOTICES           TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FORCE-PLACED             ' TO WS-TOT-LABEL.
           MOVE WS-FORCE-PLACEMENTS         TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-FORCED-PREMIUM-TOTAL     TO WS-TOT-PREMIUM.
           WRITE INS-REPORT-LINE FROM WS-PREMIUM-TOTAL-LINE.
           MOVE 'UNDERINSURED             ' TO WS-TOT-LABEL.
           MOVE WS-UNDERINSURED             TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NO POLICY ON FILE        ' TO WS-TOT-LABEL.
           MOVE WS-NO-POLICY                TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - MAIL HOLD      ' TO WS-TOT-LABEL.
           MOVE WS-MAIL-HELD-SKIPS          TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - NO BORRMAST    ' TO WS-TOT-LABEL.
           MOVE WS-NO-ADDRESS-SKIPS         TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POLICY UPDATES FAILED    ' TO WS-TOT-LABEL.
           MOVE WS-POLICY-ERRORS            TO WS-TOT-COUNT.
           WRITE INS-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS226 - INSURANCE RUN TOTALS FOR RUN '
               WS-RUN-ID.
           DISPLAY 'RRMBS226 -   LOANS READ          ' WS-LOANS-READ.
           DISPLAY 'RRMBS226 -   SCHEDULE ITEMS READ '
               WS-SCHED-READ.
           DISPLAY 'RRMBS226 -   POLICIES CHECKED    '
               WS-POLICIES-CHECKED.
           DISPLAY 'RRMBS226 -   EXPIRING IN WINDOW  '
               WS-POLICIES-EXPIRING.
           DISPLAY 'RRMBS226 -   RENEWAL SCHEDULED   '
               WS-RENEWALS-SCHEDULED.
           DISPLAY 'RRMBS226 -   FIRST NOTICES       '
               WS-FIRST-NOTICES.
           DISPLAY 'RRMBS226 -   SECOND NOTICES      '
               WS-SECOND-NOTICES.
           DISPLAY 'RRMBS226 -   FORCE-PLACED        '
               WS-FORCE-PLACEMENTS.
           DISPLAY 'RRMBS226 -   UNDERINSURED        '
               WS-UNDERINSURED.
           DISPLAY 'RRMBS226 -   NO POLICY ON FILE   '
               WS-NO-POLICY.
           DISPLAY 'RRMBS226 -   MAIL-HOLD SKIPS     '
               WS-MAIL-HELD-SKIPS.
           DISPLAY 'RRMBS226 -   NO BORRMAST SKIPS   '
               WS-NO-ADDRESS-SKIPS.
           DISPLAY 'RRMBS226 -   POLICY FAILURES     '
               WS-POLICY-ERRORS.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE.
           IF WS-POLICY-OPEN
               CLOSE INSURANCE-POLICY-FILE
           END-IF.
           CLOSE BORROWER-MASTER-FILE.
           IF WS-SCHED-OPEN
               CLOSE DISB-SCHED-FILE
           END-IF.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE INS-NOTICE-FILE.
           CLOSE INS-REPORT-FILE.
      *End of program RRMBS226.
