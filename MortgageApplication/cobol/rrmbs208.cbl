      *     convention).  The fee fields are VSAM-side only, so a
      *     fee-only rewrite has no DB2 column to sync - the DB2
      *     mirror is deliberately left untouched here.
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - a past-due loan with a forbearance in force on the
      *       workout master (WORKOUT, rrmbc222, kept by RRMBS220)
      *       is charged no late fee and cut no collection extract;
      *       it still ages and prints, flagged FORB on AGERPT, and
      *       is counted.  WORKOUT is reference data - if it will
      *       not open every loan is treated as having no plan
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - the fee-assessment audit line carries the loan number
      *       (AUD-LOAN-NUMBER, rrmbc202) - the month-end trial
      *       balance (RRMBS223) rolls late fees forward from it
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - a 90-day loan is referred (COLLEXT) only once the
      *       borrower's breach letter for the delinquency is at
      *       least 30 days old on the notice-history file (NOTCHIST,
      *       rrmbc225, kept by the notice batch RRMBS224).  Until
      *       then the referral is held, flagged HOLD on AGERPT and
      *       counted.  If NOTCHIST will not open no breach letter
      *       can be proven and every referral is held
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  BORROWER-MASTER-FILE.
           COPY rrmbc209.

       FD  WORKOUT-PLAN-FILE.
           COPY rrmbc222.

       FD  NOTICE-HISTORY-FILE.
           COPY rrmbc225.

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-LINE                   PIC X(80).

       01 WS-BORROWER-STATUS         PIC XX.
           88 WS-BORROWER-OK             VALUE '00'.
           88 WS-BORROWER-NOT-FOUND      VALUE '23'.
       01 WS-WORKOUT-STATUS          PIC XX.
           88 WS-WORKOUT-OK              VALUE '00'.
       01 WS-NOTICE-HIST-STATUS      PIC XX.
           88 WS-NOTICE-HIST-OK          VALUE '00'.
       01 WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK                VALUE '00'.
       01 WS-REPORT-STATUS           PIC XX.
      * fallback posture as RRMBS202).
       01 WS-BORRMAST-SWITCH         PIC X VALUE 'N'.
           88 WS-BORRMAST-UNAVAILABLE    VALUE 'Y'.
      * Set when WORKOUT would not open - no loan is treated as
      * being on a plan, so fees and extracts run as they always
      * have.
       01 WS-WORKOUT-SWITCH          PIC X VALUE 'N'.
           88 WS-WORKOUT-UNAVAILABLE     VALUE 'Y'.
       01 WS-BROWSE-SWITCH           PIC X VALUE 'N'.
           88 WS-BROWSE-DONE             VALUE 'Y'.
       01 WS-FORBEARANCE-SWITCH      PIC X VALUE 'N'.
           88 WS-FORBEARANCE-IN-FORCE    VALUE 'Y'.
      * Set when NOTCHIST would not open - no breach letter can be
      * proven, so no loan is referred.
       01 WS-NOTCHIST-SWITCH         PIC X VALUE 'N'.
           88 WS-NOTCHIST-UNAVAILABLE    VALUE 'Y'.
      * Set per 90-day loan when its breach letter has aged past
      * WS-BREACH-WAIT-DAYS.
       01 WS-BREACH-SWITCH           PIC X VALUE 'N'.
           88 WS-BREACH-LETTER-AGED      VALUE 'Y'.

       01 WS-JOB-ID                  PIC X(8) VALUE 'RRMBS208'.
       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-GRACE-DAYS              PIC 9(3) VALUE 15.
       01 WS-LATE-FEE-PERCENT        PIC V99 VALUE .05.
       01 WS-DAYS-DELINQUENT         PIC S9(5).
      * The breach letter's cure period - RRMBS224 gives the borrower
      * 30 days, and the loan is not referred before it runs out.
       01 WS-BREACH-WAIT-DAYS        PIC 9(3) VALUE 30.
       01 WS-BREACH-AGE-DAYS         PIC S9(5).
       01 WS-LATE-FEE-DUE            PIC 9(6)V99.
      * Largest amount LM-LATE-FEE-BALANCE (PIC 9(6)V99) can carry -
      * an assessment that would overflow it is skipped and reported
       01 WS-FEE-DOLLARS-ASSESSED    PIC 9(9)V99 VALUE ZERO.
       01 WS-FEES-SKIPPED            PIC 9(7) VALUE ZERO.
       01 WS-EXTRACTS-WRITTEN        PIC 9(7) VALUE ZERO.
       01 WS-FORBEARANCE-SKIPS       PIC 9(7) VALUE ZERO.
       01 WS-REFERRALS-HELD          PIC 9(7) VALUE ZERO.
       01 WS-BUCKET-16-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-BUCKET-30-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-BUCKET-60-COUNT         PIC 9(7) VALUE ZERO.
           05 FILLER PIC X(10) VALUE '   FEE BAL'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE ' PRINCIPAL'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE 'PLAN'.

       01 WS-DETAIL-LINE.
           05 WS-DET-LOAN-NUMBER     PIC 9(4).
           05 WS-DET-FEE-BALANCE     PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-PRINCIPAL       PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DET-PLAN            PIC X(4).

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
               DISPLAY 'RRMBS208 - BORRMAST UNAVAILABLE, STATUS '
                   WS-BORROWER-STATUS ' - NAMES LEFT BLANK'
           END-IF.
           OPEN INPUT WORKOUT-PLAN-FILE.
           IF NOT WS-WORKOUT-OK
               SET WS-WORKOUT-UNAVAILABLE TO TRUE
               DISPLAY 'RRMBS208 - WORKOUT UNAVAILABLE, STATUS '
                   WS-WORKOUT-STATUS ' - NO FORBEARANCE CHECK'
           END-IF.
           OPEN INPUT NOTICE-HISTORY-FILE.
           IF NOT WS-NOTICE-HIST-OK
               SET WS-NOTCHIST-UNAVAILABLE TO TRUE
               DISPLAY 'RRMBS208 - NOTCHIST UNAVAILABLE, STATUS '
                   WS-NOTICE-HIST-STATUS ' - REFERRALS HELD'
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-TRAIL-FILE
      * only if no fee has been assessed for it yet.  When RRMBS200
      * posts the payment that clears the period, the due date
      * advances and the next missed period becomes chargeable.
      * A borrower on an agreed forbearance is paying the plan, not
      * the note - no fee and no collection referral while the plan
      * is in force, though the loan still ages on the report.
           PERFORM 2250-CHECK-FORBEARANCE.
           IF WS-FORBEARANCE-IN-FORCE
               ADD 1 TO WS-FORBEARANCE-SKIPS
           ELSE
               IF LM-LATE-FEE-ASSESSED-DATE NOT = LM-NEXT-DUE-DATE
                   PERFORM 2300-ASSESS-LATE-FEE
               END-IF
           END-IF.
      * A 90-day loan goes to the agency only after its breach
      * letter's cure period has run.
           MOVE 'N' TO WS-BREACH-SWITCH.
           IF WS-DAYS-DELINQUENT NOT < 90
             AND NOT WS-FORBEARANCE-IN-FORCE
               PERFORM 2650-CHECK-BREACH-LETTER
               IF NOT WS-BREACH-LETTER-AGED
                   ADD 1 TO WS-REFERRALS-HELD
               END-IF
           END-IF.
           PERFORM 2500-LOOK-UP-BORROWER-NAME.
           PERFORM 2600-WRITE-AGING-LINE.
           IF WS-BREACH-LETTER-AGED
               PERFORM 2700-WRITE-COLLECTION-EXTRACT
           END-IF.

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

      * 5% of the scheduled payment, added to the outstanding fee
      * balance.  An assessment that would overflow the balance field
      * is skipped and reported rather than truncated into the record.
           MOVE WS-CURRENT-DATE         TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO AUD-RUN-TIME.
           MOVE WS-RUN-ID               TO AUD-RUN-ID.
           MOVE LM-LOAN-NUMBER          TO AUD-LOAN-NUMBER.
           WRITE AUDIT-LINE FROM AUDIT-TRAIL-RECORD.

      * Name off the borrower master - blank when the borrower has
           MOVE WS-DAYS-DELINQUENT   TO WS-DET-DAYS.
           MOVE LM-LATE-FEE-BALANCE  TO WS-DET-FEE-BALANCE.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-DET-PRINCIPAL.
           EVALUATE TRUE
               WHEN WS-FORBEARANCE-IN-FORCE
                   MOVE 'FORB'       TO WS-DET-PLAN
               WHEN WS-DAYS-DELINQUENT NOT < 90
                 AND NOT WS-BREACH-LETTER-AGED
                   MOVE 'HOLD'       TO WS-DET-PLAN
               WHEN OTHER
                   MOVE SPACES       TO WS-DET-PLAN
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-DAYS-DELINQUENT < 30
                   MOVE '16-29 ' TO WS-DET-BUCKET
           END-EVALUATE.
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.

      * The episode's notice-history record (loan + the due date the
      * delinquency runs from) must show a breach letter at least
      * WS-BREACH-WAIT-DAYS old.
       2650-CHECK-BREACH-LETTER.
           IF NOT WS-NOTCHIST-UNAVAILABLE
               MOVE LM-LOAN-NUMBER   TO NH-LOAN-NUMBER
               MOVE LM-NEXT-DUE-DATE TO NH-DUE-DATE
               READ NOTICE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-NOTICE-HIST-OK
                 AND NH-BREACH-DATE NUMERIC
                 AND NH-BREACH-DATE > ZERO
                   COMPUTE WS-BREACH-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
                       FUNCTION INTEGER-OF-DATE(NH-BREACH-DATE)
                   IF WS-BREACH-AGE-DAYS NOT < WS-BREACH-WAIT-DAYS
                       SET WS-BREACH-LETTER-AGED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2700-WRITE-COLLECTION-EXTRACT.
           MOVE LM-LOAN-NUMBER           TO COL-LOAN-NUMBER.
           MOVE LM-BORROWER-ID           TO COL-BORROWER-ID.
           MOVE 'LATE FEES ASSESSED       ' TO WS-TOT-LABEL.
           MOVE WS-FEES-ASSESSED            TO WS-TOT-COUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'IN FORBEARANCE - NO FEE  ' TO WS-TOT-LABEL.
           MOVE WS-FORBEARANCE-SKIPS        TO WS-TOT-COUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REFERRAL HELD - NO BREACH' TO WS-TOT-LABEL.
           MOVE WS-REFERRALS-HELD           TO WS-TOT-COUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS208 - DELINQUENCY RUN TOTALS FOR RUN '
               WS-FEES-SKIPPED.
           DISPLAY 'RRMBS208 -   EXTRACTS WRITTEN    '
               WS-EXTRACTS-WRITTEN.
           DISPLAY 'RRMBS208 -   IN FORBEARANCE      '
               WS-FORBEARANCE-SKIPS.
           DISPLAY 'RRMBS208 -   REFERRALS HELD      '
               WS-REFERRALS-HELD.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE.
           IF NOT WS-BORRMAST-UNAVAILABLE
               CLOSE BORROWER-MASTER-FILE
           END-IF.
           IF NOT WS-WORKOUT-UNAVAILABLE
               CLOSE WORKOUT-PLAN-FILE
           END-IF.
           IF NOT WS-NOTCHIST-UNAVAILABLE
               CLOSE NOTICE-HISTORY-FILE
           END-IF.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE AGING-REPORT-FILE.
           CLOSE COLLECTION-EXTRACT-FILE.
