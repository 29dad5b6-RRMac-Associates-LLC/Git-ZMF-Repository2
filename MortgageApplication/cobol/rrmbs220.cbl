       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS220.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Loss-mitigation workout batch.  A hardship borrower on an
      *     agreed payment plan used to age through RRMBS208 like any
      *     other delinquent loan - a late fee every period and a
      *     COLLEXT record at 90 days - and a permanent modification
      *     meant keying rate, term and balance over on LNMT by hand
      *     with nothing left to show the investor what changed.
      *     This program reads the night's workout decisions (WOTRAN,
      *     rrmbc223) and keeps the workout master (WORKOUT,
      *     rrmbc222, one record per plan keyed loan + start date):
      *       - 'F' cards set up a forbearance: start/end dates and
      *         the reduced plan payment.  While it is in force
      *         RRMBS208 charges no fee and cuts no collection
      *         record and RRMBS202 bills the plan payment.  A new
      *         forbearance ends any earlier active one on the loan.
      *         A card re-keying an active forbearance's start date
      *         amends it; one whose key is already a modification
      *         or an ended plan is refused before anything else on
      *         the loan is touched.
      *       - 'X' cards end the loan's active forbearance early,
      *         as of the run date
      *       - 'M' cards book a permanent modification onto the
      *         Loan Master: the new rate, term and principal (each
      *         optional - zero keeps the current figure) with the
      *         capitalized arrears added to principal, the
      *         scheduled payment re-amortized with RRMBS196's
      *         formula, and optionally a new first due date.  The
      *         booking writes the before/after audit lines
      *         (rrmbc202), syncs the DB2 LOAN_MASTER row, writes a
      *         PAYHIST record (PH-SOURCE-JOB RRMBS220, no money
      *         moved, carrying the new balance), ends any active
      *         forbearance, and keeps the before/after figures on
      *         the WORKOUT record for the month-end reports.
      *     Every modification booked prints a before/after line on
      *     the investor modification report (MODRPT) with
      *     subtotals by LM-INVESTOR-CODE; rejected cards print on
      *     the exception report (WORPT) with their reason.  Run id
      *     off the SYSIN card, columns 1-8 (RRMBS206 convention).
      *     WORKOUT (and PAYHIST) are created only on the first run
      *     (status 35); any other open failure ends the run RC 8
      *     before a card is read.  Once a modification's Loan
      *     Master rewrite has taken, a failed PAYHIST write,
      *     WORKOUT write or forbearance end stops the booking there
      *     - no MODRPT line, not counted - and the card goes on the
      *     exception report with the step that failed; so does a
      *     forbearance that could not be ended for an 'F' or 'X'
      *     card.  Those end the run RC 8 so the loan is put right
      *     before RRMBS208 or the month-end reports read it.
      *     RC 4 when any card was rejected.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKOUT-TRANS-FILE ASSIGN TO 'WOTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKOUT-TRANS-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO 'LOANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT WORKOUT-PLAN-FILE ASSIGN TO 'WORKOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-PLAN-KEY
               FILE STATUS IS WS-WORKOUT-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT WORKOUT-REPORT-FILE ASSIGN TO 'WORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT MODIFICATION-REPORT-FILE ASSIGN TO 'MODRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKOUT-TRANS-FILE.
       01  WORKOUT-TRANS-LINE           PIC X(80).

       FD  LOAN-MASTER-FILE.
           COPY rrmbc197.

       FD  WORKOUT-PLAN-FILE.
           COPY rrmbc222.

       FD  PAYMENT-HISTORY-FILE.
           COPY rrmbc205.

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-LINE                   PIC X(80).

       FD  WORKOUT-REPORT-FILE.
       01  WORKOUT-REPORT-LINE          PIC X(80).

       FD  MODIFICATION-REPORT-FILE.
       01  MODIFICATION-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY rrmbc223.
           COPY rrmbc202.

      * DB2 wiring so every modified loan is mirrored to the
      * LOAN_MASTER table - same invariant the other writers keep.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY rrmbc201.

      * Snapshot of SQLCODE taken right after the INSERT/UPDATE,
      * before COMMIT overwrites SQLCODE with its own return code.
       01 WS-DB-SQLCODE             PIC S9(9) COMP VALUE ZERO.

       01 WS-WORKOUT-TRANS-STATUS    PIC XX.
           88 WS-WORKOUT-TRANS-OK        VALUE '00'.
           88 WS-WORKOUT-TRANS-EOF       VALUE '10'.
       01 WS-LOAN-MASTER-STATUS      PIC XX.
           88 WS-LM-STATUS-OK            VALUE '00'.
           88 WS-LM-STATUS-NOT-FOUND     VALUE '23'.
       01 WS-WORKOUT-STATUS          PIC XX.
           88 WS-WORKOUT-OK              VALUE '00'.
           88 WS-WORKOUT-NOT-FOUND       VALUE '23'.
           88 WS-WORKOUT-MISSING         VALUE '35'.
       01 WS-PAYHIST-STATUS          PIC XX.
           88 WS-PAYHIST-OK              VALUE '00'.
           88 WS-PAYHIST-NOT-FOUND       VALUE '23'.
           88 WS-PAYHIST-MISSING         VALUE '35'.
       01 WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK                VALUE '00'.
       01 WS-REPORT-STATUS           PIC XX.
       01 WS-MOD-REPORT-STATUS       PIC XX.
       01 WS-TRANS-EOF-SWITCH        PIC X VALUE 'N'.
           88 WS-TRANS-EOF               VALUE 'Y'.
       01 WS-BROWSE-SWITCH           PIC X VALUE 'N'.
           88 WS-BROWSE-DONE             VALUE 'Y'.
      * WORKOUT, PAYHIST or LOANMAST would not open - no card is
      * read and the run ends RC 8.
       01 WS-RUN-SWITCH              PIC X VALUE 'N'.
           88 WS-RUN-REFUSED             VALUE 'Y'.
      * Set per card when a WORKOUT or PAYHIST update after the
      * Loan Master rewrite failed - the steps after it wait on it.
       01 WS-UPDATE-SWITCH           PIC X VALUE 'Y'.
           88 WS-UPDATE-OK               VALUE 'Y'.
           88 WS-UPDATE-FAILED           VALUE 'N'.

       01 WS-JOB-ID                  PIC X(8) VALUE 'RRMBS220'.
       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).

      * Run-id card (SYSIN, columns 1-8), stamped on the audit
      * entries this run writes - RRMBS206 convention.
       01 WS-PARM-CARD               PIC X(80) VALUE SPACES.
       01 WS-RUN-ID                  PIC X(8) VALUE SPACES.

      * Set by 3050 when the 'F' card's key is an active
      * forbearance already on WORKOUT - 3100 amends it.
       01 WS-PLAN-ON-FILE-SWITCH     PIC X VALUE 'N'.
           88 WS-PLAN-ON-FILE            VALUE 'Y'.

       01 WS-EDIT-STATUS             PIC X VALUE 'Y'.
           88 WS-EDIT-OK                 VALUE 'Y'.
           88 WS-EDIT-FAILED             VALUE 'N'.
      * First edit failure wins the exception line - later failures
      * keep the reason already set (RRMBS205 convention).
       01 WS-REJECT-REASON           PIC X(40) VALUE SPACES.

      * Largest amount the Loan Master money fields (PIC 9(6)V99)
      * can carry - a modification that would overflow one is
      * rejected rather than truncated (RRMBS200 convention).
       01 WS-MASTER-AMOUNT-LIMIT     PIC 9(6)V99 VALUE 999999.99.
      * Fallback term for a loan carrying a zero term - RRMBS196's
      * WS-LOAN-TERM-MONTHS.
       01 WS-DEFAULT-TERM-MONTHS     PIC 9(3) VALUE 360.

      * Modification work fields.  WS-MOD-EFFECTIVE-DATE keys the
      * WORKOUT record: the card's start date, or the run date.
       01 WS-MODIFICATION-CALC.
           05 WS-MOD-EFFECTIVE-DATE  PIC 9(8).
           05 WS-MODIFIED-PRINCIPAL  PIC 9(7)V99.
           05 WS-AMORT-TERM          PIC 9(3).
           05 WS-MONTHLY-RATE        PIC 9V999999.
           05 WS-RATE-FACTOR         PIC 9(4)V9(9).

      * The loan as it stood before the modification, for the audit
      * lines, the WORKOUT record and the investor report.
       01 WS-OLD-PRINCIPAL           PIC 9(6)V99.
       01 WS-OLD-RATE                PIC 9V9999.
       01 WS-OLD-TERM-MONTHS         PIC 9(3).
       01 WS-OLD-PAYMENT             PIC 9(6)V99.
       01 WS-OLD-NEXT-DUE-DATE       PIC 9(8).

      * Numeric-edited stand-ins for AUD-OLD-VALUE/AUD-NEW-VALUE -
      * same reasoning as RRMBS196's WS-AUDIT-AMOUNT-EDIT and
      * RRMBS206's WS-AUDIT-RATE-EDIT.
       01 WS-AUDIT-AMOUNT-EDIT       PIC ZZZZZ9.99.
       01 WS-AUDIT-RATE-EDIT         PIC 9.9999.

      * Modification subtotals by investor pool for MODRPT - the
      * shop services for a handful of investors, so a small table
      * filled in order of first appearance does.
       01 WS-INVESTOR-TOTALS.
           05 WS-INV-ENTRY OCCURS 50 TIMES INDEXED BY WS-INV-IDX.
               10 WS-INV-CODE            PIC X(3).
               10 WS-INV-MOD-COUNT       PIC 9(5).
               10 WS-INV-OLD-PRINCIPAL   PIC 9(9)V99.
               10 WS-INV-NEW-PRINCIPAL   PIC 9(9)V99.
               10 WS-INV-ARREARS         PIC 9(9)V99.
       01 WS-INV-COUNT-USED          PIC 9(3) VALUE ZERO.
       01 WS-INV-SWITCH              PIC X VALUE 'N'.
           88 WS-INV-FOUND               VALUE 'Y'.

      * End-of-run control totals.
       01 WS-CARDS-READ              PIC 9(7) VALUE ZERO.
       01 WS-FORBEARANCES-SET        PIC 9(7) VALUE ZERO.
       01 WS-FORBEARANCES-ENDED      PIC 9(7) VALUE ZERO.
       01 WS-MODIFICATIONS-BOOKED    PIC 9(7) VALUE ZERO.
       01 WS-CARDS-REJECTED          PIC 9(7) VALUE ZERO.
       01 WS-UPDATE-FAILURES         PIC 9(7) VALUE ZERO.
       01 WS-ARREARS-CAPITALIZED     PIC 9(9)V99 VALUE ZERO.
      * Plans ended for the card in hand - an 'X' card that ends
      * none is rejected.
       01 WS-FORBEARANCES-ENDED-NOW  PIC 9(3) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS220 WORKOUT EXCEPTIONS  RUN'.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-HDG-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-HDG-DATE            PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(2)  VALUE 'TY'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE 'LOAN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'REASON'.

       01 WS-EXCEPTION-LINE.
           05 WS-EXC-RECORD-TYPE     PIC X.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-EXC-LOAN-NUMBER     PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-EXC-REASON          PIC X(40).

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.

       01 WS-DOLLAR-LINE.
           05 WS-DOL-LABEL           PIC X(26).
           05 WS-DOL-VALUE           PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-MOD-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS220 LOAN MODIFICATIONS  RUN'.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-MHD-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-MHD-DATE            PIC 9(8).
       01 WS-MOD-HEADING-2.
           05 FILLER PIC X(3)  VALUE 'INV'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE 'LOAN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE '  OLD PRIN'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE '  NEW PRIN'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'O RATE'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'N RATE'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE 'OTM'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE 'NTM'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE '  OLD PMT'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE '  NEW PMT'.

       01 WS-MOD-DETAIL-LINE.
           05 WS-MOD-INVESTOR        PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-MOD-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-MOD-OLD-PRINCIPAL   PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MOD-NEW-PRINCIPAL   PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MOD-OLD-RATE        PIC 9.9999.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MOD-NEW-RATE        PIC 9.9999.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MOD-OLD-TERM        PIC ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MOD-NEW-TERM        PIC ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MOD-OLD-PAYMENT     PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MOD-NEW-PAYMENT     PIC ZZ,ZZ9.99.

      * Per-investor subtotal: count, principal before and after,
      * and the arrears capitalized into the after figure.
       01 WS-MOD-INVESTOR-LINE.
           05 FILLER                 PIC X(9) VALUE 'INVESTOR '.
           05 WS-MIL-INVESTOR        PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MIL-COUNT           PIC ZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MIL-OLD-PRINCIPAL   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MIL-NEW-PRINCIPAL   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-MIL-ARREARS         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MOD-INVESTOR-HEADING.
           05 FILLER PIC X(19) VALUE 'SUBTOTAL BY POOL  #'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE '  PRIN BEFORE'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE '   PRIN AFTER'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE ' ARREARS CAPD'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:8) TO WS-RUN-ID.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-WRITE-HEADINGS.
           PERFORM 2000-READ-WORKOUT-CARD.
           PERFORM UNTIL WS-TRANS-EOF
               PERFORM 2100-PROCESS-ONE-CARD
               PERFORM 2000-READ-WORKOUT-CARD
           END-PERFORM.
           PERFORM 7000-WRITE-REPORT-TOTALS.
           PERFORM 7500-WRITE-INVESTOR-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
               WHEN WS-UPDATE-FAILURES > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT WORKOUT-TRANS-FILE.
           IF NOT WS-WORKOUT-TRANS-OK
               DISPLAY 'RRMBS220 - UNABLE TO OPEN WOTRAN, STATUS '
                   WS-WORKOUT-TRANS-STATUS
               SET WS-TRANS-EOF TO TRUE
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS220 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-RUN-REFUSED TO TRUE
               SET WS-TRANS-EOF TO TRUE
           END-IF.
      * WORKOUT and PAYHIST are created only when not there yet
      * (status 35) - re-creating either on any other failure would
      * lose every plan or posting on it.
           OPEN I-O WORKOUT-PLAN-FILE.
           IF WS-WORKOUT-MISSING
               OPEN OUTPUT WORKOUT-PLAN-FILE
               CLOSE WORKOUT-PLAN-FILE
               OPEN I-O WORKOUT-PLAN-FILE
           END-IF.
           IF NOT WS-WORKOUT-OK
               DISPLAY 'RRMBS220 - UNABLE TO OPEN WORKOUT, STATUS '
                   WS-WORKOUT-STATUS ' - RUN ENDED'
               SET WS-RUN-REFUSED TO TRUE
               SET WS-TRANS-EOF TO TRUE
           END-IF.
           OPEN I-O PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-MISSING
               OPEN OUTPUT PAYMENT-HISTORY-FILE
               CLOSE PAYMENT-HISTORY-FILE
               OPEN I-O PAYMENT-HISTORY-FILE
           END-IF.
           IF NOT WS-PAYHIST-OK
               DISPLAY 'RRMBS220 - UNABLE TO OPEN PAYHIST, STATUS '
                   WS-PAYHIST-STATUS ' - RUN ENDED'
               SET WS-RUN-REFUSED TO TRUE
               SET WS-TRANS-EOF TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           OPEN OUTPUT WORKOUT-REPORT-FILE.
           OPEN OUTPUT MODIFICATION-REPORT-FILE.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-ID       TO WS-HDG-RUN-ID.
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
           WRITE WORKOUT-REPORT-LINE FROM WS-HEADING-1.
           WRITE WORKOUT-REPORT-LINE FROM WS-HEADING-2.
           MOVE WS-RUN-ID       TO WS-MHD-RUN-ID.
           MOVE WS-CURRENT-DATE TO WS-MHD-DATE.
           WRITE MODIFICATION-REPORT-LINE FROM WS-MOD-HEADING-1.
           WRITE MODIFICATION-REPORT-LINE FROM WS-MOD-HEADING-2.

       2000-READ-WORKOUT-CARD.
           READ WORKOUT-TRANS-FILE INTO WORKOUT-TRANS-RECORD
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.
      * A hard read error is not AT END - treat any non-OK status as
      * end of input so the loop cannot spin on a stale card image.
           IF NOT WS-TRANS-EOF AND NOT WS-WORKOUT-TRANS-OK
               DISPLAY 'RRMBS220 - WOTRAN READ ERROR, STATUS '
                   WS-WORKOUT-TRANS-STATUS ' - RUN ENDED'
               SET WS-TRANS-EOF TO TRUE
           END-IF.
           IF NOT WS-TRANS-EOF
               ADD 1 TO WS-CARDS-READ
           END-IF.

       2100-PROCESS-ONE-CARD.
           SET WS-EDIT-OK TO TRUE.
           SET WS-UPDATE-OK TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN WT-SET-FORBEARANCE
                   PERFORM 3000-SET-FORBEARANCE
               WHEN WT-END-FORBEARANCE
                   PERFORM 3500-END-FORBEARANCE
               WHEN WT-BOOK-MODIFICATION
                   PERFORM 4000-BOOK-MODIFICATION
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION CODE' TO WS-REJECT-REASON
                   PERFORM 6000-WRITE-EXCEPTION
           END-EVALUATE.

      * Every card names an open loan on the Loan Master.
       2200-READ-OPEN-LOAN.
           IF WT-LOAN-NUMBER NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NON-NUMERIC LOAN NUMBER' TO WS-REJECT-REASON
           ELSE
               MOVE WT-LOAN-NUMBER TO LM-LOAN-NUMBER
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-LM-STATUS-NOT-FOUND
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'LOAN NOT ON LOAN MASTER'
                           TO WS-REJECT-REASON
                   WHEN NOT WS-LM-STATUS-OK
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'LOAN MASTER READ ERROR'
                           TO WS-REJECT-REASON
                       DISPLAY 'RRMBS220 - LOAN MASTER READ ERROR, '
                           'STATUS ' WS-LOAN-MASTER-STATUS
                           ' FOR LOAN ' WT-LOAN-NUMBER
                   WHEN LM-LOAN-STATUS = 'C'
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'LOAN IS CLOSED' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      * A forbearance needs real dates in order, an end date not
      * already behind us, and a numeric plan payment (zero is a
      * full suspension).
       3000-SET-FORBEARANCE.
           IF WT-START-DATE NOT NUMERIC
             OR WT-END-DATE NOT NUMERIC
             OR WT-PLAN-PAYMENT NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NON-NUMERIC CARD FIELD' TO WS-REJECT-REASON
           ELSE
               IF WT-START-DATE = ZERO
                 OR WT-END-DATE < WT-START-DATE
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'PLAN DATES MISSING OR OUT OF ORDER'
                       TO WS-REJECT-REASON
               ELSE
                   IF WT-END-DATE < WS-CURRENT-DATE
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'PLAN END DATE ALREADY PASSED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 2200-READ-OPEN-LOAN
           END-IF.
           IF WS-EDIT-OK
               IF WT-PLAN-PAYMENT NOT < LM-LAST-PAYMENT-AMOUNT
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'PLAN PAYMENT NOT BELOW SCHEDULED PAYMENT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 3050-CHECK-PLAN-ON-FILE
           END-IF.
           IF WS-EDIT-FAILED
               PERFORM 6000-WRITE-EXCEPTION
           ELSE
               PERFORM 5000-END-ACTIVE-FORBEARANCES
               IF WS-UPDATE-OK
                   PERFORM 3100-WRITE-FORBEARANCE-PLAN
               ELSE
                   MOVE 'EARLIER FORBEARANCE NOT ENDED'
                       TO WS-REJECT-REASON
                   PERFORM 6100-EXCEPT-FAILED-UPDATE
               END-IF
           END-IF.

      * A card re-keying a plan on the same start date may only
      * amend an active forbearance (a changed end date or payment).
      * A modification or an ended plan under that key stays as it
      * is and the card is refused.
       3050-CHECK-PLAN-ON-FILE.
           MOVE 'N'             TO WS-PLAN-ON-FILE-SWITCH.
           MOVE WT-LOAN-NUMBER  TO WO-LOAN-NUMBER.
           MOVE WT-START-DATE   TO WO-START-DATE.
           READ WORKOUT-PLAN-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-WORKOUT-NOT-FOUND
                   CONTINUE
               WHEN NOT WS-WORKOUT-OK
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'WORKOUT FILE READ FAILED'
                       TO WS-REJECT-REASON
               WHEN WO-MODIFICATION
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'MODIFICATION ON FILE FOR START DATE'
                       TO WS-REJECT-REASON
               WHEN NOT WO-PLAN-ACTIVE
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'ENDED PLAN ON FILE FOR START DATE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   SET WS-PLAN-ON-FILE TO TRUE
           END-EVALUATE.

      * Any other active plan was ended by 5000 above.
       3100-WRITE-FORBEARANCE-PLAN.
           INITIALIZE WORKOUT-PLAN-RECORD.
           MOVE WT-LOAN-NUMBER       TO WO-LOAN-NUMBER.
           MOVE WT-START-DATE        TO WO-START-DATE.
           SET WO-FORBEARANCE        TO TRUE.
           SET WO-PLAN-ACTIVE        TO TRUE.
           MOVE WT-END-DATE          TO WO-END-DATE.
           MOVE WT-PLAN-PAYMENT      TO WO-PLAN-PAYMENT.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WO-OLD-PRINCIPAL.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WO-NEW-PRINCIPAL.
           MOVE LM-ANNUAL-INTEREST-RATE  TO WO-OLD-RATE.
           MOVE LM-ANNUAL-INTEREST-RATE  TO WO-NEW-RATE.
           MOVE LM-LAST-PAYMENT-AMOUNT   TO WO-OLD-PAYMENT.
           MOVE LM-LAST-PAYMENT-AMOUNT   TO WO-NEW-PAYMENT.
           MOVE WS-CURRENT-DATE      TO WO-LAST-UPDATE-DATE.
           MOVE WS-RUN-ID            TO WO-LAST-RUN-ID.
           IF WS-PLAN-ON-FILE
               REWRITE WORKOUT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'RRMBS220 - WORKOUT REWRITE FAILED '
                           'FOR LOAN ' WO-LOAN-NUMBER
               END-REWRITE
           ELSE
               WRITE WORKOUT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'RRMBS220 - WORKOUT WRITE FAILED '
                           'FOR LOAN ' WO-LOAN-NUMBER
               END-WRITE
           END-IF.
           IF WS-WORKOUT-OK
               ADD 1 TO WS-FORBEARANCES-SET
           ELSE
               MOVE 'WORKOUT FILE WRITE FAILED' TO WS-REJECT-REASON
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

       3500-END-FORBEARANCE.
           PERFORM 2200-READ-OPEN-LOAN.
           IF WS-EDIT-FAILED
               PERFORM 6000-WRITE-EXCEPTION
           ELSE
               MOVE ZERO TO WS-FORBEARANCES-ENDED-NOW
               PERFORM 5000-END-ACTIVE-FORBEARANCES
               EVALUATE TRUE
                   WHEN WS-UPDATE-FAILED
                       MOVE 'WORKOUT REWRITE FAILED - PLAN NOT ENDED'
                           TO WS-REJECT-REASON
                       PERFORM 6100-EXCEPT-FAILED-UPDATE
                   WHEN WS-FORBEARANCES-ENDED-NOW = ZERO
                       MOVE 'NO ACTIVE FORBEARANCE ON LOAN'
                           TO WS-REJECT-REASON
                       PERFORM 6000-WRITE-EXCEPTION
               END-EVALUATE
           END-IF.

      * Permanent modification.  Rate, term and principal of zero
      * keep the loan's own figure; the capitalized arrears always
      * go on top of the principal.  Everything is edited - and the
      * PAYHIST and WORKOUT keys the booking needs proven free -
      * before the Loan Master is touched.
       4000-BOOK-MODIFICATION.
           IF WT-START-DATE NOT NUMERIC
             OR WT-NEW-RATE NOT NUMERIC
             OR WT-NEW-TERM-MONTHS NOT NUMERIC
             OR WT-NEW-PRINCIPAL NOT NUMERIC
             OR WT-CAPITALIZED-ARREARS NOT NUMERIC
             OR WT-FIRST-DUE-DATE NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NON-NUMERIC CARD FIELD' TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               PERFORM 2200-READ-OPEN-LOAN
           END-IF.
           IF WS-EDIT-OK
               PERFORM 4100-EDIT-MODIFICATION-TERMS
           END-IF.
           IF WS-EDIT-FAILED
               PERFORM 6000-WRITE-EXCEPTION
           ELSE
               PERFORM 4200-APPLY-MODIFICATION
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'RRMBS220 - UNABLE TO UPDATE LOAN '
                           LM-LOAN-NUMBER
               END-REWRITE
               IF WS-LM-STATUS-OK
                   PERFORM 4300-AUDIT-MODIFICATION
                   PERFORM 4400-SYNC-LOAN-TO-DB2
                   PERFORM 4050-RECORD-MODIFICATION
               ELSE
                   MOVE 'LOAN MASTER REWRITE FAILED'
                       TO WS-REJECT-REASON
                   PERFORM 6000-WRITE-EXCEPTION
               END-IF
           END-IF.

      * The loan is modified; PAYHIST, the forbearance end and the
      * WORKOUT record follow, each only once the one before it has
      * taken.  A failure excepts the card with the step it stopped
      * at - nothing is reported or counted as booked.
       4050-RECORD-MODIFICATION.
           PERFORM 4500-WRITE-HISTORY-RECORD.
           IF WS-UPDATE-FAILED
               MOVE 'PAYHIST WRITE FAILED - LOAN MODIFIED'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 5000-END-ACTIVE-FORBEARANCES
               IF WS-UPDATE-FAILED
                   MOVE 'FORBEARANCE NOT ENDED - LOAN MODIFIED'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 4600-WRITE-MODIFICATION-PLAN
                   IF WS-UPDATE-FAILED
                       MOVE 'WORKOUT WRITE FAILED - LOAN MODIFIED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-UPDATE-FAILED
               PERFORM 6100-EXCEPT-FAILED-UPDATE
           ELSE
               PERFORM 4700-WRITE-MODIFICATION-LINE
               ADD 1 TO WS-MODIFICATIONS-BOOKED
               ADD WT-CAPITALIZED-ARREARS TO WS-ARREARS-CAPITALIZED
           END-IF.

       4100-EDIT-MODIFICATION-TERMS.
           IF WT-START-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-MOD-EFFECTIVE-DATE
           ELSE
               MOVE WT-START-DATE   TO WS-MOD-EFFECTIVE-DATE
           END-IF.
           IF WT-NEW-PRINCIPAL = ZERO
               COMPUTE WS-MODIFIED-PRINCIPAL =
                   LM-OUTSTANDING-PRINCIPAL + WT-CAPITALIZED-ARREARS
           ELSE
               COMPUTE WS-MODIFIED-PRINCIPAL =
                   WT-NEW-PRINCIPAL + WT-CAPITALIZED-ARREARS
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODIFIED-PRINCIPAL > WS-MASTER-AMOUNT-LIMIT
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'NEW PRINCIPAL EXCEEDS FIELD CAPACITY'
                       TO WS-REJECT-REASON
               WHEN WS-MODIFIED-PRINCIPAL = ZERO
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'NEW PRINCIPAL IS ZERO' TO WS-REJECT-REASON
               WHEN WT-FIRST-DUE-DATE NOT = ZERO
                AND WT-FIRST-DUE-DATE < WS-CURRENT-DATE
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'FIRST DUE DATE ALREADY PASSED'
                       TO WS-REJECT-REASON
           END-EVALUATE.
      * The booking writes PAYHIST under today's date and WORKOUT
      * under the effective date - a key already taken (a payment
      * posted today, a plan on the same day) holds the card for
      * the next run rather than overwriting that record.
           IF WS-EDIT-OK
               MOVE WT-LOAN-NUMBER  TO PH-LOAN-NUMBER
               MOVE WS-CURRENT-DATE TO PH-PAYMENT-DATE
               READ PAYMENT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-PAYHIST-NOT-FOUND
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'PAYMENT HISTORY DATED TODAY - RERUN NEXT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-EDIT-OK
               MOVE WT-LOAN-NUMBER        TO WO-LOAN-NUMBER
               MOVE WS-MOD-EFFECTIVE-DATE TO WO-START-DATE
               READ WORKOUT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-WORKOUT-NOT-FOUND
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'WORKOUT PLAN ALREADY ON FILE FOR DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       4200-APPLY-MODIFICATION.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-OLD-PRINCIPAL.
           MOVE LM-ANNUAL-INTEREST-RATE  TO WS-OLD-RATE.
           MOVE LM-LAST-PAYMENT-AMOUNT   TO WS-OLD-PAYMENT.
           MOVE LM-NEXT-DUE-DATE         TO WS-OLD-NEXT-DUE-DATE.
           IF LM-LOAN-TERM-MONTHS NOT NUMERIC
               MOVE ZERO TO WS-OLD-TERM-MONTHS
           ELSE
               MOVE LM-LOAN-TERM-MONTHS  TO WS-OLD-TERM-MONTHS
           END-IF.
           MOVE WS-MODIFIED-PRINCIPAL     TO LM-OUTSTANDING-PRINCIPAL.
           IF WT-NEW-RATE NOT = ZERO
               MOVE WT-NEW-RATE          TO LM-ANNUAL-INTEREST-RATE
           END-IF.
           IF WT-NEW-TERM-MONTHS NOT = ZERO
               MOVE WT-NEW-TERM-MONTHS   TO LM-LOAN-TERM-MONTHS
           END-IF.
           IF WT-FIRST-DUE-DATE NOT = ZERO
               MOVE WT-FIRST-DUE-DATE    TO LM-NEXT-DUE-DATE
           END-IF.
           PERFORM 4250-RECOMPUTE-SCHEDULED-PAYMENT.
      * The rate-change date restarts RRMBS206's adjustment clock -
      * an adjustable product must not be repriced off its agreed
      * modified rate on the next reprice run.
           MOVE WS-CURRENT-DATE          TO LM-RATE-CHANGE-DATE.
           MOVE WS-CURRENT-DATE          TO LM-LAST-UPDATE-DATE.

      * RRMBS196's 0500 formula on the modified principal, rate and
      * term.
       4250-RECOMPUTE-SCHEDULED-PAYMENT.
           IF LM-LOAN-TERM-MONTHS NOT NUMERIC
             OR LM-LOAN-TERM-MONTHS = ZERO
               MOVE WS-DEFAULT-TERM-MONTHS TO WS-AMORT-TERM
           ELSE
               MOVE LM-LOAN-TERM-MONTHS    TO WS-AMORT-TERM
           END-IF.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               LM-ANNUAL-INTEREST-RATE / 12.
           IF WS-MONTHLY-RATE = ZERO
               COMPUTE LM-LAST-PAYMENT-AMOUNT ROUNDED =
                   LM-OUTSTANDING-PRINCIPAL / WS-AMORT-TERM
           ELSE
               COMPUTE WS-RATE-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-AMORT-TERM
               COMPUTE LM-LAST-PAYMENT-AMOUNT ROUNDED =
                   LM-OUTSTANDING-PRINCIPAL * WS-MONTHLY-RATE
                   * WS-RATE-FACTOR / (WS-RATE-FACTOR - 1)
           END-IF.

      * Before/after audit lines for every Loan Master field the
      * modification moved, in the RRMBS196 conventions.
       4300-AUDIT-MODIFICATION.
           IF LM-OUTSTANDING-PRINCIPAL NOT = WS-OLD-PRINCIPAL
               MOVE 'LM-PRIN   '        TO AUD-FIELD-NAME
               MOVE WS-OLD-PRINCIPAL    TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-OLD-VALUE
               MOVE LM-OUTSTANDING-PRINCIPAL TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-NEW-VALUE
               PERFORM 4350-WRITE-AUDIT-ENTRY
           END-IF.
           IF LM-ANNUAL-INTEREST-RATE NOT = WS-OLD-RATE
               MOVE 'LM-RATE   '        TO AUD-FIELD-NAME
               MOVE WS-OLD-RATE         TO WS-AUDIT-RATE-EDIT
               MOVE WS-AUDIT-RATE-EDIT  TO AUD-OLD-VALUE
               MOVE LM-ANNUAL-INTEREST-RATE TO WS-AUDIT-RATE-EDIT
               MOVE WS-AUDIT-RATE-EDIT  TO AUD-NEW-VALUE
               PERFORM 4350-WRITE-AUDIT-ENTRY
           END-IF.
           IF LM-LOAN-TERM-MONTHS NOT = WS-OLD-TERM-MONTHS
               MOVE 'LM-TERM   '        TO AUD-FIELD-NAME
               MOVE WS-OLD-TERM-MONTHS  TO AUD-OLD-VALUE
               MOVE LM-LOAN-TERM-MONTHS TO AUD-NEW-VALUE
               PERFORM 4350-WRITE-AUDIT-ENTRY
           END-IF.
           IF LM-LAST-PAYMENT-AMOUNT NOT = WS-OLD-PAYMENT
               MOVE 'LM-PAYMENT'        TO AUD-FIELD-NAME
               MOVE WS-OLD-PAYMENT      TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-OLD-VALUE
               MOVE LM-LAST-PAYMENT-AMOUNT TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-NEW-VALUE
               PERFORM 4350-WRITE-AUDIT-ENTRY
           END-IF.
           IF LM-NEXT-DUE-DATE NOT = WS-OLD-NEXT-DUE-DATE
               MOVE 'LM-DUE-DT '        TO AUD-FIELD-NAME
               MOVE WS-OLD-NEXT-DUE-DATE TO AUD-OLD-VALUE
               MOVE LM-NEXT-DUE-DATE    TO AUD-NEW-VALUE
               PERFORM 4350-WRITE-AUDIT-ENTRY
           END-IF.

       4350-WRITE-AUDIT-ENTRY.
           MOVE LM-LOAN-NUMBER      TO AUD-LOAN-NUMBER.
           MOVE WS-JOB-ID           TO AUD-JOB-ID.
           MOVE WS-CURRENT-DATE     TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME     TO AUD-RUN-TIME.
           MOVE WS-RUN-ID           TO AUD-RUN-ID.
           WRITE AUDIT-LINE FROM AUDIT-TRAIL-RECORD.

      * Keeps the DB2 LOAN_MASTER row in step with the modified
      * loan - same probe/insert/update/commit pattern as
      * RRMBS196's 0240-SYNC-LOAN-TO-DB2.
       4400-SYNC-LOAN-TO-DB2.
           MOVE LM-LOAN-NUMBER           TO DB-LOAN-NUMBER.
           EXEC SQL
               SELECT LOAN_NUMBER INTO :DB-LOAN-NUMBER
                   FROM LOAN_MASTER
                   WHERE LOAN_NUMBER = :DB-LOAN-NUMBER
           END-EXEC.
           MOVE LM-LOAN-STATUS             TO DB-LOAN-STATUS.
           MOVE LM-OUTSTANDING-PRINCIPAL   TO DB-OUTSTANDING-PRINCIPAL.
           MOVE LM-ANNUAL-INTEREST-RATE    TO DB-ANNUAL-INTEREST-RATE.
           MOVE LM-LAST-PAYMENT-AMOUNT     TO DB-LAST-PAYMENT-AMOUNT.
           MOVE LM-LAST-INTEREST-AMOUNT    TO DB-LAST-INTEREST-AMOUNT.
           MOVE LM-LAST-PRINCIPAL-AMOUNT   TO DB-LAST-PRINCIPAL-AMOUNT.
           MOVE LM-ESCROW-TAX-RESERVE      TO DB-ESCROW-TAX-RESERVE.
           MOVE LM-ESCROW-INS-RESERVE      TO DB-ESCROW-INS-RESERVE.
           MOVE LM-APPLICATION-STATUS      TO DB-APPLICATION-STATUS.
           MOVE LM-APPLICATION-SEQUENCE    TO DB-APPLICATION-SEQUENCE.
           MOVE LM-LAST-UPDATE-DATE        TO DB-LAST-UPDATE-DATE.
           MOVE LM-BORROWER-ID             TO DB-BORROWER-ID.
           MOVE LM-NEXT-DUE-DATE           TO DB-NEXT-DUE-DATE.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO LOAN_MASTER
                       (LOAN_NUMBER, LOAN_STATUS,
                        OUTSTANDING_PRINCIPAL, ANNUAL_INTEREST_RATE,
                        LAST_PAYMENT_AMOUNT, LAST_INTEREST_AMOUNT,
                        LAST_PRINCIPAL_AMOUNT, ESCROW_TAX_RESERVE,
                        ESCROW_INS_RESERVE, APPLICATION_STATUS,
                        APPLICATION_SEQUENCE, LAST_UPDATE_DATE,
                        BORROWER_ID, NEXT_DUE_DATE)
                       VALUES
                       (:DB-LOAN-NUMBER, :DB-LOAN-STATUS,
                        :DB-OUTSTANDING-PRINCIPAL,
                        :DB-ANNUAL-INTEREST-RATE,
                        :DB-LAST-PAYMENT-AMOUNT,
                        :DB-LAST-INTEREST-AMOUNT,
                        :DB-LAST-PRINCIPAL-AMOUNT,
                        :DB-ESCROW-TAX-RESERVE,
                        :DB-ESCROW-INS-RESERVE,
                        :DB-APPLICATION-STATUS,
                        :DB-APPLICATION-SEQUENCE,
                        :DB-LAST-UPDATE-DATE,
                        :DB-BORROWER-ID,
                        :DB-NEXT-DUE-DATE)
               END-EXEC
               MOVE SQLCODE TO WS-DB-SQLCODE
           ELSE
               EXEC SQL
                   UPDATE LOAN_MASTER
                       SET LOAN_STATUS = :DB-LOAN-STATUS,
                           OUTSTANDING_PRINCIPAL =
                               :DB-OUTSTANDING-PRINCIPAL,
                           ANNUAL_INTEREST_RATE =
                               :DB-ANNUAL-INTEREST-RATE,
                           LAST_PAYMENT_AMOUNT =
                               :DB-LAST-PAYMENT-AMOUNT,
                           LAST_INTEREST_AMOUNT =
                               :DB-LAST-INTEREST-AMOUNT,
                           LAST_PRINCIPAL_AMOUNT =
                               :DB-LAST-PRINCIPAL-AMOUNT,
                           ESCROW_TAX_RESERVE = :DB-ESCROW-TAX-RESERVE,
                           ESCROW_INS_RESERVE = :DB-ESCROW-INS-RESERVE,
                           APPLICATION_STATUS =
                               :DB-APPLICATION-STATUS,
                           APPLICATION_SEQUENCE =
                               :DB-APPLICATION-SEQUENCE,
                           LAST_UPDATE_DATE = :DB-LAST-UPDATE-DATE,
                           BORROWER_ID = :DB-BORROWER-ID,
                           NEXT_DUE_DATE = :DB-NEXT-DUE-DATE
                       WHERE LOAN_NUMBER = :DB-LOAN-NUMBER
               END-EXEC
               MOVE SQLCODE TO WS-DB-SQLCODE
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF WS-DB-SQLCODE NOT = 0
               DISPLAY 'RRMBS220 - DB2 SYNC WARNING SQLCODE '
                   WS-DB-SQLCODE ' FOR LOAN ' DB-LOAN-NUMBER
           END-IF.

      * The modification's history record moves no money - payment,
      * interest, principal and fee are zero, so RRMBS211, RRMBS216
      * and RRMBS210 (which key on PH-SOURCE-JOB) pass it by - but
      * it carries the modified balance, so the loan's history
      * balance and the Loan Master agree from today on.
       4500-WRITE-HISTORY-RECORD.
           MOVE LM-LOAN-NUMBER           TO PH-LOAN-NUMBER.
           MOVE WS-CURRENT-DATE          TO PH-PAYMENT-DATE.
           MOVE ZERO                     TO PH-PAYMENT-AMOUNT.
           MOVE ZERO                     TO PH-INTEREST-AMOUNT.
           MOVE ZERO                     TO PH-PRINCIPAL-AMOUNT.
           MOVE LM-OUTSTANDING-PRINCIPAL TO PH-OUTSTANDING-PRINCIPAL.
           MOVE LM-ESCROW-TAX-RESERVE    TO PH-ESCROW-TAX-RESERVE.
           MOVE LM-ESCROW-INS-RESERVE    TO PH-ESCROW-INS-RESERVE.
           MOVE WS-JOB-ID                TO PH-SOURCE-JOB.
           MOVE ZERO                     TO PH-LATE-FEE-AMOUNT.
           MOVE ZERO                     TO PH-RETURNED-DATE.
           MOVE ZERO                     TO PH-REVERSES-DATE.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'RRMBS220 - PAYMENT HISTORY WRITE FAILED '
                       'FOR LOAN ' PH-LOAN-NUMBER
           END-WRITE.
           IF NOT WS-PAYHIST-OK
               SET WS-UPDATE-FAILED TO TRUE
           END-IF.

       4600-WRITE-MODIFICATION-PLAN.
           INITIALIZE WORKOUT-PLAN-RECORD.
           MOVE LM-LOAN-NUMBER           TO WO-LOAN-NUMBER.
           MOVE WS-MOD-EFFECTIVE-DATE    TO WO-START-DATE.
           SET WO-MODIFICATION           TO TRUE.
           SET WO-PLAN-BOOKED            TO TRUE.
           MOVE ZERO                     TO WO-END-DATE.
           MOVE ZERO                     TO WO-PLAN-PAYMENT.
           MOVE WT-CAPITALIZED-ARREARS   TO WO-CAPITALIZED-ARREARS.
           MOVE WS-OLD-PRINCIPAL         TO WO-OLD-PRINCIPAL.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WO-NEW-PRINCIPAL.
           MOVE WS-OLD-RATE              TO WO-OLD-RATE.
           MOVE LM-ANNUAL-INTEREST-RATE  TO WO-NEW-RATE.
           MOVE WS-OLD-TERM-MONTHS       TO WO-OLD-TERM-MONTHS.
           MOVE LM-LOAN-TERM-MONTHS      TO WO-NEW-TERM-MONTHS.
           MOVE WS-OLD-PAYMENT           TO WO-OLD-PAYMENT.
           MOVE LM-LAST-PAYMENT-AMOUNT   TO WO-NEW-PAYMENT.
           MOVE WS-CURRENT-DATE          TO WO-BOOKED-DATE.
           MOVE WS-CURRENT-DATE          TO WO-LAST-UPDATE-DATE.
           MOVE WS-RUN-ID                TO WO-LAST-RUN-ID.
           WRITE WORKOUT-PLAN-RECORD
               INVALID KEY
                   DISPLAY 'RRMBS220 - WORKOUT WRITE FAILED FOR '
                       'LOAN ' WO-LOAN-NUMBER
           END-WRITE.
           IF NOT WS-WORKOUT-OK
               SET WS-UPDATE-FAILED TO TRUE
           END-IF.

       4700-WRITE-MODIFICATION-LINE.
           MOVE LM-INVESTOR-CODE         TO WS-MOD-INVESTOR.
           MOVE LM-LOAN-NUMBER           TO WS-MOD-LOAN-NUMBER.
           MOVE WS-OLD-PRINCIPAL         TO WS-MOD-OLD-PRINCIPAL.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-MOD-NEW-PRINCIPAL.
           MOVE WS-OLD-RATE              TO WS-MOD-OLD-RATE.
           MOVE LM-ANNUAL-INTEREST-RATE  TO WS-MOD-NEW-RATE.
           MOVE WS-OLD-TERM-MONTHS       TO WS-MOD-OLD-TERM.
           MOVE LM-LOAN-TERM-MONTHS      TO WS-MOD-NEW-TERM.
           MOVE WS-OLD-PAYMENT           TO WS-MOD-OLD-PAYMENT.
           MOVE LM-LAST-PAYMENT-AMOUNT   TO WS-MOD-NEW-PAYMENT.
           WRITE MODIFICATION-REPORT-LINE FROM WS-MOD-DETAIL-LINE.
           PERFORM 4750-ADD-INVESTOR-TOTALS.

       4750-ADD-INVESTOR-TOTALS.
           MOVE 'N' TO WS-INV-SWITCH.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT-USED
                      OR WS-INV-FOUND
               IF WS-INV-CODE(WS-INV-IDX) = LM-INVESTOR-CODE
                   SET WS-INV-FOUND TO TRUE
               END-IF
           END-PERFORM.
      * The VARYING steps past the hit before the UNTIL is tested.
           IF WS-INV-FOUND
               SET WS-INV-IDX DOWN BY 1
           ELSE
               IF WS-INV-COUNT-USED < 50
                   ADD 1 TO WS-INV-COUNT-USED
                   SET WS-INV-IDX TO WS-INV-COUNT-USED
                   MOVE LM-INVESTOR-CODE TO WS-INV-CODE(WS-INV-IDX)
                   MOVE ZERO TO WS-INV-MOD-COUNT(WS-INV-IDX)
                   MOVE ZERO TO WS-INV-OLD-PRINCIPAL(WS-INV-IDX)
                   MOVE ZERO TO WS-INV-NEW-PRINCIPAL(WS-INV-IDX)
                   MOVE ZERO TO WS-INV-ARREARS(WS-INV-IDX)
                   SET WS-INV-FOUND TO TRUE
               ELSE
                   DISPLAY 'RRMBS220 - INVESTOR TABLE FULL, LOAN '
                       LM-LOAN-NUMBER ' LEFT OUT OF POOL SUBTOTALS'
               END-IF
           END-IF.
           IF WS-INV-FOUND
               ADD 1 TO WS-INV-MOD-COUNT(WS-INV-IDX)
               ADD WS-OLD-PRINCIPAL
                   TO WS-INV-OLD-PRINCIPAL(WS-INV-IDX)
               ADD LM-OUTSTANDING-PRINCIPAL
                   TO WS-INV-NEW-PRINCIPAL(WS-INV-IDX)
               ADD WT-CAPITALIZED-ARREARS
                   TO WS-INV-ARREARS(WS-INV-IDX)
           END-IF.

      * Ends every forbearance still active on the card's loan, as
      * of the run date - one plan in force at a time.  A plan keyed
      * on the card's own start date is left for the caller to
      * amend.  Browses the loan's plans from a zero start date.
       5000-END-ACTIVE-FORBEARANCES.
           MOVE 'N'             TO WS-BROWSE-SWITCH.
           MOVE WT-LOAN-NUMBER  TO WO-LOAN-NUMBER.
           MOVE ZERO            TO WO-START-DATE.
           START WORKOUT-PLAN-FILE
               KEY IS NOT LESS THAN WO-PLAN-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE
               READ WORKOUT-PLAN-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-BROWSE-DONE
                   IF NOT WS-WORKOUT-OK
                     OR WO-LOAN-NUMBER NOT = WT-LOAN-NUMBER
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM 5100-END-ONE-FORBEARANCE
                   END-IF
               END-IF
           END-PERFORM.

       5100-END-ONE-FORBEARANCE.
           IF WO-FORBEARANCE AND WO-PLAN-ACTIVE
             AND NOT (WT-SET-FORBEARANCE
                      AND WO-START-DATE = WT-START-DATE)
               SET WO-PLAN-ENDED        TO TRUE
               IF WO-END-DATE > WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE TO WO-END-DATE
               END-IF
               MOVE WS-CURRENT-DATE     TO WO-LAST-UPDATE-DATE
               MOVE WS-RUN-ID           TO WO-LAST-RUN-ID
               REWRITE WORKOUT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'RRMBS220 - WORKOUT REWRITE FAILED '
                           'FOR LOAN ' WO-LOAN-NUMBER
               END-REWRITE
               IF WS-WORKOUT-OK
                   ADD 1 TO WS-FORBEARANCES-ENDED
                   ADD 1 TO WS-FORBEARANCES-ENDED-NOW
               ELSE
                   SET WS-UPDATE-FAILED TO TRUE
               END-IF
           END-IF.

       6000-WRITE-EXCEPTION.
           MOVE WORKOUT-TRANS-RECORD(1:1) TO WS-EXC-RECORD-TYPE.
           MOVE WORKOUT-TRANS-RECORD(2:4) TO WS-EXC-LOAN-NUMBER.
           MOVE WS-REJECT-REASON          TO WS-EXC-REASON.
           WRITE WORKOUT-REPORT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-CARDS-REJECTED.

      * A card stopped part way through its updates: RC 8, so the
      * loan is put right before the next cycle reads it.
       6100-EXCEPT-FAILED-UPDATE.
           ADD 1 TO WS-UPDATE-FAILURES.
           PERFORM 6000-WRITE-EXCEPTION.

       7000-WRITE-REPORT-TOTALS.
           MOVE 'CARDS READ               ' TO WS-TOT-LABEL.
           MOVE WS-CARDS-READ               TO WS-TOT-COUNT.
           WRITE WORKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FORBEARANCES SET UP      ' TO WS-TOT-LABEL.
           MOVE WS-FORBEARANCES-SET         TO WS-TOT-COUNT.
           WRITE WORKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FORBEARANCES ENDED       ' TO WS-TOT-LABEL.
           MOVE WS-FORBEARANCES-ENDED       TO WS-TOT-COUNT.
           WRITE WORKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MODIFICATIONS BOOKED     ' TO WS-TOT-LABEL.
           MOVE WS-MODIFICATIONS-BOOKED     TO WS-TOT-COUNT.
           WRITE WORKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CARDS REJECTED           ' TO WS-TOT-LABEL.
           MOVE WS-CARDS-REJECTED           TO WS-TOT-COUNT.
           WRITE WORKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ARREARS CAPITALIZED     '  TO WS-DOL-LABEL.
           MOVE WS-ARREARS-CAPITALIZED      TO WS-DOL-VALUE.
           WRITE WORKOUT-REPORT-LINE FROM WS-DOLLAR-LINE.

       7500-WRITE-INVESTOR-TOTALS.
           WRITE MODIFICATION-REPORT-LINE FROM WS-MOD-INVESTOR-HEADING.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT-USED
               MOVE WS-INV-CODE(WS-INV-IDX)      TO WS-MIL-INVESTOR
               MOVE WS-INV-MOD-COUNT(WS-INV-IDX) TO WS-MIL-COUNT
               MOVE WS-INV-OLD-PRINCIPAL(WS-INV-IDX)
                                                 TO WS-MIL-OLD-PRINCIPAL
               MOVE WS-INV-NEW-PRINCIPAL(WS-INV-IDX)
                                                 TO WS-MIL-NEW-PRINCIPAL
               MOVE WS-INV-ARREARS(WS-INV-IDX)   TO WS-MIL-ARREARS
               WRITE MODIFICATION-REPORT-LINE
                   FROM WS-MOD-INVESTOR-LINE
           END-PERFORM.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS220 - WORKOUT RUN TOTALS FOR RUN '
               WS-RUN-ID.
           DISPLAY 'RRMBS220 -   CARDS READ          ' WS-CARDS-READ.
           DISPLAY 'RRMBS220 -   FORBEARANCES SET    '
               WS-FORBEARANCES-SET.
           DISPLAY 'RRMBS220 -   FORBEARANCES ENDED  '
               WS-FORBEARANCES-ENDED.
           DISPLAY 'RRMBS220 -   MODIFICATIONS       '
               WS-MODIFICATIONS-BOOKED.
           DISPLAY 'RRMBS220 -   CARDS REJECTED      '
               WS-CARDS-REJECTED.
           DISPLAY 'RRMBS220 -   UPDATE FAILURES     '
               WS-UPDATE-FAILURES.
           DISPLAY 'RRMBS220 -   ARREARS CAPITALIZED '
               WS-ARREARS-CAPITALIZED.

       9000-CLOSE-FILES.
           CLOSE WORKOUT-TRANS-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE WORKOUT-PLAN-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE WORKOUT-REPORT-FILE.
           CLOSE MODIFICATION-REPORT-FILE.
      *End of program RRMBS220.
