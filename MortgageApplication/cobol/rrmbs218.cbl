       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS218.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Returned-item (NSF / ACH return) reversal batch.  When a
      *     borrower's check bounces or an ACH debit comes back, the
      *     RRMBS200 posting it funded has already moved principal,
      *     escrow, fees, the due date and possibly closed the loan -
      *     and the only way back was keying the balances over on
      *     LNMT, which left the PAYHIST record standing as if the
      *     money were real.  This program reads the bank's returns
      *     (RETTRAN, rrmbc219 - loan, ORIGINAL payment date, amount,
      *     return reason) and for each one:
      *       - a return that matches an RRMBS200 PAYHIST posting on
      *         the loan/original date backs the posting out: the
      *         principal, late-fee dollars and the month's escrow
      *         collection go back on the loan, the due date steps
      *         back the month the posting advanced it, and held
      *         funds the posting consumed go back into unapplied.  A
      *         returned PAYOFF reopens the loan (status 'A'), takes
      *         back any payoff excess still awaiting refund, and
      *         re-amortizes the scheduled payment the payoff
      *         overwrote, RRMBS196's 0500 formula.
      *       - a return that matches a hold on UNAPREG (rrmbc213,
      *         type 'H' for the loan/date/amount) takes the money
      *         back out of LM-UNAPPLIED-FUNDS
      *       - every reversal charges the returned-item fee to
      *         LM-LATE-FEE-BALANCE, so RRMBS200 collects it out of
      *         the next remittance ahead of principal the same way
      *         it collects a late fee
      *     A posting reversal writes a PAYHIST record with
      *     PH-SOURCE-JOB 'RRMBS218' on the cycle date carrying the
      *     original split (RRMBS211 books it as the mirror of the
      *     posting and RRMBS216 nets it out of the investor's
      *     remittance), and the original record is stamped with
      *     PH-RETURNED-DATE so it can never be reversed twice.
      *     Unapplied-balance changes write UNAPREG 'N'/'I' movements
      *     for RRMBS211.  Loan changes write before/after audit
      *     lines (rrmbc202) and are mirrored to DB2 with the
      *     standard sync pattern.
      *     Returns that cannot be matched, or whose posting can no
      *     longer be backed out cleanly (already returned, funds
      *     already applied or refunded, history key in use), print
      *     on the exception report RETEXCP with the reason and the
      *     step ends with return code 4 so servicing works them.
      *     A returned payoff may carry the excess the payoff left
      *     in unapplied funds awaiting refund - up to the payoff
      *     plus LM-UNAPPLIED-FUNDS.  Each update is made only when
      *     the one before it took: a failed Loan Master rewrite
      *     backs nothing out, and a failed PAYHIST write or stamp
      *     stops the return where it is.  Either way the return
      *     goes on the exception report with the step that failed,
      *     and the step ends with return code 8 so the loan is
      *     checked before anything else runs against it.
      *     The run id and cycle date come off the SYSIN card
      *     (columns 1-8 and 9-16) - the same card RRMBS211 takes, so
      *     the reversals land in that night's GL extract.
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - a returned payoff on a loan the closeout batch
      *       (RRMBS221) has already closed out is excepted: the
      *       refund check is cut and the lien released, so it
      *       cannot be backed out here
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - audit lines carry the loan number (AUD-LOAN-NUMBER,
      *       rrmbc202) so the restored and returned-item fees roll
      *       forward on the RRMBS223 month-end trial balance
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-ITEM-FILE ASSIGN TO 'RETTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO 'LOANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT UNAPPLIED-REG-FILE ASSIGN TO 'UNAPREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPREG-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO 'RETRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'RETEXCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-ITEM-FILE.
       01  RETURNED-ITEM-LINE           PIC X(80).

       FD  LOAN-MASTER-FILE.
           COPY rrmbc197.

       FD  PAYMENT-HISTORY-FILE.
           COPY rrmbc205.

       FD  UNAPPLIED-REG-FILE.
       01  UNAPPLIED-REG-LINE           PIC X(80).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-LINE                   PIC X(80).

       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-REPORT-LINE         PIC X(80).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY rrmbc219.
           COPY rrmbc202.
           COPY rrmbc213.

      * DB2 wiring so every Loan Master REWRITE is mirrored to the
      * LOAN_MASTER table - same invariant RRMBS200 keeps.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY rrmbc201.

      * Snapshot of SQLCODE taken right after the INSERT/UPDATE,
      * before COMMIT overwrites SQLCODE with its own return code.
       01 WS-DB-SQLCODE             PIC S9(9) COMP VALUE ZERO.

       01 WS-RETURNS-STATUS         PIC XX.
           88 WS-RETURNS-OK             VALUE '00'.
           88 WS-RETURNS-EOF            VALUE '10'.
       01 WS-LOAN-MASTER-STATUS     PIC XX.
           88 WS-LM-STATUS-OK           VALUE '00'.
           88 WS-LM-STATUS-NOT-FOUND    VALUE '23'.
       01 WS-PAYHIST-STATUS         PIC XX.
           88 WS-PAYHIST-OK             VALUE '00'.
           88 WS-PAYHIST-EOF            VALUE '10'.
           88 WS-PAYHIST-NOT-FOUND      VALUE '23'.
       01 WS-UNAPREG-STATUS         PIC XX.
           88 WS-UNAPREG-OK             VALUE '00'.
           88 WS-UNAPREG-EOF            VALUE '10'.
       01 WS-AUDIT-STATUS           PIC XX.
           88 WS-AUDIT-OK               VALUE '00'.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-EXCEPTION-STATUS       PIC XX.
       01 WS-RETURNS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-RETURNS-DONE           VALUE 'Y'.
       01 WS-UNAP-EOF-SWITCH        PIC X VALUE 'N'.
           88 WS-UNAP-EOF               VALUE 'Y'.
      * Set when LOANMAST or PAYHIST would not open - every return
      * goes to the exception report instead of being half-applied.
       01 WS-MASTER-SWITCH          PIC X VALUE 'N'.
           88 WS-MASTERS-UNAVAILABLE    VALUE 'Y'.

       01 WS-JOB-ID                 PIC X(8) VALUE 'RRMBS218'.
       01 WS-CURRENT-DATE           PIC 9(8).
       01 WS-CURRENT-TIME           PIC 9(8).

      * SYSIN card: run id (columns 1-8), cycle date (columns 9-16) -
      * RRMBS211's card, so the reversal records and movements are
      * dated for the GL extract that books them.
       01 WS-PARM-CARD              PIC X(80) VALUE SPACES.
       01 WS-RUN-ID                 PIC X(8) VALUE SPACES.
       01 WS-CYCLE-DATE             PIC 9(8) VALUE ZERO.

      * Flat charge for a returned item, added to the loan's fee
      * balance with every reversal.
       01 WS-RETURNED-ITEM-FEE      PIC 9(4)V99 VALUE 25.00.
      * Largest amount the Loan Master money fields (PIC 9(6)V99)
      * can carry - a restore that would overflow one is sent to the
      * exception report rather than truncated (RRMBS200 convention).
       01 WS-MASTER-AMOUNT-LIMIT    PIC 9(6)V99 VALUE 999999.99.
      * Fallback term for a loan carrying a zero term - RRMBS196's
      * WS-LOAN-TERM-MONTHS.
       01 WS-DEFAULT-TERM-MONTHS    PIC 9(3) VALUE 360.

      * The night's returns, loaded up front so UNAPREG can be
      * scanned for the matching holds in one pass before it is
      * reopened to take this run's movements.  WS-RTN-HOLD-STATE
      * records what the scan found for the entry.
       01 WS-RETURN-TABLE.
           05 WS-RETURN-ENTRY OCCURS 500 TIMES INDEXED BY WS-RET-IDX.
               10 WS-RTN-LOAN-NUMBER     PIC 9(4).
               10 WS-RTN-PAYMENT-DATE    PIC 9(8).
               10 WS-RTN-AMOUNT          PIC 9(6)V99.
               10 WS-RTN-REASON-CODE     PIC X(3).
               10 WS-RTN-HOLD-STATE      PIC X.
                   88 WS-RTN-NO-HOLD         VALUE ' '.
                   88 WS-RTN-HOLD-FOUND      VALUE 'H'.
                   88 WS-RTN-HOLD-RETURNED   VALUE 'X'.
       01 WS-RETURN-COUNT-USED      PIC 9(4) VALUE ZERO.
       01 WS-RETURN-TABLE-MAX       PIC 9(4) VALUE 500.
       01 WS-MATCH-SWITCH           PIC X VALUE 'N'.
           88 WS-MATCH-MADE             VALUE 'Y'.

      * The original posting, saved off PAYHIST before the prior-
      * posting browse reuses the record area.
       01 WS-ORIGINAL-POSTING.
           05 WS-ORIG-PAYMENT        PIC 9(6)V99.
           05 WS-ORIG-INTEREST       PIC 9(6)V99.
           05 WS-ORIG-PRINCIPAL      PIC 9(6)V99.
           05 WS-ORIG-OUTSTANDING    PIC 9(6)V99.
           05 WS-ORIG-TAX-RESERVE    PIC 9(6)V99.
           05 WS-ORIG-FEE            PIC 9(6)V99.
           05 WS-ORIG-RETURNED-DATE  PIC 9(8).
       01 WS-PAYOFF-SWITCH          PIC X VALUE 'N'.
           88 WS-REVERSING-PAYOFF       VALUE 'Y'.

      * Reversal work fields.  WS-UNAPPLIED-CHANGE is the posting
      * amount less the returned item: positive when the posting had
      * consumed held funds (they go back into unapplied), negative
      * when a payoff's excess is still sitting there awaiting refund
      * (it comes back out).
       01 WS-REVERSAL-CALC.
           05 WS-UNAPPLIED-CHANGE    PIC S9(7)V99.
           05 WS-UNAPPLIED-MOVE-AMT  PIC 9(7)V99.
           05 WS-ESCROW-COLLECTED    PIC S9(7)V99.
           05 WS-ESCROW-TAX-PORTION  PIC 9(6)V99.
           05 WS-ESCROW-INS-PORTION  PIC 9(6)V99.
           05 WS-AMORT-TERM          PIC 9(3).
           05 WS-MONTHLY-RATE        PIC 9V999999.
           05 WS-RATE-FACTOR         PIC 9(4)V9(9).
       01 WS-REVERSAL-KEY-SWITCH    PIC X VALUE 'N'.
           88 WS-REVERSAL-KEY-IN-USE    VALUE 'Y'.
      * Set by 2700, 2800 and 2810 - each later update in a reversal
      * waits on the one before it.
       01 WS-UPDATE-SWITCH          PIC X VALUE 'Y'.
           88 WS-UPDATE-OK              VALUE 'Y'.
           88 WS-UPDATE-FAILED          VALUE 'N'.

      * The loan's last-payment split before the returned posting,
      * off the latest earlier PAYHIST record that still stands.
       01 WS-PRIOR-INTEREST         PIC 9(6)V99.
       01 WS-PRIOR-PRINCIPAL        PIC 9(6)V99.
       01 WS-BROWSE-SWITCH          PIC X VALUE 'N'.
           88 WS-BROWSE-DONE            VALUE 'Y'.

      * Prior values read straight off the persisted Loan Master
      * record before the reversal, for the before/after audit lines.
       01 WS-OLD-LOAN-STATUS        PIC X.
       01 WS-OLD-PRINCIPAL          PIC 9(6)V99.
       01 WS-OLD-NEXT-DUE-DATE      PIC 9(8).
       01 WS-OLD-UNAPPLIED          PIC 9(6)V99.
       01 WS-OLD-FEE-BALANCE        PIC 9(6)V99.

      * Numeric-edited stand-in for AUD-OLD-VALUE/AUD-NEW-VALUE -
      * same reasoning as RRMBS196's WS-AUDIT-AMOUNT-EDIT.
       01 WS-AUDIT-AMOUNT-EDIT      PIC ZZZZZ9.99.

      * Working copy of LM-NEXT-DUE-DATE used to step it back the one
      * payment period a full posting advanced it - the reverse of
      * RRMBS200's 2510-ADVANCE-NEXT-DUE-DATE.
       01 WS-NEXT-DUE-YYYYMMDD       PIC 9(8).
       01 WS-NEXT-DUE-BREAKDOWN REDEFINES WS-NEXT-DUE-YYYYMMDD.
           05 WS-NEXT-DUE-YYYY          PIC 9(4).
           05 WS-NEXT-DUE-MM            PIC 9(2).
           05 WS-NEXT-DUE-DD            PIC 9(2).

      * First failed test wins the exception line.
       01 WS-EXCEPTION-MESSAGE      PIC X(40) VALUE SPACES.

      * End-of-run control totals - every return read lands in
      * exactly one of posting / payoff / hold reversed or excepted.
       01 WS-RETURNS-READ           PIC 9(7) VALUE ZERO.
       01 WS-POSTINGS-REVERSED      PIC 9(7) VALUE ZERO.
       01 WS-PAYOFFS-REVERSED       PIC 9(7) VALUE ZERO.
       01 WS-HOLDS-REVERSED         PIC 9(7) VALUE ZERO.
       01 WS-RETURNS-EXCEPTED       PIC 9(7) VALUE ZERO.
       01 WS-UPDATE-FAILURES        PIC 9(7) VALUE ZERO.
       01 WS-DOLLARS-RETURNED       PIC 9(9)V99 VALUE ZERO.
       01 WS-FEE-DOLLARS-CHARGED    PIC 9(9)V99 VALUE ZERO.

       01 WS-HEADING-1.
           05 WS-HDG-TITLE           PIC X(38).
           05 WS-HDG-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(7) VALUE ' CYCLE '.
           05 WS-HDG-DATE            PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(4)  VALUE 'LOAN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'ORIG DTE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE '    AMOUNT'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE 'RSN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(40) VALUE 'DISPOSITION'.

      * Loan and date are alphanumeric so a card that failed the
      * numeric edit can still be printed as received.
       01 WS-DETAIL-LINE.
           05 WS-DET-LOAN-NUMBER     PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-PAYMENT-DATE    PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT          PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-REASON-CODE     PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-MESSAGE         PIC X(40).

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.

       01 WS-DOLLAR-LINE.
           05 WS-DOL-LABEL           PIC X(26).
           05 WS-DOL-VALUE           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:8) TO WS-RUN-ID.
           IF WS-PARM-CARD(9:8) NOT NUMERIC
               DISPLAY 'RRMBS218 - CYCLE DATE CARD NOT NUMERIC, '
                   'RUN ENDED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PARM-CARD(9:8) TO WS-CYCLE-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-WRITE-HEADINGS.
           PERFORM 1200-LOAD-RETURNS.
           PERFORM 1500-SCAN-UNAPPLIED-HOLDS.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RETURN-COUNT-USED
               PERFORM 2100-PROCESS-ONE-RETURN
           END-PERFORM.
           PERFORM 3000-WRITE-REPORT-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           IF WS-UPDATE-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RETURNS-EXCEPTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT RETURNED-ITEM-FILE.
           IF NOT WS-RETURNS-OK
               DISPLAY 'RRMBS218 - UNABLE TO OPEN RETTRAN, STATUS '
                   WS-RETURNS-STATUS
               SET WS-RETURNS-DONE TO TRUE
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS218 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-MASTERS-UNAVAILABLE TO TRUE
           END-IF.
           OPEN I-O PAYMENT-HISTORY-FILE.
           IF NOT WS-PAYHIST-OK
               DISPLAY 'RRMBS218 - UNABLE TO OPEN PAYHIST, STATUS '
                   WS-PAYHIST-STATUS
               SET WS-MASTERS-UNAVAILABLE TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           OPEN OUTPUT REVERSAL-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-ID       TO WS-HDG-RUN-ID.
           MOVE WS-CYCLE-DATE   TO WS-HDG-DATE.
           MOVE 'RRMBS218 RETURNED ITEM REVERSALS  RUN '
               TO WS-HDG-TITLE.
           WRITE REVERSAL-REPORT-LINE FROM WS-HEADING-1.
           WRITE REVERSAL-REPORT-LINE FROM WS-HEADING-2.
           MOVE 'RRMBS218 RETURNED ITEM EXCEPTIONS RUN '
               TO WS-HDG-TITLE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-1.
           WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-2.

      * Edited cards go into the return table; a card that fails the
      * numeric edit, or arrives after the table is full, goes
      * straight to the exception report.
       1200-LOAD-RETURNS.
           PERFORM 1300-READ-RETURN.
           PERFORM UNTIL WS-RETURNS-DONE
               IF RET-LOAN-NUMBER NOT NUMERIC
                 OR RET-PAYMENT-DATE NOT NUMERIC
                 OR RET-AMOUNT NOT NUMERIC
                   MOVE 'NON-NUMERIC RETURN CARD REJECTED'
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 6000-WRITE-EXCEPTION
               ELSE
                   IF WS-RETURN-COUNT-USED < WS-RETURN-TABLE-MAX
                       ADD 1 TO WS-RETURN-COUNT-USED
                       SET WS-RET-IDX TO WS-RETURN-COUNT-USED
                       MOVE RET-LOAN-NUMBER
                           TO WS-RTN-LOAN-NUMBER(WS-RET-IDX)
                       MOVE RET-PAYMENT-DATE
                           TO WS-RTN-PAYMENT-DATE(WS-RET-IDX)
                       MOVE RET-AMOUNT
                           TO WS-RTN-AMOUNT(WS-RET-IDX)
                       MOVE RET-REASON-CODE
                           TO WS-RTN-REASON-CODE(WS-RET-IDX)
                       MOVE SPACE
                           TO WS-RTN-HOLD-STATE(WS-RET-IDX)
                   ELSE
                       MOVE 'RETURN TABLE FULL - RESUBMIT NEXT CYCLE'
                           TO WS-EXCEPTION-MESSAGE
                       PERFORM 6000-WRITE-EXCEPTION
                   END-IF
               END-IF
               PERFORM 1300-READ-RETURN
           END-PERFORM.

       1300-READ-RETURN.
           IF NOT WS-RETURNS-DONE
               READ RETURNED-ITEM-FILE INTO RETURNED-ITEM-RECORD
                   AT END
                       SET WS-RETURNS-DONE TO TRUE
               END-READ
      * A hard read error is not AT END - treat any non-OK status as
      * end of input so the loop cannot spin on a stale record.
               IF NOT WS-RETURNS-DONE AND NOT WS-RETURNS-OK
                   DISPLAY 'RRMBS218 - RETTRAN READ ERROR, STATUS '
                       WS-RETURNS-STATUS ' - LOAD ENDED'
                   SET WS-RETURNS-DONE TO TRUE
               END-IF
               IF NOT WS-RETURNS-DONE
                   ADD 1 TO WS-RETURNS-READ
               END-IF
           END-IF.

      * One pass of the unapplied register before this run adds to
      * it.  An 'H' movement for a return's loan/date/amount is the
      * hold the return bounced; an 'N' movement an earlier run wrote
      * for the same hold means it has already been taken back.  The
      * register is in date order, so a hold is always seen before
      * its return.  The file is then reopened for this run's own
      * movements.
       1500-SCAN-UNAPPLIED-HOLDS.
           OPEN INPUT UNAPPLIED-REG-FILE.
           IF NOT WS-UNAPREG-OK
               SET WS-UNAP-EOF TO TRUE
           ELSE
               PERFORM 1600-READ-UNAPPLIED
               PERFORM UNTIL WS-UNAP-EOF
                   PERFORM 1700-MATCH-ONE-MOVEMENT
                   PERFORM 1600-READ-UNAPPLIED
               END-PERFORM
               CLOSE UNAPPLIED-REG-FILE
           END-IF.
           OPEN EXTEND UNAPPLIED-REG-FILE.
           IF NOT WS-UNAPREG-OK
               OPEN OUTPUT UNAPPLIED-REG-FILE
           END-IF.

       1600-READ-UNAPPLIED.
           READ UNAPPLIED-REG-FILE INTO UNAPPLIED-MOVE-RECORD
               AT END
                   SET WS-UNAP-EOF TO TRUE
           END-READ.
           IF NOT WS-UNAP-EOF AND NOT WS-UNAPREG-OK
               DISPLAY 'RRMBS218 - UNAPREG READ ERROR, STATUS '
                   WS-UNAPREG-STATUS ' - HOLD SCAN ENDED'
               SET WS-UNAP-EOF TO TRUE
           END-IF.

      * Each movement pairs with at most one return - the first
      * entry for the same loan/date/amount still in the state the
      * movement advances.
       1700-MATCH-ONE-MOVEMENT.
           MOVE 'N' TO WS-MATCH-SWITCH.
           EVALUATE TRUE
               WHEN UNP-LOAN-NUMBER NOT NUMERIC
                 OR UNP-MOVE-DATE NOT NUMERIC
                   CONTINUE
               WHEN UNP-FUNDS-HELD
                   PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                           UNTIL WS-RET-IDX > WS-RETURN-COUNT-USED
                               OR WS-MATCH-MADE
                       IF WS-RTN-NO-HOLD(WS-RET-IDX)
                         AND WS-RTN-LOAN-NUMBER(WS-RET-IDX)
                             = UNP-LOAN-NUMBER
                         AND WS-RTN-PAYMENT-DATE(WS-RET-IDX)
                             = UNP-MOVE-DATE
                         AND WS-RTN-AMOUNT(WS-RET-IDX) = UNP-AMOUNT
                           SET WS-RTN-HOLD-FOUND(WS-RET-IDX) TO TRUE
                           SET WS-MATCH-MADE TO TRUE
                       END-IF
                   END-PERFORM
               WHEN UNP-RETURNED-ITEM
                 AND UNP-ORIGINAL-DATE NUMERIC
                   PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                           UNTIL WS-RET-IDX > WS-RETURN-COUNT-USED
                               OR WS-MATCH-MADE
                       IF WS-RTN-HOLD-FOUND(WS-RET-IDX)
                         AND WS-RTN-LOAN-NUMBER(WS-RET-IDX)
                             = UNP-LOAN-NUMBER
                         AND WS-RTN-PAYMENT-DATE(WS-RET-IDX)
                             = UNP-ORIGINAL-DATE
                         AND WS-RTN-AMOUNT(WS-RET-IDX) = UNP-AMOUNT
                           SET WS-RTN-HOLD-RETURNED(WS-RET-IDX)
                               TO TRUE
                           SET WS-MATCH-MADE TO TRUE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A posting on PAYHIST for the loan/original date is matched
      * first; only a remittance that never posted can be a hold.
       2100-PROCESS-ONE-RETURN.
           MOVE WS-RTN-LOAN-NUMBER(WS-RET-IDX)  TO RET-LOAN-NUMBER.
           MOVE WS-RTN-PAYMENT-DATE(WS-RET-IDX) TO RET-PAYMENT-DATE.
           MOVE WS-RTN-AMOUNT(WS-RET-IDX)       TO RET-AMOUNT.
           MOVE WS-RTN-REASON-CODE(WS-RET-IDX)  TO RET-REASON-CODE.
           IF WS-MASTERS-UNAVAILABLE
               MOVE 'LOANMAST/PAYHIST UNAVAILABLE - NOT APPLIED'
                   TO WS-EXCEPTION-MESSAGE
               PERFORM 6000-WRITE-EXCEPTION
           ELSE
               MOVE RET-LOAN-NUMBER TO LM-LOAN-NUMBER
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-LM-STATUS-OK
                   MOVE 'LOAN NOT ON FILE' TO WS-EXCEPTION-MESSAGE
                   PERFORM 6000-WRITE-EXCEPTION
               ELSE
                   PERFORM 2150-MATCH-RETURN
               END-IF
           END-IF.

       2150-MATCH-RETURN.
      * Pre-conversion records carry spaces in the VSAM-only money
      * fields until something touches them - treat as zero, the
      * RRMBS200 fallback.
           IF LM-UNAPPLIED-FUNDS NOT NUMERIC
               MOVE ZERO TO LM-UNAPPLIED-FUNDS
           END-IF.
           IF LM-LATE-FEE-BALANCE NOT NUMERIC
               MOVE ZERO TO LM-LATE-FEE-BALANCE
           END-IF.
           MOVE RET-LOAN-NUMBER  TO PH-LOAN-NUMBER.
           MOVE RET-PAYMENT-DATE TO PH-PAYMENT-DATE.
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-PAYHIST-OK AND PH-SOURCE-JOB = 'RRMBS200'
                   PERFORM 2200-EDIT-POSTING-RETURN
               WHEN WS-RTN-HOLD-FOUND(WS-RET-IDX)
                   PERFORM 2500-EDIT-HOLD-RETURN
               WHEN WS-RTN-HOLD-RETURNED(WS-RET-IDX)
                   MOVE 'HOLD ALREADY RETURNED' TO WS-EXCEPTION-MESSAGE
                   PERFORM 6000-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE 'NO MATCHING POSTING OR HOLD'
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 6000-WRITE-EXCEPTION
           END-EVALUATE.

      * A posting can only be backed out if the loan still looks the
      * way the posting left it: a payoff (zero principal after the
      * posting) needs the loan still closed, anything else needs it
      * still open, and a payoff excess has to be in unapplied funds
      * still - once refunded it is a servicing matter.  A payoff's
      * PH-PAYMENT-AMOUNT is the payoff figure, not the remittance,
      * so a returned payoff is held only to the payoff plus the
      * excess still in unapplied funds - the already-refunded test.
       2200-EDIT-POSTING-RETURN.
           MOVE PH-PAYMENT-AMOUNT        TO WS-ORIG-PAYMENT.
           MOVE PH-INTEREST-AMOUNT       TO WS-ORIG-INTEREST.
           MOVE PH-PRINCIPAL-AMOUNT      TO WS-ORIG-PRINCIPAL.
           MOVE PH-OUTSTANDING-PRINCIPAL TO WS-ORIG-OUTSTANDING.
           MOVE PH-ESCROW-TAX-RESERVE    TO WS-ORIG-TAX-RESERVE.
           IF PH-LATE-FEE-AMOUNT NUMERIC
               MOVE PH-LATE-FEE-AMOUNT   TO WS-ORIG-FEE
           ELSE
               MOVE ZERO                 TO WS-ORIG-FEE
           END-IF.
           IF PH-RETURNED-DATE NUMERIC
               MOVE PH-RETURNED-DATE     TO WS-ORIG-RETURNED-DATE
           ELSE
               MOVE ZERO                 TO WS-ORIG-RETURNED-DATE
           END-IF.
           IF WS-ORIG-OUTSTANDING = ZERO
               SET WS-REVERSING-PAYOFF TO TRUE
           ELSE
               MOVE 'N' TO WS-PAYOFF-SWITCH
           END-IF.
           COMPUTE WS-UNAPPLIED-CHANGE =
               WS-ORIG-PAYMENT - RET-AMOUNT.
           EVALUATE TRUE
               WHEN WS-ORIG-RETURNED-DATE NOT = ZERO
                   MOVE 'POSTING ALREADY RETURNED'
                       TO WS-EXCEPTION-MESSAGE
               WHEN RET-AMOUNT > WS-ORIG-PAYMENT
                 AND NOT WS-REVERSING-PAYOFF
                   MOVE 'RETURN EXCEEDS AMOUNT POSTED'
                       TO WS-EXCEPTION-MESSAGE
               WHEN WS-REVERSING-PAYOFF AND LM-CLOSEOUT-DATE NUMERIC
                 AND LM-CLOSEOUT-DATE NOT = ZERO
                   MOVE 'PAYOFF CLOSED OUT - REFUND ALREADY CUT'
                       TO WS-EXCEPTION-MESSAGE
               WHEN WS-REVERSING-PAYOFF AND LM-LOAN-STATUS NOT = 'C'
                   MOVE 'PAYOFF NO LONGER STANDS ON LOAN'
                       TO WS-EXCEPTION-MESSAGE
               WHEN NOT WS-REVERSING-PAYOFF AND LM-LOAN-STATUS = 'C'
                   MOVE 'LOAN CLOSED - RETURN THE PAYOFF FIRST'
                       TO WS-EXCEPTION-MESSAGE
               WHEN LM-UNAPPLIED-FUNDS + WS-UNAPPLIED-CHANGE < ZERO
                   MOVE 'PAYOFF EXCESS ALREADY REFUNDED'
                       TO WS-EXCEPTION-MESSAGE
               WHEN LM-OUTSTANDING-PRINCIPAL + WS-ORIG-PRINCIPAL
                       > WS-MASTER-AMOUNT-LIMIT
                 OR LM-UNAPPLIED-FUNDS + WS-UNAPPLIED-CHANGE
                       > WS-MASTER-AMOUNT-LIMIT
                 OR LM-LATE-FEE-BALANCE + WS-ORIG-FEE
                       + WS-RETURNED-ITEM-FEE > WS-MASTER-AMOUNT-LIMIT
                   MOVE 'RESTORED BALANCE EXCEEDS FIELD CAPACITY'
                       TO WS-EXCEPTION-MESSAGE
               WHEN OTHER
                   PERFORM 2210-PROBE-REVERSAL-KEY
                   IF WS-REVERSAL-KEY-IN-USE
                       MOVE 'HISTORY KEY IN USE ON CYCLE DATE'
                           TO WS-EXCEPTION-MESSAGE
                   ELSE
      * 2300 excepts its own update failures.
                       PERFORM 2300-REVERSE-POSTING
                       MOVE SPACES TO WS-EXCEPTION-MESSAGE
                   END-IF
           END-EVALUATE.
           IF WS-EXCEPTION-MESSAGE NOT = SPACES
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

      * The reversal record is keyed on the loan and the cycle date.
      * A posting already on that key (the loan paid again tonight,
      * or the item came back the day it was posted) would be
      * overwritten by the reversal - the return waits for the next
      * cycle instead.
       2210-PROBE-REVERSAL-KEY.
           MOVE 'N' TO WS-REVERSAL-KEY-SWITCH.
           MOVE RET-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE WS-CYCLE-DATE   TO PH-PAYMENT-DATE.
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-PAYHIST-NOT-FOUND
               SET WS-REVERSAL-KEY-IN-USE TO TRUE
           END-IF.

      * Puts the loan back the way the posting found it.
       2300-REVERSE-POSTING.
           PERFORM 2310-FIND-PRIOR-POSTING.
           MOVE LM-LOAN-STATUS           TO WS-OLD-LOAN-STATUS.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-OLD-PRINCIPAL.
           MOVE LM-NEXT-DUE-DATE         TO WS-OLD-NEXT-DUE-DATE.
           MOVE LM-UNAPPLIED-FUNDS       TO WS-OLD-UNAPPLIED.
           MOVE LM-LATE-FEE-BALANCE      TO WS-OLD-FEE-BALANCE.
           ADD WS-ORIG-PRINCIPAL TO LM-OUTSTANDING-PRINCIPAL.
           ADD WS-ORIG-FEE       TO LM-LATE-FEE-BALANCE.
      * A payoff collected no escrow and did not advance the due
      * date; it closed the loan and overwrote the scheduled payment.
      * The loan was taking payments, so it reopens active.
           IF WS-REVERSING-PAYOFF
               MOVE 'A' TO LM-LOAN-STATUS
               PERFORM 2330-RECOMPUTE-SCHEDULED-PAYMENT
           ELSE
               PERFORM 2320-BACK-OUT-ESCROW
               PERFORM 2340-BACK-UP-NEXT-DUE-DATE
           END-IF.
           MOVE WS-PRIOR-INTEREST  TO LM-LAST-INTEREST-AMOUNT.
           MOVE WS-PRIOR-PRINCIPAL TO LM-LAST-PRINCIPAL-AMOUNT.
           COMPUTE LM-UNAPPLIED-FUNDS =
               LM-UNAPPLIED-FUNDS + WS-UNAPPLIED-CHANGE.
           ADD WS-RETURNED-ITEM-FEE TO LM-LATE-FEE-BALANCE.
           PERFORM 2700-REWRITE-LOAN.
           IF WS-UPDATE-OK
               PERFORM 2400-AUDIT-POSTING-REVERSAL
               PERFORM 2600-AUDIT-RETURNED-ITEM-FEE
               PERFORM 2800-WRITE-REVERSAL-HISTORY
           END-IF.
           IF WS-UPDATE-OK
               PERFORM 2810-MARK-POSTING-RETURNED
           END-IF.
           IF WS-UPDATE-OK
               PERFORM 2350-WRITE-POSTING-MOVES
           END-IF.

      * The last-payment split the loan carried before the returned
      * posting: the latest earlier history record for the loan that
      * still stands (not itself returned, not a reversal).  None
      * found leaves zero, as on a newly booked loan.
       2310-FIND-PRIOR-POSTING.
           MOVE ZERO TO WS-PRIOR-INTEREST.
           MOVE ZERO TO WS-PRIOR-PRINCIPAL.
           MOVE 'N'  TO WS-BROWSE-SWITCH.
           MOVE RET-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE ZERO            TO PH-PAYMENT-DATE.
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-BROWSE-DONE
                   IF NOT WS-PAYHIST-OK
                     OR PH-LOAN-NUMBER NOT = RET-LOAN-NUMBER
                     OR PH-PAYMENT-DATE NOT < RET-PAYMENT-DATE
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM 2315-NOTE-PRIOR-POSTING
                   END-IF
               END-IF
           END-PERFORM.

       2315-NOTE-PRIOR-POSTING.
           IF PH-SOURCE-JOB NOT = WS-JOB-ID
             AND (PH-RETURNED-DATE NOT NUMERIC
                  OR PH-RETURNED-DATE = ZERO)
               MOVE PH-INTEREST-AMOUNT  TO WS-PRIOR-INTEREST
               MOVE PH-PRINCIPAL-AMOUNT TO WS-PRIOR-PRINCIPAL
           END-IF.

      * The month's escrow collection is what the posting took that
      * was not interest, principal or fee - the same remainder
      * RRMBS211 booked to escrow payable.  RRMBS200 credited each
      * reserve one twelfth of its balance, so the tax share is the
      * post-posting tax reserve over 13; insurance takes the rest.
      * A reserve a disbursement has since drawn below its share is
      * floored at zero and reported.
       2320-BACK-OUT-ESCROW.
           COMPUTE WS-ESCROW-COLLECTED =
               WS-ORIG-PAYMENT - WS-ORIG-INTEREST
               - WS-ORIG-PRINCIPAL - WS-ORIG-FEE.
           IF WS-ESCROW-COLLECTED > ZERO
               COMPUTE WS-ESCROW-TAX-PORTION ROUNDED =
                   WS-ORIG-TAX-RESERVE / 13
               IF WS-ESCROW-TAX-PORTION > WS-ESCROW-COLLECTED
                   MOVE WS-ESCROW-COLLECTED TO WS-ESCROW-TAX-PORTION
               END-IF
               COMPUTE WS-ESCROW-INS-PORTION =
                   WS-ESCROW-COLLECTED - WS-ESCROW-TAX-PORTION
               IF LM-ESCROW-TAX-RESERVE < WS-ESCROW-TAX-PORTION
                 OR LM-ESCROW-INS-RESERVE < WS-ESCROW-INS-PORTION
                   DISPLAY 'RRMBS218 - LOAN ' LM-LOAN-NUMBER
                       ' ESCROW RESERVE BELOW RETURNED COLLECTION, '
                       'FLOORED AT ZERO'
               END-IF
               IF LM-ESCROW-TAX-RESERVE < WS-ESCROW-TAX-PORTION
                   MOVE ZERO TO LM-ESCROW-TAX-RESERVE
               ELSE
                   SUBTRACT WS-ESCROW-TAX-PORTION
                       FROM LM-ESCROW-TAX-RESERVE
               END-IF
               IF LM-ESCROW-INS-RESERVE < WS-ESCROW-INS-PORTION
                   MOVE ZERO TO LM-ESCROW-INS-RESERVE
               ELSE
                   SUBTRACT WS-ESCROW-INS-PORTION
                       FROM LM-ESCROW-INS-RESERVE
               END-IF
           END-IF.

      * The scheduled payment the payoff overwrote, re-amortized on
      * the restored principal - RRMBS196's 0500 formula.
       2330-RECOMPUTE-SCHEDULED-PAYMENT.
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

      * Steps LM-NEXT-DUE-DATE back the one period the posting
      * advanced it - the reverse of RRMBS200's 2510.
       2340-BACK-UP-NEXT-DUE-DATE.
           MOVE LM-NEXT-DUE-DATE TO WS-NEXT-DUE-YYYYMMDD.
           IF WS-NEXT-DUE-MM = 1
               MOVE 12 TO WS-NEXT-DUE-MM
               SUBTRACT 1 FROM WS-NEXT-DUE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-NEXT-DUE-MM
           END-IF.
           MOVE WS-NEXT-DUE-YYYYMMDD TO LM-NEXT-DUE-DATE.

      * Unapplied movements and the counts, once the loan and both
      * PAYHIST updates are in.
       2350-WRITE-POSTING-MOVES.
           IF WS-UNAPPLIED-CHANGE > ZERO
               SET UNP-HELD-REINSTATED TO TRUE
               MOVE WS-UNAPPLIED-CHANGE TO WS-UNAPPLIED-MOVE-AMT
               PERFORM 2900-WRITE-UNAPPLIED-MOVE
           END-IF.
           IF WS-UNAPPLIED-CHANGE < ZERO
               SET UNP-RETURNED-ITEM TO TRUE
               COMPUTE WS-UNAPPLIED-MOVE-AMT =
                   ZERO - WS-UNAPPLIED-CHANGE
               PERFORM 2900-WRITE-UNAPPLIED-MOVE
           END-IF.
           IF WS-REVERSING-PAYOFF
               ADD 1 TO WS-PAYOFFS-REVERSED
               MOVE 'PAYOFF REVERSED - LOAN REOPENED'
                   TO WS-DET-MESSAGE
           ELSE
               ADD 1 TO WS-POSTINGS-REVERSED
               MOVE 'POSTING REVERSED' TO WS-DET-MESSAGE
           END-IF.
           ADD RET-AMOUNT TO WS-DOLLARS-RETURNED.
           PERFORM 6100-WRITE-REVERSAL-LINE.

      * Before/after audit lines for every Loan Master field the
      * reversal moved, in the RRMBS196 conventions.
       2400-AUDIT-POSTING-REVERSAL.
           IF LM-LOAN-STATUS NOT = WS-OLD-LOAN-STATUS
               MOVE 'LM-STATUS '        TO AUD-FIELD-NAME
               MOVE WS-OLD-LOAN-STATUS  TO AUD-OLD-VALUE
               MOVE LM-LOAN-STATUS      TO AUD-NEW-VALUE
               PERFORM 2450-WRITE-AUDIT-ENTRY
           END-IF.
           IF LM-OUTSTANDING-PRINCIPAL NOT = WS-OLD-PRINCIPAL
               MOVE 'LM-PRIN   '        TO AUD-FIELD-NAME
               MOVE WS-OLD-PRINCIPAL    TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-OLD-VALUE
               MOVE LM-OUTSTANDING-PRINCIPAL TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-NEW-VALUE
               PERFORM 2450-WRITE-AUDIT-ENTRY
           END-IF.
           IF LM-NEXT-DUE-DATE NOT = WS-OLD-NEXT-DUE-DATE
               MOVE 'LM-DUE-DT '        TO AUD-FIELD-NAME
               MOVE WS-OLD-NEXT-DUE-DATE TO AUD-OLD-VALUE
               MOVE LM-NEXT-DUE-DATE    TO AUD-NEW-VALUE
               PERFORM 2450-WRITE-AUDIT-ENTRY
           END-IF.
           PERFORM 2460-AUDIT-UNAPPLIED-CHANGE.

       2450-WRITE-AUDIT-ENTRY.
           MOVE WS-JOB-ID           TO AUD-JOB-ID.
           MOVE WS-CURRENT-DATE     TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME     TO AUD-RUN-TIME.
           MOVE WS-RUN-ID           TO AUD-RUN-ID.
           MOVE LM-LOAN-NUMBER      TO AUD-LOAN-NUMBER.
           WRITE AUDIT-LINE FROM AUDIT-TRAIL-RECORD.

       2460-AUDIT-UNAPPLIED-CHANGE.
           IF LM-UNAPPLIED-FUNDS NOT = WS-OLD-UNAPPLIED
               MOVE 'LM-UNAPPLD'        TO AUD-FIELD-NAME
               MOVE WS-OLD-UNAPPLIED    TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-OLD-VALUE
               MOVE LM-UNAPPLIED-FUNDS  TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-NEW-VALUE
               PERFORM 2450-WRITE-AUDIT-ENTRY
           END-IF.

      * A held remittance that bounced comes back out of unapplied
      * funds - as long as it is still there.  Once a later posting
      * has consumed it, that posting is what has to be returned.
       2500-EDIT-HOLD-RETURN.
           EVALUATE TRUE
               WHEN LM-LOAN-STATUS = 'C'
                   MOVE 'LOAN CLOSED - RETURN THE PAYOFF FIRST'
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 6000-WRITE-EXCEPTION
               WHEN LM-UNAPPLIED-FUNDS < RET-AMOUNT
                   MOVE 'HELD FUNDS ALREADY APPLIED'
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 6000-WRITE-EXCEPTION
               WHEN LM-LATE-FEE-BALANCE + WS-RETURNED-ITEM-FEE
                       > WS-MASTER-AMOUNT-LIMIT
                   MOVE 'RESTORED BALANCE EXCEEDS FIELD CAPACITY'
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 6000-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 2550-REVERSE-HOLD
           END-EVALUATE.

       2550-REVERSE-HOLD.
           MOVE LM-UNAPPLIED-FUNDS  TO WS-OLD-UNAPPLIED.
           MOVE LM-LATE-FEE-BALANCE TO WS-OLD-FEE-BALANCE.
           SUBTRACT RET-AMOUNT FROM LM-UNAPPLIED-FUNDS.
           ADD WS-RETURNED-ITEM-FEE TO LM-LATE-FEE-BALANCE.
           PERFORM 2700-REWRITE-LOAN.
           IF WS-UPDATE-OK
               PERFORM 2460-AUDIT-UNAPPLIED-CHANGE
               PERFORM 2600-AUDIT-RETURNED-ITEM-FEE
               SET UNP-RETURNED-ITEM TO TRUE
               MOVE RET-AMOUNT TO WS-UNAPPLIED-MOVE-AMT
               PERFORM 2900-WRITE-UNAPPLIED-MOVE
               SET WS-RTN-HOLD-RETURNED(WS-RET-IDX) TO TRUE
               ADD 1 TO WS-HOLDS-REVERSED
               ADD RET-AMOUNT TO WS-DOLLARS-RETURNED
               MOVE 'HELD REMITTANCE REVERSED' TO WS-DET-MESSAGE
               PERFORM 6100-WRITE-REVERSAL-LINE
           END-IF.

      * The returned-item charge joins the fee balance RRMBS200
      * collects ahead of principal; it is added with the other
      * balance changes and audited here once the loan is rewritten.
      * One audit line covers the whole fee-balance change, including
      * any late fee the reversed posting had collected.
       2600-AUDIT-RETURNED-ITEM-FEE.
           ADD WS-RETURNED-ITEM-FEE TO WS-FEE-DOLLARS-CHARGED.
           MOVE 'LM-LATEFEE'            TO AUD-FIELD-NAME.
           MOVE WS-OLD-FEE-BALANCE      TO WS-AUDIT-AMOUNT-EDIT.
           MOVE WS-AUDIT-AMOUNT-EDIT    TO AUD-OLD-VALUE.
           MOVE LM-LATE-FEE-BALANCE     TO WS-AUDIT-AMOUNT-EDIT.
           MOVE WS-AUDIT-AMOUNT-EDIT    TO AUD-NEW-VALUE.
           PERFORM 2450-WRITE-AUDIT-ENTRY.

      * Nothing of a reversal is written unless the Loan Master took
      * it - the return is excepted instead.
       2700-REWRITE-LOAN.
           SET WS-UPDATE-OK TO TRUE.
           MOVE WS-CURRENT-DATE TO LM-LAST-UPDATE-DATE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'RRMBS218 - UNABLE TO UPDATE LOAN '
                       LM-LOAN-NUMBER
           END-REWRITE.
           IF WS-LM-STATUS-OK
               PERFORM 2710-SYNC-LOAN-TO-DB2
           ELSE
               MOVE 'LOAN MASTER REWRITE FAILED'
                   TO WS-EXCEPTION-MESSAGE
               PERFORM 2750-EXCEPT-FAILED-UPDATE
           END-IF.

      * Keeps the DB2 LOAN_MASTER row in step with the VSAM record
      * just rewritten - RRMBS200's 2710-SYNC-LOAN-TO-DB2 pattern.
       2710-SYNC-LOAN-TO-DB2.
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
               DISPLAY 'RRMBS218 - DB2 SYNC WARNING SQLCODE '
                   WS-DB-SQLCODE ' FOR LOAN ' DB-LOAN-NUMBER
           END-IF.

      * A reversal stopped part way: RC 8, so the loan is put right
      * before the next cycle posts to it.
       2750-EXCEPT-FAILED-UPDATE.
           SET WS-UPDATE-FAILED TO TRUE.
           ADD 1 TO WS-UPDATE-FAILURES.
           PERFORM 6000-WRITE-EXCEPTION.

      * The reversal record: the original split (so RRMBS211 can
      * book its mirror and RRMBS216 net it out) with the position
      * the loan is left in, dated the cycle date and pointing back
      * at the posting it reverses.  The key was probed free in 2210.
       2800-WRITE-REVERSAL-HISTORY.
           MOVE LM-LOAN-NUMBER           TO PH-LOAN-NUMBER.
           MOVE WS-CYCLE-DATE            TO PH-PAYMENT-DATE.
           MOVE WS-ORIG-PAYMENT          TO PH-PAYMENT-AMOUNT.
           MOVE WS-ORIG-INTEREST         TO PH-INTEREST-AMOUNT.
           MOVE WS-ORIG-PRINCIPAL        TO PH-PRINCIPAL-AMOUNT.
           MOVE LM-OUTSTANDING-PRINCIPAL TO PH-OUTSTANDING-PRINCIPAL.
           MOVE LM-ESCROW-TAX-RESERVE    TO PH-ESCROW-TAX-RESERVE.
           MOVE LM-ESCROW-INS-RESERVE    TO PH-ESCROW-INS-RESERVE.
           MOVE WS-JOB-ID                TO PH-SOURCE-JOB.
           MOVE WS-ORIG-FEE              TO PH-LATE-FEE-AMOUNT.
           MOVE ZERO                     TO PH-RETURNED-DATE.
           MOVE RET-PAYMENT-DATE         TO PH-REVERSES-DATE.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'RRMBS218 - REVERSAL HISTORY WRITE '
                       'FAILED FOR LOAN ' PH-LOAN-NUMBER
           END-WRITE.
           IF NOT WS-PAYHIST-OK
               MOVE 'REVERSAL NOT ON PAYHIST - LOAN UPDATED'
                   TO WS-EXCEPTION-MESSAGE
               PERFORM 2750-EXCEPT-FAILED-UPDATE
           END-IF.

      * Stamps the original posting as returned so a second copy of
      * the same return can never back it out again.
       2810-MARK-POSTING-RETURNED.
           MOVE RET-LOAN-NUMBER  TO PH-LOAN-NUMBER.
           MOVE RET-PAYMENT-DATE TO PH-PAYMENT-DATE.
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PAYHIST-OK
               MOVE WS-CYCLE-DATE TO PH-RETURNED-DATE
               REWRITE PAYMENT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'RRMBS218 - UNABLE TO MARK POSTING '
                           'RETURNED FOR LOAN ' PH-LOAN-NUMBER
               END-REWRITE
           ELSE
               DISPLAY 'RRMBS218 - UNABLE TO MARK POSTING '
                   'RETURNED FOR LOAN ' RET-LOAN-NUMBER
           END-IF.
           IF NOT WS-PAYHIST-OK
               MOVE 'POSTING NOT MARKED RETURNED - REVERSED'
                   TO WS-EXCEPTION-MESSAGE
               PERFORM 2750-EXCEPT-FAILED-UPDATE
           END-IF.

      * One movement record per change of the unapplied holding
      * balance, dated the cycle date so RRMBS211 books it with the
      * reversal, and carrying the returned remittance's own date.
       2900-WRITE-UNAPPLIED-MOVE.
           MOVE RET-LOAN-NUMBER       TO UNP-LOAN-NUMBER.
           MOVE WS-CYCLE-DATE         TO UNP-MOVE-DATE.
           MOVE WS-UNAPPLIED-MOVE-AMT TO UNP-AMOUNT.
           MOVE RET-PAYMENT-DATE      TO UNP-ORIGINAL-DATE.
           WRITE UNAPPLIED-REG-LINE FROM UNAPPLIED-MOVE-RECORD.

       3000-WRITE-REPORT-TOTALS.
           MOVE 'RETURNS READ             ' TO WS-TOT-LABEL.
           MOVE WS-RETURNS-READ             TO WS-TOT-COUNT.
           WRITE REVERSAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POSTINGS REVERSED        ' TO WS-TOT-LABEL.
           MOVE WS-POSTINGS-REVERSED        TO WS-TOT-COUNT.
           WRITE REVERSAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYOFFS REVERSED         ' TO WS-TOT-LABEL.
           MOVE WS-PAYOFFS-REVERSED         TO WS-TOT-COUNT.
           WRITE REVERSAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HOLDS REVERSED           ' TO WS-TOT-LABEL.
           MOVE WS-HOLDS-REVERSED           TO WS-TOT-COUNT.
           WRITE REVERSAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RETURNS ON EXCEPTION     ' TO WS-TOT-LABEL.
           MOVE WS-RETURNS-EXCEPTED         TO WS-TOT-COUNT.
           WRITE REVERSAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RETURNED DOLLARS REVERSED ' TO WS-DOL-LABEL.
           MOVE WS-DOLLARS-RETURNED         TO WS-DOL-VALUE.
           WRITE REVERSAL-REPORT-LINE FROM WS-DOLLAR-LINE.
           MOVE 'RETURNED ITEM FEES       ' TO WS-DOL-LABEL.
           MOVE WS-FEE-DOLLARS-CHARGED      TO WS-DOL-VALUE.
           WRITE REVERSAL-REPORT-LINE FROM WS-DOLLAR-LINE.
           MOVE 'EXCEPTIONS               ' TO WS-TOT-LABEL.
           MOVE WS-RETURNS-EXCEPTED         TO WS-TOT-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.

      * The return as received, with the reason it was not applied.
       6000-WRITE-EXCEPTION.
           MOVE RET-LOAN-NUMBER      TO WS-DET-LOAN-NUMBER.
           MOVE RET-PAYMENT-DATE     TO WS-DET-PAYMENT-DATE.
           IF RET-AMOUNT NUMERIC
               MOVE RET-AMOUNT       TO WS-DET-AMOUNT
           ELSE
               MOVE ZERO             TO WS-DET-AMOUNT
           END-IF.
           MOVE RET-REASON-CODE      TO WS-DET-REASON-CODE.
           MOVE WS-EXCEPTION-MESSAGE TO WS-DET-MESSAGE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-RETURNS-EXCEPTED.

       6100-WRITE-REVERSAL-LINE.
           MOVE RET-LOAN-NUMBER      TO WS-DET-LOAN-NUMBER.
           MOVE RET-PAYMENT-DATE     TO WS-DET-PAYMENT-DATE.
           MOVE RET-AMOUNT           TO WS-DET-AMOUNT.
           MOVE RET-REASON-CODE      TO WS-DET-REASON-CODE.
           WRITE REVERSAL-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS218 - RETURNED ITEM RUN TOTALS FOR RUN '
               WS-RUN-ID ' CYCLE ' WS-CYCLE-DATE.
           DISPLAY 'RRMBS218 -   RETURNS READ        ' WS-RETURNS-READ.
           DISPLAY 'RRMBS218 -   POSTINGS REVERSED   '
               WS-POSTINGS-REVERSED.
           DISPLAY 'RRMBS218 -   PAYOFFS REVERSED    '
               WS-PAYOFFS-REVERSED.
           DISPLAY 'RRMBS218 -   HOLDS REVERSED      '
               WS-HOLDS-REVERSED.
           DISPLAY 'RRMBS218 -   EXCEPTIONS          '
               WS-RETURNS-EXCEPTED.
           DISPLAY 'RRMBS218 -   UPDATE FAILURES     '
               WS-UPDATE-FAILURES.
           DISPLAY 'RRMBS218 -   DOLLARS RETURNED    '
               WS-DOLLARS-RETURNED.
           DISPLAY 'RRMBS218 -   FEES CHARGED        '
               WS-FEE-DOLLARS-CHARGED.

       9000-CLOSE-FILES.
           CLOSE RETURNED-ITEM-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE UNAPPLIED-REG-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REVERSAL-REPORT-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
      *End of program RRMBS218.
