       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS221.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Payoff closeout batch.  Once RRMBS200's 2300-APPLY-PAYOFF
      *     closed a loan ('C') nothing else ever touched it: the
      *     payoff excess sat in LM-UNAPPLIED-FUNDS behind its
      *     UNAPREG 'R' record, the escrow reserves still held the
      *     borrower's money, and the lien was never released.  This
      *     program walks the Loan Master for closed loans not yet
      *     closed out (LM-CLOSEOUT-DATE zero, rrmbc197) and for
      *     each one:
      *       - finds the payoff posting on PAYHIST (the latest
      *         RRMBS200 record leaving zero principal that has not
      *         been returned) and waits WS-RETURN-CLEAR-DAYS after
      *         it, so a payoff check that bounces is reversed by
      *         RRMBS218 before any refund goes out on it
      *       - refunds the payoff excess plus both escrow reserves
      *         on one check, printed on the refund check register
      *         (REFUNDREG) with the borrower's BORRMAST mailing
      *         block for accounts payable to cut and mail
      *       - zeroes those balances and writes the movements
      *         RRMBS211 books the cash out from: UNAPREG 'A' for
      *         the unapplied excess, and a PAID DISBREG line of
      *         payee type 'R' (rrmbc206) for the escrow
      *       - writes the lien-release / satisfaction letter to
      *         LIENREL for the county recorder
      *       - stamps LM-CLOSEOUT-DATE so the loan is never closed
      *         out twice, with before/after audit lines (rrmbc202,
      *         carrying the loan number, written once the Loan
      *         Master rewrite has taken) and the standard DB2 sync
      *     A borrower flagged mail-hold on BORRMAST, or with no
      *     BORRMAST record at all, has nowhere to mail the check:
      *     the loan is listed on the exception report (CLOEXCP) and
      *     left for a later night, balances untouched.  So is a
      *     closed loan with no payoff posting on PAYHIST.  The run
      *     id and cycle date come off the SYSIN card (columns 1-8
      *     and 9-16) - the card RRMBS211 takes, so the movements
      *     land in that night's GL extract; run after RRMBS201,
      *     whose DISBREG this step extends.  RC 4 when any loan was
      *     excepted.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO 'LOANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT UNAPPLIED-REG-FILE ASSIGN TO 'UNAPREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPREG-STATUS.
           SELECT DISB-REGISTER-FILE ASSIGN TO 'DISBREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REFUND-REGISTER-FILE ASSIGN TO 'REFUNDREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT LIEN-RELEASE-FILE ASSIGN TO 'LIENREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEN-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'CLOEXCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY rrmbc197.

       FD  BORROWER-MASTER-FILE.
           COPY rrmbc209.

       FD  PAYMENT-HISTORY-FILE.
           COPY rrmbc205.

       FD  UNAPPLIED-REG-FILE.
       01  UNAPPLIED-REG-LINE           PIC X(80).

       FD  DISB-REGISTER-FILE.
       01  DISB-REGISTER-LINE           PIC X(80).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-LINE                   PIC X(80).

       FD  REFUND-REGISTER-FILE.
       01  REFUND-REGISTER-LINE         PIC X(80).

       FD  LIEN-RELEASE-FILE.
       01  LIEN-RELEASE-LINE            PIC X(80).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY rrmbc202.
           COPY rrmbc213.

      * DB2 wiring so every closed-out loan is mirrored to the
      * LOAN_MASTER table - same invariant the other writers keep.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY rrmbc201.

      * Snapshot of SQLCODE taken right after the INSERT/UPDATE,
      * before COMMIT overwrites SQLCODE with its own return code.
       01 WS-DB-SQLCODE             PIC S9(9) COMP VALUE ZERO.

       01 WS-LOAN-MASTER-STATUS      PIC XX.
           88 WS-LM-STATUS-OK            VALUE '00'.
           88 WS-LM-STATUS-EOF           VALUE '10'.
       01 WS-BORROWER-STATUS         PIC XX.
           88 WS-BORROWER-OK             VALUE '00'.
           88 WS-BORROWER-NOT-FOUND      VALUE '23'.
       01 WS-PAYHIST-STATUS          PIC XX.
           88 WS-PAYHIST-OK              VALUE '00'.
       01 WS-UNAPREG-STATUS          PIC XX.
           88 WS-UNAPREG-OK              VALUE '00'.
       01 WS-REGISTER-STATUS         PIC XX.
           88 WS-REGISTER-OK             VALUE '00'.
       01 WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK                VALUE '00'.
       01 WS-REFUND-STATUS           PIC XX.
       01 WS-LIEN-STATUS             PIC XX.
       01 WS-EXCEPTION-STATUS        PIC XX.
       01 WS-END-OF-FILE             PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.
       01 WS-BROWSE-SWITCH           PIC X VALUE 'N'.
           88 WS-BROWSE-DONE             VALUE 'Y'.
      * Set when BORRMAST would not open - no refund can be mailed,
      * so every closeout is excepted and left for a later night.
       01 WS-BORRMAST-SWITCH         PIC X VALUE 'N'.
           88 WS-BORRMAST-UNAVAILABLE    VALUE 'Y'.
       01 WS-BORROWER-FOUND-SWITCH   PIC X VALUE 'N'.
           88 WS-BORROWER-FOUND          VALUE 'Y'.

       01 WS-JOB-ID                  PIC X(8) VALUE 'RRMBS221'.
       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).

      * SYSIN card: run id (columns 1-8), cycle date (columns 9-16)
      * - the same card RRMBS211 takes.
       01 WS-PARM-CARD               PIC X(80) VALUE SPACES.
       01 WS-RUN-ID                  PIC X(8) VALUE SPACES.
       01 WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.

      * Days a payoff must stand before its refund is cut - long
      * enough for the bank to return an NSF check or ACH debit so
      * RRMBS218 reopens the loan instead of the refund going out on
      * money that never arrived.
       01 WS-RETURN-CLEAR-DAYS       PIC 9(3) VALUE 10.
       01 WS-DAYS-SINCE-PAYOFF       PIC S9(5) VALUE ZERO.

      * The payoff posting found on PAYHIST for the current loan.
       01 WS-PAYOFF-DATE             PIC 9(8).

      * The refund, and the balances it clears.
       01 WS-REFUND-UNAPPLIED        PIC 9(6)V99.
       01 WS-REFUND-TAX-RESERVE      PIC 9(6)V99.
       01 WS-REFUND-INS-RESERVE      PIC 9(6)V99.
       01 WS-REFUND-ESCROW           PIC 9(7)V99.
       01 WS-REFUND-TOTAL            PIC 9(7)V99.
       01 WS-OLD-CLOSEOUT-DATE       PIC 9(8).

      * First failure wins the exception line - later failures keep
      * the reason already set (RRMBS205 convention).
       01 WS-REJECT-REASON           PIC X(40) VALUE SPACES.

      * Numeric-edited stand-in for AUD-OLD-VALUE/AUD-NEW-VALUE -
      * same reasoning as RRMBS196's WS-AUDIT-AMOUNT-EDIT.
       01 WS-AUDIT-AMOUNT-EDIT       PIC ZZZZZ9.99.

      * End-of-run control totals.
       01 WS-LOANS-READ              PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-LOANS            PIC 9(7) VALUE ZERO.
       01 WS-ALREADY-CLOSED-OUT      PIC 9(7) VALUE ZERO.
       01 WS-AWAITING-CLEARANCE      PIC 9(7) VALUE ZERO.
       01 WS-LOANS-CLOSED-OUT        PIC 9(7) VALUE ZERO.
       01 WS-REFUND-CHECKS           PIC 9(7) VALUE ZERO.
       01 WS-LOANS-EXCEPTED          PIC 9(7) VALUE ZERO.
       01 WS-UNAPPLIED-REFUNDED      PIC 9(9)V99 VALUE ZERO.
       01 WS-ESCROW-REFUNDED         PIC 9(9)V99 VALUE ZERO.
       01 WS-DOLLARS-REFUNDED        PIC 9(9)V99 VALUE ZERO.

      * Refund check register - one block per check, with the
      * borrower's mailing block for the envelope window (RRMBS202
      * layout) and the make-up of the amount.
       01 WS-SEPARATOR-LINE.
           05 FILLER PIC X(40) VALUE ALL '*'.
       01 WS-REFUND-HEADING.
           05 FILLER PIC X(32) VALUE
               'RRMBS221 REFUND CHECK REGISTER  '.
           05 FILLER                 PIC X(4) VALUE 'RUN '.
           05 WS-RHD-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-RHD-DATE            PIC 9(8).
       01 WS-REFUND-CHECK-LINE.
           05 FILLER                 PIC X(14) VALUE 'REFUND CHECK  '.
           05 FILLER                 PIC X(5)  VALUE 'LOAN '.
           05 WS-RCK-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(11) VALUE '   BORROWER'.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-RCK-BORROWER        PIC X(8).
           05 FILLER                 PIC X(10) VALUE '   AMOUNT '.
           05 WS-RCK-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MAIL-NAME-LINE.
           05 FILLER                 PIC X(10) VALUE 'PAY TO:   '.
           05 WS-MAIL-NAME           PIC X(25).
       01 WS-MAIL-ADDR-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 WS-MAIL-ADDR           PIC X(25).
       01 WS-MAIL-CITY-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 WS-MAIL-CITY           PIC X(15).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-MAIL-STATE          PIC X(2).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-MAIL-ZIP            PIC X(9).
       01 WS-REFUND-PART-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RPT-LABEL           PIC X(22).
           05 WS-RPT-AMOUNT          PIC ZZZ,ZZ9.99.
       01 WS-REFUND-TOTAL-LINE.
           05 FILLER                 PIC X(17) VALUE 'TOTAL REFUNDED  '.
           05 WS-RTL-DOLLARS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(7)  VALUE ' COUNT '.
           05 WS-RTL-COUNT           PIC ZZZZZZ9.

      * Disbursement register line - the layout of RRMBS201's
      * WS-DETAIL-LINE, which RRMBS211 re-reads by column.
       01 WS-DISB-DETAIL-LINE.
           05 WS-DSD-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DSD-PAYEE-TYPE      PIC X.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-DSD-PAYEE-NAME      PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DSD-DUE-DATE        PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DSD-AMOUNT          PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DSD-DISPOSITION     PIC X(8).

      * Lien-release / satisfaction letter - one block per loan in
      * the 80-byte vendor print format, for the county recorder.
       01 WS-LIEN-HEADER.
           05 FILLER PIC X(32) VALUE
               'SATISFACTION OF MORTGAGE      - '.
           05 WS-LIEN-DATE           PIC 9(8).
       01 WS-LIEN-TO-LINE.
           05 FILLER PIC X(40) VALUE
               'TO: COUNTY RECORDER OF DEEDS'.
       01 WS-LIEN-LOAN-LINE.
           05 FILLER                 PIC X(10) VALUE 'LOAN:     '.
           05 WS-LIEN-LOAN-NUMBER    PIC 9(4).
           05 FILLER                 PIC X(20) VALUE
               '   PAID IN FULL ON  '.
           05 WS-LIEN-PAYOFF-DATE    PIC 9(8).
       01 WS-LIEN-MORTGAGOR-LINE.
           05 FILLER                 PIC X(10) VALUE 'MORTGAGOR:'.
           05 WS-LIEN-MORTGAGOR      PIC X(25).
       01 WS-LIEN-TEXT-1.
           05 FILLER PIC X(40) VALUE
               'THE MORTGAGE SECURING THE ABOVE LOAN HAS'.
           05 FILLER PIC X(40) VALUE
               ' BEEN PAID IN FULL AND THE LIEN IS      '.
       01 WS-LIEN-TEXT-2.
           05 FILLER PIC X(40) VALUE
               'HEREBY RELEASED AND SATISFIED OF RECORD.'.

       01 WS-EXCEPTION-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS221 CLOSEOUT EXCEPTIONS RUN'.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-EHD-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-EHD-DATE            PIC 9(8).
       01 WS-EXCEPTION-HEADING-2.
           05 FILLER PIC X(4)  VALUE 'LOAN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'BORROWER'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'REASON'.
       01 WS-EXCEPTION-LINE.
           05 WS-EXC-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-EXC-BORROWER        PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-EXC-REASON          PIC X(40).

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:8) TO WS-RUN-ID.
           IF WS-PARM-CARD(9:8) NOT NUMERIC
               DISPLAY 'RRMBS221 - CYCLE DATE CARD NOT NUMERIC, '
                   'RUN ENDED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PARM-CARD(9:8) TO WS-CYCLE-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-WRITE-HEADINGS.
           PERFORM 2000-READ-LOAN-MASTER.
           PERFORM UNTIL WS-EOF
               PERFORM 2100-PROCESS-ONE-LOAN
               PERFORM 2000-READ-LOAN-MASTER
           END-PERFORM.
           PERFORM 7000-WRITE-REPORT-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           IF WS-LOANS-EXCEPTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS221 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF NOT WS-PAYHIST-OK
               DISPLAY 'RRMBS221 - UNABLE TO OPEN PAYHIST, STATUS '
                   WS-PAYHIST-STATUS
               SET WS-EOF TO TRUE
           END-IF.
      * Without the borrower master there is no address to mail a
      * refund to - the run goes on and excepts every closeout.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF NOT WS-BORROWER-OK
               SET WS-BORRMAST-UNAVAILABLE TO TRUE
               DISPLAY 'RRMBS221 - BORRMAST UNAVAILABLE, STATUS '
                   WS-BORROWER-STATUS ' - CLOSEOUTS HELD'
           END-IF.
           OPEN EXTEND UNAPPLIED-REG-FILE.
           IF NOT WS-UNAPREG-OK
               OPEN OUTPUT UNAPPLIED-REG-FILE
           END-IF.
      * RRMBS201 writes the night's register first; the refund
      * lines are added behind its trailer.
           OPEN EXTEND DISB-REGISTER-FILE.
           IF NOT WS-REGISTER-OK
               OPEN OUTPUT DISB-REGISTER-FILE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           OPEN OUTPUT REFUND-REGISTER-FILE.
           OPEN OUTPUT LIEN-RELEASE-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-ID       TO WS-RHD-RUN-ID.
           MOVE WS-CYCLE-DATE   TO WS-RHD-DATE.
           WRITE REFUND-REGISTER-LINE FROM WS-REFUND-HEADING.
           MOVE WS-RUN-ID       TO WS-EHD-RUN-ID.
           MOVE WS-CYCLE-DATE   TO WS-EHD-DATE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-HEADING-1.
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-HEADING-2.

       2000-READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
      * A hard read error is not AT END - treat any non-OK status as
      * end of input so the loop cannot re-drive the failing read.
           IF NOT WS-EOF AND NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS221 - LOANMAST READ ERROR, STATUS '
                   WS-LOAN-MASTER-STATUS ' - RUN ENDED'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

      * Only closed loans not yet closed out are candidates.  Spaces
      * in LM-CLOSEOUT-DATE (a pre-conversion record) read as zero.
       2100-PROCESS-ONE-LOAN.
           IF LM-LOAN-STATUS = 'C'
               ADD 1 TO WS-CLOSED-LOANS
               IF LM-CLOSEOUT-DATE NOT NUMERIC
                   MOVE ZERO TO LM-CLOSEOUT-DATE
               END-IF
               IF LM-CLOSEOUT-DATE NOT = ZERO
                   ADD 1 TO WS-ALREADY-CLOSED-OUT
               ELSE
                   PERFORM 2200-EDIT-CLOSEOUT
               END-IF
           END-IF.

       2200-EDIT-CLOSEOUT.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2300-FIND-PAYOFF-POSTING.
           IF WS-PAYOFF-DATE = ZERO
               MOVE 'NO PAYOFF POSTING ON PAYMENT HISTORY'
                   TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-DAYS-SINCE-PAYOFF =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-PAYOFF-DATE)
           END-IF.
           IF WS-REJECT-REASON = SPACES
             AND WS-DAYS-SINCE-PAYOFF < WS-RETURN-CLEAR-DAYS
               ADD 1 TO WS-AWAITING-CLEARANCE
           ELSE
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2400-READ-BORROWER
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM 3000-CLOSE-OUT-LOAN
               ELSE
                   PERFORM 6000-WRITE-EXCEPTION
               END-IF
           END-IF.

      * The payoff is the latest RRMBS200 posting on the loan that
      * left zero principal and has not been returned - browsed from
      * a zero date, the RRMBS218 2310-FIND-PRIOR-POSTING way.
       2300-FIND-PAYOFF-POSTING.
           MOVE ZERO TO WS-PAYOFF-DATE.
           MOVE 'N'  TO WS-BROWSE-SWITCH.
           MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE ZERO           TO PH-PAYMENT-DATE.
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
                     OR PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM 2310-NOTE-PAYOFF-POSTING
                   END-IF
               END-IF
           END-PERFORM.

       2310-NOTE-PAYOFF-POSTING.
           IF PH-SOURCE-JOB = 'RRMBS200'
             AND PH-OUTSTANDING-PRINCIPAL = ZERO
             AND (PH-RETURNED-DATE NOT NUMERIC
                  OR PH-RETURNED-DATE = ZERO)
               MOVE PH-PAYMENT-DATE TO WS-PAYOFF-DATE
           END-IF.

       2400-READ-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND-SWITCH.
           IF WS-BORRMAST-UNAVAILABLE
               MOVE 'BORROWER MASTER UNAVAILABLE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE LM-BORROWER-ID TO BR-BORROWER-ID
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-BORROWER-OK
                       MOVE 'NO BORROWER MASTER RECORD - NO ADDRESS'
                           TO WS-REJECT-REASON
                   WHEN BR-MAIL-HELD
                       MOVE 'BORROWER ON MAIL HOLD - REFUND NOT MAILED'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       SET WS-BORROWER-FOUND TO TRUE
               END-EVALUATE
           END-IF.

      * The closeout proper: refund, clear the balances, release the
      * lien, stamp the loan.
       3000-CLOSE-OUT-LOAN.
      * Pre-conversion records carry spaces in the unapplied field -
      * treat as zero, the RRMBS200 fallback.
           IF LM-UNAPPLIED-FUNDS NOT NUMERIC
               MOVE ZERO TO LM-UNAPPLIED-FUNDS
           END-IF.
           MOVE LM-UNAPPLIED-FUNDS      TO WS-REFUND-UNAPPLIED.
           MOVE LM-ESCROW-TAX-RESERVE   TO WS-REFUND-TAX-RESERVE.
           MOVE LM-ESCROW-INS-RESERVE   TO WS-REFUND-INS-RESERVE.
           MOVE LM-CLOSEOUT-DATE        TO WS-OLD-CLOSEOUT-DATE.
           COMPUTE WS-REFUND-ESCROW =
               WS-REFUND-TAX-RESERVE + WS-REFUND-INS-RESERVE.
           COMPUTE WS-REFUND-TOTAL =
               WS-REFUND-UNAPPLIED + WS-REFUND-ESCROW.
           MOVE ZERO                    TO LM-UNAPPLIED-FUNDS.
           MOVE ZERO                    TO LM-ESCROW-TAX-RESERVE.
           MOVE ZERO                    TO LM-ESCROW-INS-RESERVE.
           MOVE WS-CYCLE-DATE           TO LM-CLOSEOUT-DATE.
           MOVE WS-CURRENT-DATE         TO LM-LAST-UPDATE-DATE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'RRMBS221 - UNABLE TO UPDATE LOAN '
                       LM-LOAN-NUMBER
           END-REWRITE.
           IF WS-LM-STATUS-OK
               PERFORM 3100-AUDIT-CLOSEOUT
               PERFORM 3300-SYNC-LOAN-TO-DB2
               IF WS-REFUND-TOTAL > ZERO
                   PERFORM 3400-WRITE-REFUND-CHECK
                   PERFORM 3500-WRITE-REFUND-MOVEMENTS
               END-IF
               PERFORM 3600-WRITE-LIEN-RELEASE
               ADD 1 TO WS-LOANS-CLOSED-OUT
           ELSE
               MOVE 'LOAN MASTER REWRITE FAILED' TO WS-REJECT-REASON
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

      * Before/after audit lines for each balance cleared and the
      * closeout stamp, in the RRMBS196 conventions.
       3100-AUDIT-CLOSEOUT.
           IF WS-REFUND-UNAPPLIED > ZERO
               MOVE 'LM-UNAPPLD'        TO AUD-FIELD-NAME
               MOVE WS-REFUND-UNAPPLIED TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-OLD-VALUE
               MOVE ZERO                TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-NEW-VALUE
               PERFORM 3150-WRITE-AUDIT-ENTRY
           END-IF.
           IF WS-REFUND-TAX-RESERVE > ZERO
               MOVE 'LM-TAX-RSV'        TO AUD-FIELD-NAME
               MOVE WS-REFUND-TAX-RESERVE TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-OLD-VALUE
               MOVE ZERO                TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-NEW-VALUE
               PERFORM 3150-WRITE-AUDIT-ENTRY
           END-IF.
           IF WS-REFUND-INS-RESERVE > ZERO
               MOVE 'LM-INS-RSV'        TO AUD-FIELD-NAME
               MOVE WS-REFUND-INS-RESERVE TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-OLD-VALUE
               MOVE ZERO                TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT TO AUD-NEW-VALUE
               PERFORM 3150-WRITE-AUDIT-ENTRY
           END-IF.
           MOVE 'LM-CLOSOUT'            TO AUD-FIELD-NAME.
           MOVE WS-OLD-CLOSEOUT-DATE    TO AUD-OLD-VALUE.
           MOVE WS-CYCLE-DATE           TO AUD-NEW-VALUE.
           PERFORM 3150-WRITE-AUDIT-ENTRY.

       3150-WRITE-AUDIT-ENTRY.
           MOVE LM-LOAN-NUMBER      TO AUD-LOAN-NUMBER.
           MOVE WS-JOB-ID           TO AUD-JOB-ID.
           MOVE WS-CURRENT-DATE     TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME     TO AUD-RUN-TIME.
           MOVE WS-RUN-ID           TO AUD-RUN-ID.
           WRITE AUDIT-LINE FROM AUDIT-TRAIL-RECORD.

      * Keeps the DB2 LOAN_MASTER row in step with the cleared
      * reserves - same probe/insert/update/commit pattern as
      * RRMBS196's 0240-SYNC-LOAN-TO-DB2.
       3300-SYNC-LOAN-TO-DB2.
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
               DISPLAY 'RRMBS221 - DB2 SYNC WARNING SQLCODE '
                   WS-DB-SQLCODE ' FOR LOAN ' DB-LOAN-NUMBER
           END-IF.

      * One check block on the refund register: the amount, the
      * mailing block, and what the amount is made of.
       3400-WRITE-REFUND-CHECK.
           MOVE LM-LOAN-NUMBER          TO WS-RCK-LOAN-NUMBER.
           MOVE LM-BORROWER-ID          TO WS-RCK-BORROWER.
           MOVE WS-REFUND-TOTAL         TO WS-RCK-AMOUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-SEPARATOR-LINE.
           WRITE REFUND-REGISTER-LINE FROM WS-REFUND-CHECK-LINE.
           MOVE BR-BORROWER-NAME        TO WS-MAIL-NAME.
           MOVE BR-ADDRESS-LINE-1       TO WS-MAIL-ADDR.
           MOVE BR-CITY                 TO WS-MAIL-CITY.
           MOVE BR-STATE                TO WS-MAIL-STATE.
           MOVE BR-ZIP-CODE             TO WS-MAIL-ZIP.
           WRITE REFUND-REGISTER-LINE FROM WS-MAIL-NAME-LINE.
           WRITE REFUND-REGISTER-LINE FROM WS-MAIL-ADDR-LINE.
           IF BR-ADDRESS-LINE-2 NOT = SPACES
               MOVE BR-ADDRESS-LINE-2   TO WS-MAIL-ADDR
               WRITE REFUND-REGISTER-LINE FROM WS-MAIL-ADDR-LINE
           END-IF.
           WRITE REFUND-REGISTER-LINE FROM WS-MAIL-CITY-LINE.
           MOVE 'PAYOFF EXCESS:        ' TO WS-RPT-LABEL.
           MOVE WS-REFUND-UNAPPLIED     TO WS-RPT-AMOUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-REFUND-PART-LINE.
           MOVE 'ESCROW TAX RESERVE:   ' TO WS-RPT-LABEL.
           MOVE WS-REFUND-TAX-RESERVE   TO WS-RPT-AMOUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-REFUND-PART-LINE.
           MOVE 'ESCROW INS RESERVE:   ' TO WS-RPT-LABEL.
           MOVE WS-REFUND-INS-RESERVE   TO WS-RPT-AMOUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-REFUND-PART-LINE.
           ADD 1 TO WS-REFUND-CHECKS.
           ADD WS-REFUND-UNAPPLIED      TO WS-UNAPPLIED-REFUNDED.
           ADD WS-REFUND-ESCROW         TO WS-ESCROW-REFUNDED.
           ADD WS-REFUND-TOTAL          TO WS-DOLLARS-REFUNDED.

      * What RRMBS211 books the cash out from: the payoff excess
      * leaves the unapplied liability ('A' - the refund consumes the
      * 'R' hold RRMBS200 wrote), the escrow leaves escrow payable as
      * a PAID refund line on the disbursement register.
       3500-WRITE-REFUND-MOVEMENTS.
           IF WS-REFUND-UNAPPLIED > ZERO
               MOVE LM-LOAN-NUMBER      TO UNP-LOAN-NUMBER
               MOVE WS-CYCLE-DATE       TO UNP-MOVE-DATE
               SET UNP-FUNDS-APPLIED    TO TRUE
               MOVE WS-REFUND-UNAPPLIED TO UNP-AMOUNT
               MOVE ZERO                TO UNP-ORIGINAL-DATE
               WRITE UNAPPLIED-REG-LINE FROM UNAPPLIED-MOVE-RECORD
           END-IF.
           IF WS-REFUND-ESCROW > ZERO
               MOVE LM-LOAN-NUMBER      TO WS-DSD-LOAN-NUMBER
               MOVE 'R'                 TO WS-DSD-PAYEE-TYPE
               MOVE BR-BORROWER-NAME    TO WS-DSD-PAYEE-NAME
               MOVE WS-CYCLE-DATE       TO WS-DSD-DUE-DATE
               MOVE WS-REFUND-ESCROW    TO WS-DSD-AMOUNT
               MOVE 'PAID    '          TO WS-DSD-DISPOSITION
               WRITE DISB-REGISTER-LINE FROM WS-DISB-DETAIL-LINE
           END-IF.

       3600-WRITE-LIEN-RELEASE.
           MOVE WS-CYCLE-DATE           TO WS-LIEN-DATE.
           MOVE LM-LOAN-NUMBER          TO WS-LIEN-LOAN-NUMBER.
           MOVE WS-PAYOFF-DATE          TO WS-LIEN-PAYOFF-DATE.
           MOVE BR-BORROWER-NAME        TO WS-LIEN-MORTGAGOR.
           MOVE BR-ADDRESS-LINE-1       TO WS-MAIL-ADDR.
           MOVE BR-CITY                 TO WS-MAIL-CITY.
           MOVE BR-STATE                TO WS-MAIL-STATE.
           MOVE BR-ZIP-CODE             TO WS-MAIL-ZIP.
           WRITE LIEN-RELEASE-LINE FROM WS-SEPARATOR-LINE.
           WRITE LIEN-RELEASE-LINE FROM WS-LIEN-HEADER.
           WRITE LIEN-RELEASE-LINE FROM WS-LIEN-TO-LINE.
           WRITE LIEN-RELEASE-LINE FROM WS-LIEN-LOAN-LINE.
           WRITE LIEN-RELEASE-LINE FROM WS-LIEN-MORTGAGOR-LINE.
           WRITE LIEN-RELEASE-LINE FROM WS-MAIL-ADDR-LINE.
           IF BR-ADDRESS-LINE-2 NOT = SPACES
               MOVE BR-ADDRESS-LINE-2   TO WS-MAIL-ADDR
               WRITE LIEN-RELEASE-LINE FROM WS-MAIL-ADDR-LINE
           END-IF.
           WRITE LIEN-RELEASE-LINE FROM WS-MAIL-CITY-LINE.
           WRITE LIEN-RELEASE-LINE FROM WS-LIEN-TEXT-1.
           WRITE LIEN-RELEASE-LINE FROM WS-LIEN-TEXT-2.

       6000-WRITE-EXCEPTION.
           MOVE LM-LOAN-NUMBER          TO WS-EXC-LOAN-NUMBER.
           MOVE LM-BORROWER-ID          TO WS-EXC-BORROWER.
           MOVE WS-REJECT-REASON        TO WS-EXC-REASON.
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-LOANS-EXCEPTED.

       7000-WRITE-REPORT-TOTALS.
           MOVE WS-DOLLARS-REFUNDED     TO WS-RTL-DOLLARS.
           MOVE WS-REFUND-CHECKS        TO WS-RTL-COUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-SEPARATOR-LINE.
           WRITE REFUND-REGISTER-LINE FROM WS-REFUND-TOTAL-LINE.
           MOVE 'CLOSED LOANS READ        ' TO WS-TOT-LABEL.
           MOVE WS-CLOSED-LOANS             TO WS-TOT-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS CLOSED OUT         ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-CLOSED-OUT         TO WS-TOT-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'AWAITING RETURN WINDOW   ' TO WS-TOT-LABEL.
           MOVE WS-AWAITING-CLEARANCE       TO WS-TOT-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS EXCEPTED           ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-EXCEPTED           TO WS-TOT-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS221 - CLOSEOUT RUN TOTALS FOR RUN '
               WS-RUN-ID ' CYCLE ' WS-CYCLE-DATE.
           DISPLAY 'RRMBS221 -   LOANS READ          ' WS-LOANS-READ.
           DISPLAY 'RRMBS221 -   CLOSED LOANS        '
               WS-CLOSED-LOANS.
           DISPLAY 'RRMBS221 -   ALREADY CLOSED OUT  '
               WS-ALREADY-CLOSED-OUT.
           DISPLAY 'RRMBS221 -   AWAITING RETURNS    '
               WS-AWAITING-CLEARANCE.
           DISPLAY 'RRMBS221 -   LOANS CLOSED OUT    '
               WS-LOANS-CLOSED-OUT.
           DISPLAY 'RRMBS221 -   REFUND CHECKS       '
               WS-REFUND-CHECKS.
           DISPLAY 'RRMBS221 -   UNAPPLIED REFUNDED  '
               WS-UNAPPLIED-REFUNDED.
           DISPLAY 'RRMBS221 -   ESCROW REFUNDED     '
               WS-ESCROW-REFUNDED.
           DISPLAY 'RRMBS221 -   LOANS EXCEPTED      '
               WS-LOANS-EXCEPTED.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           IF NOT WS-BORRMAST-UNAVAILABLE
               CLOSE BORROWER-MASTER-FILE
           END-IF.
           CLOSE UNAPPLIED-REG-FILE.
           CLOSE DISB-REGISTER-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REFUND-REGISTER-FILE.
           CLOSE LIEN-RELEASE-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
      *End of program RRMBS221.
