      *     A loan carrying a pool code that is not on INVTAB
      *     remits at a zero fee and is flagged in its section
      *     heading - that is where LNMT pooling mistakes surface.
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - RRMBS218 returned-item reversals in the month net their
      *       principal and interest back out of the pool they were
      *       collected for, and are counted per pool on the report
      *     - pool, fee and remittance totals signed: a month whose
      *       returns outrun its collections remits a negative
      *       figure (the investor owes it back) instead of wrapping
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   88 WS-POOL-KNOWN          VALUE 'Y'.
               10 WS-POOL-LOAN-COUNT     PIC 9(5).
               10 WS-POOL-PAYMENT-COUNT  PIC 9(7).
               10 WS-POOL-RETURN-COUNT   PIC 9(7).
               10 WS-POOL-PRINCIPAL      PIC S9(9)V99.
               10 WS-POOL-INTEREST       PIC S9(9)V99.
       01 WS-POOL-COUNT-USED         PIC 9(4) VALUE ZERO.
       01 WS-POOL-FOUND-SWITCH       PIC X VALUE 'N'.
           88 WS-POOL-FOUND              VALUE 'Y'.
           88 WS-LOAN-COUNTED            VALUE 'Y'.

      * Per-pool remittance arithmetic.
       01 WS-SERVICE-FEE             PIC S9(9)V99.
       01 WS-NET-REMITTANCE          PIC S9(9)V99.

      * End-of-run control totals.
       01 WS-HIST-READ               PIC 9(7) VALUE ZERO.
       01 WS-HIST-USED               PIC 9(7) VALUE ZERO.
       01 WS-HIST-SCHEDULED          PIC 9(7) VALUE ZERO.
       01 WS-HIST-RETURNED           PIC 9(7) VALUE ZERO.
       01 WS-HIST-OTHER-MONTHS       PIC 9(7) VALUE ZERO.
       01 WS-LOANS-NOT-ON-MASTER     PIC 9(7) VALUE ZERO.
       01 WS-GRAND-PRINCIPAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-INTEREST          PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-FEES              PIC S9(9)V99 VALUE ZERO.

       01 WS-SEPARATOR-LINE.
           05 FILLER PIC X(40) VALUE ALL '*'.

       01 WS-DOLLAR-LINE.
           05 WS-DOL-LABEL           PIC X(26).
           05 WS-DOL-VALUE           PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

                   MOVE 'Y' TO WS-POOL-ON-TABLE(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-LOAN-COUNT(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-PAYMENT-COUNT(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-RETURN-COUNT(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-PRINCIPAL(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-INTEREST(WS-POOL-IDX)
               ELSE
           EVALUATE TRUE
               WHEN WS-HIST-YYYYMM NOT = WS-REMIT-YYYYMM
                   ADD 1 TO WS-HIST-OTHER-MONTHS
               WHEN PH-SOURCE-JOB = 'RRMBS218'
                   PERFORM 2250-NET-RETURNED-PAYMENT
               WHEN PH-SOURCE-JOB NOT = 'RRMBS200'
                   ADD 1 TO WS-HIST-SCHEDULED
               WHEN OTHER
           END-IF.
           MOVE PH-LOAN-NUMBER TO WS-PREV-LOAN-NUMBER.

      * A returned item reversed by RRMBS218 never reached the
      * investor as collected money: its split comes back out of the
      * pool, in the month of the return - the collection may have
      * been remitted last month.  The loan-count break is left to
      * the collected records.
       2250-NET-RETURNED-PAYMENT.
           ADD 1 TO WS-HIST-RETURNED.
           PERFORM 2300-FIND-LOAN-POOL.
           PERFORM 2400-FIND-POOL-SLOT.
           SET WS-POOL-IDX TO WS-POOL-SLOT.
           ADD 1 TO WS-POOL-RETURN-COUNT(WS-POOL-IDX).
           SUBTRACT PH-PRINCIPAL-AMOUNT
               FROM WS-POOL-PRINCIPAL(WS-POOL-IDX).
           SUBTRACT PH-INTEREST-AMOUNT
               FROM WS-POOL-INTEREST(WS-POOL-IDX).
           SUBTRACT PH-PRINCIPAL-AMOUNT FROM WS-GRAND-PRINCIPAL.
           SUBTRACT PH-INTEREST-AMOUNT  FROM WS-GRAND-INTEREST.

      * The loan's pool off the Loan Master.  A loan gone from the
      * master (paid off and archived, conversion gap) still
      * collected real money - it lands in the house section and is
                   MOVE 'N'  TO WS-POOL-ON-TABLE(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-LOAN-COUNT(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-PAYMENT-COUNT(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-RETURN-COUNT(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-PRINCIPAL(WS-POOL-IDX)
                   MOVE ZERO TO WS-POOL-INTEREST(WS-POOL-IDX)
                   MOVE WS-POOL-COUNT-USED TO WS-POOL-SLOT
           MOVE 'PAYMENTS POSTED:          ' TO WS-CNT-LABEL.
           MOVE WS-POOL-PAYMENT-COUNT(WS-POOL-IDX) TO WS-CNT-VALUE.
           WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PAYMENTS RETURNED:        ' TO WS-CNT-LABEL.
           MOVE WS-POOL-RETURN-COUNT(WS-POOL-IDX) TO WS-CNT-VALUE.
           WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PRINCIPAL COLLECTED:      ' TO WS-DOL-LABEL.
           MOVE WS-POOL-PRINCIPAL(WS-POOL-IDX) TO WS-DOL-VALUE.
           WRITE REMIT-REPORT-LINE FROM WS-DOLLAR-LINE.
               WS-HIST-USED.
           DISPLAY 'RRMBS216 -   SCHEDULED SKIPPED     '
               WS-HIST-SCHEDULED.
           DISPLAY 'RRMBS216 -   RETURNS NETTED        '
               WS-HIST-RETURNED.
           DISPLAY 'RRMBS216 -   OTHER-MONTH RECORDS   '
               WS-HIST-OTHER-MONTHS.
           DISPLAY 'RRMBS216 -   LOANS NOT ON MASTER   '
