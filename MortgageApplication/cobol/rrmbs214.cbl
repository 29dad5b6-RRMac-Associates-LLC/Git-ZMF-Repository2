      *       stamped on the boarded loan as LM-INVESTOR-CODE so the
      *       RRMBS216 monthly remittance owns the acquired
      *       portfolio from day one; blank boards as house-owned
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - boarded history records write the returned-item
      *       columns (PH-RETURNED-DATE/PH-REVERSES-DATE, rrmbc205)
      *       as zero - prior-servicer history is never reversed
      *       by RRMBS218
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - every loan boarded now prints a 'B' line on BOARDRPT
      *       (loan, boarding date, unpaid balance, tax and
      *       insurance reserves) ahead of the trailer, so the
      *       report is the register of what the transfer put on
      *       the book - the month-end trial balance (RRMBS223)
      *       takes its boarded column from these lines.  Boarded
      *       loans' audit lines carry AUD-LOAN-NUMBER (rrmbc202)
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS214 BOARDING REGISTER RUN  '.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-HDG-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-EXC-REASON          PIC X(40).

      * One per loan boarded.  Record type 'B' with BOARDED in the
      * reason column - no card type and no reject reason reads that
      * way, so RRMBS223 picks these out of the register safely.
       01 WS-BOARDED-LINE.
           05 FILLER                 PIC X VALUE 'B'.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-BRD-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(8) VALUE 'BOARDED '.
           05 WS-BRD-DATE            PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-BRD-PRINCIPAL       PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-BRD-TAX-RESERVE     PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-BRD-INS-RESERVE     PIC ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.
               MOVE LM-ESCROW-INS-RESERVE TO WS-LAST-INS-RESERVE
               ADD 1 TO WS-LOANS-BOARDED
               ADD LM-OUTSTANDING-PRINCIPAL TO WS-BALANCE-BOARDED
               PERFORM 6100-WRITE-BOARDED-LINE
           END-IF.

      * Keeps the DB2 LOAN_MASTER row in step with the record just
           MOVE WS-CURRENT-DATE     TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME     TO AUD-RUN-TIME.
           MOVE WS-RUN-ID           TO AUD-RUN-ID.
           MOVE LM-LOAN-NUMBER      TO AUD-LOAN-NUMBER.
           WRITE AUDIT-LINE FROM AUDIT-TRAIL-RECORD.

      * An 'H' card belongs to the 'L' card it follows - anything
           MOVE WS-LAST-INS-RESERVE   TO PH-ESCROW-INS-RESERVE.
           MOVE WS-JOB-ID             TO PH-SOURCE-JOB.
           MOVE ZERO                  TO PH-LATE-FEE-AMOUNT.
           MOVE ZERO                  TO PH-RETURNED-DATE.
           MOVE ZERO                  TO PH-REVERSES-DATE.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYMENT-HISTORY-RECORD
           WRITE BOARDING-REPORT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-CARDS-REJECTED.

       6100-WRITE-BOARDED-LINE.
           MOVE LM-LOAN-NUMBER            TO WS-BRD-LOAN-NUMBER.
           MOVE WS-CURRENT-DATE           TO WS-BRD-DATE.
           MOVE LM-OUTSTANDING-PRINCIPAL  TO WS-BRD-PRINCIPAL.
           MOVE LM-ESCROW-TAX-RESERVE     TO WS-BRD-TAX-RESERVE.
           MOVE LM-ESCROW-INS-RESERVE     TO WS-BRD-INS-RESERVE.
           WRITE BOARDING-REPORT-LINE FROM WS-BOARDED-LINE.

       7000-WRITE-REPORT-TOTALS.
           MOVE 'CARDS READ               ' TO WS-TOT-LABEL.
           MOVE WS-CARDS-READ               TO WS-TOT-COUNT.
