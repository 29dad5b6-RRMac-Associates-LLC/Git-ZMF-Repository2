      *     discrepancy, marks the trailer OUT-OF-BALANCE and ends
      *     with return code 8 so the scheduler never releases the
      *     GL load step on a bad file.
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - RRMBS218 returned-item reversals off PAYHIST book as
      *       the mirror of the posting they reverse: cash credited,
      *       interest income, late-fee income, loan principal and
      *       the escrow collection debited back
      *     - UNAPREG 'N' (returned item taken out of unapplied) and
      *       'I' (held funds reinstated) movements booked with
      *       RRMBS218 as the source
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * End-of-run control totals.
       01 WS-HIST-READ               PIC 9(7) VALUE ZERO.
       01 WS-POSTED-BOOKED           PIC 9(7) VALUE ZERO.
       01 WS-REVERSALS-BOOKED        PIC 9(7) VALUE ZERO.
       01 WS-SCHEDULED-BOOKED        PIC 9(7) VALUE ZERO.
       01 WS-HIST-SKIPPED            PIC 9(7) VALUE ZERO.
       01 WS-DISB-BOOKED             PIC 9(7) VALUE ZERO.
                   WHEN 'RRMBS200'
                       PERFORM 2300-BOOK-PAYMENT-LEGS
                       ADD 1 TO WS-POSTED-BOOKED
                   WHEN 'RRMBS218'
                       PERFORM 2400-BOOK-REVERSAL-LEGS
                       ADD 1 TO WS-REVERSALS-BOOKED
                   WHEN 'RRMBS196'
                       PERFORM 2300-BOOK-PAYMENT-LEGS
                       ADD 1 TO WS-SCHEDULED-BOOKED
               PERFORM 6000-WRITE-JOURNAL
           END-IF.

      * The legs of one returned-item reversal: the posting it
      * reverses, turned around.  RRMBS218 carries the original
      * split on the reversal record, so the same remainder comes
      * back out of escrow payable that 2300 put in.  Any held funds
      * or payoff excess the posting touched are corrected by that
      * night's UNAPREG 'I'/'N' movement, leaving cash short by
      * exactly the returned item.
       2400-BOOK-REVERSAL-LEGS.
           IF PH-LATE-FEE-AMOUNT NUMERIC
               MOVE PH-LATE-FEE-AMOUNT TO WS-LATE-FEE-LEG
           ELSE
               MOVE ZERO TO WS-LATE-FEE-LEG
           END-IF.
           COMPUTE WS-ESCROW-REMAINDER =
               PH-PAYMENT-AMOUNT - PH-INTEREST-AMOUNT
               - PH-PRINCIPAL-AMOUNT - WS-LATE-FEE-LEG.
           MOVE PH-LOAN-NUMBER TO GL-LOAN-NUMBER.
           MOVE PH-SOURCE-JOB  TO GL-SOURCE.
           MOVE WS-ACCT-CASH   TO GL-ACCOUNT-NUMBER.
           SET GL-CREDIT TO TRUE.
           MOVE PH-PAYMENT-AMOUNT TO GL-AMOUNT.
           MOVE 'PAYMENT RETURNED    ' TO GL-DESCRIPTION.
           PERFORM 6000-WRITE-JOURNAL.
           IF PH-INTEREST-AMOUNT > ZERO
               MOVE WS-ACCT-INTEREST-INCOME TO GL-ACCOUNT-NUMBER
               SET GL-DEBIT TO TRUE
               MOVE PH-INTEREST-AMOUNT TO GL-AMOUNT
               MOVE 'INTEREST REVERSED   ' TO GL-DESCRIPTION
               PERFORM 6000-WRITE-JOURNAL
           END-IF.
           IF WS-LATE-FEE-LEG > ZERO
               MOVE WS-ACCT-LATE-FEE-INCOME TO GL-ACCOUNT-NUMBER
               SET GL-DEBIT TO TRUE
               MOVE WS-LATE-FEE-LEG TO GL-AMOUNT
               MOVE 'LATE FEE REVERSED   ' TO GL-DESCRIPTION
               PERFORM 6000-WRITE-JOURNAL
           END-IF.
           IF PH-PRINCIPAL-AMOUNT > ZERO
               MOVE WS-ACCT-LOAN-PRINCIPAL TO GL-ACCOUNT-NUMBER
               SET GL-DEBIT TO TRUE
               MOVE PH-PRINCIPAL-AMOUNT TO GL-AMOUNT
               MOVE 'PRINCIPAL RESTORED  ' TO GL-DESCRIPTION
               PERFORM 6000-WRITE-JOURNAL
           END-IF.
           IF WS-ESCROW-REMAINDER NOT = ZERO
               MOVE WS-ACCT-ESCROW-PAYABLE TO GL-ACCOUNT-NUMBER
               IF WS-ESCROW-REMAINDER > ZERO
                   SET GL-DEBIT TO TRUE
                   MOVE WS-ESCROW-REMAINDER TO GL-AMOUNT
               ELSE
                   SET GL-CREDIT TO TRUE
                   COMPUTE WS-ESCROW-REMAINDER-ABS =
                       ZERO - WS-ESCROW-REMAINDER
                   MOVE WS-ESCROW-REMAINDER-ABS TO GL-AMOUNT
               END-IF
               MOVE 'ESCROW REVERSED     ' TO GL-DESCRIPTION
               PERFORM 6000-WRITE-JOURNAL
           END-IF.

      * PAID lines off the cycle's disbursement register: the escrow
      * liability is relieved and cash goes out the door.  Heading,
      * trailer, NOT DUE and SHORT lines fail the tests and fall
      * liability; consumption ('A') reverses it - the cash leg of
      * the payment entry carried the full applied amount, so this
      * leg corrects cash for the part that was already in the
      * house.  RRMBS218's returned items taken back out of
      * unapplied ('N') book like consumption, and held funds a
      * returned posting had consumed ('I') book like a hold.
       4000-BOOK-UNAPPLIED-MOVES.
           PERFORM 4100-READ-UNAPPLIED.
           PERFORM UNTIL WS-UNAP-EOF
               CONTINUE
           ELSE
               MOVE UNP-LOAN-NUMBER TO GL-LOAN-NUMBER
               IF UNP-RETURNED-ITEM OR UNP-HELD-REINSTATED
                   MOVE 'RRMBS218'  TO GL-SOURCE
               ELSE
                   MOVE 'RRMBS200'  TO GL-SOURCE
               END-IF
               EVALUATE TRUE
                   WHEN UNP-FUNDS-APPLIED
                       MOVE 'HELD FUNDS APPLIED  ' TO GL-DESCRIPTION
                       PERFORM 4300-BOOK-UNAPPLIED-RELIEF
                   WHEN UNP-RETURNED-ITEM
                       MOVE 'RETURNED ITEM       ' TO GL-DESCRIPTION
                       PERFORM 4300-BOOK-UNAPPLIED-RELIEF
                   WHEN UNP-HELD-REINSTATED
                       MOVE 'HELD FUNDS RESTORED ' TO GL-DESCRIPTION
                       PERFORM 4400-BOOK-UNAPPLIED-HOLD
                   WHEN OTHER
                       MOVE 'FUNDS HELD UNAPPLIED' TO GL-DESCRIPTION
                       PERFORM 4400-BOOK-UNAPPLIED-HOLD
               END-EVALUATE
               ADD 1 TO WS-UNAP-BOOKED
           END-IF.

      * Unapplied liability relieved against cash.
       4300-BOOK-UNAPPLIED-RELIEF.
           MOVE WS-ACCT-UNAPPLIED TO GL-ACCOUNT-NUMBER.
           SET GL-DEBIT TO TRUE.
           MOVE UNP-AMOUNT TO GL-AMOUNT.
           PERFORM 6000-WRITE-JOURNAL.
           MOVE WS-ACCT-CASH TO GL-ACCOUNT-NUMBER.
           SET GL-CREDIT TO TRUE.
           PERFORM 6000-WRITE-JOURNAL.

      * Cash held against the unapplied liability.
       4400-BOOK-UNAPPLIED-HOLD.
           MOVE WS-ACCT-CASH TO GL-ACCOUNT-NUMBER.
           SET GL-DEBIT TO TRUE.
           MOVE UNP-AMOUNT TO GL-AMOUNT.
           PERFORM 6000-WRITE-JOURNAL.
           MOVE WS-ACCT-UNAPPLIED TO GL-ACCOUNT-NUMBER.
           SET GL-CREDIT TO TRUE.
           PERFORM 6000-WRITE-JOURNAL.

      * The two proofs, the verdict, and the trailer.  A failed
      * proof is printed, the trailer says OUT-OF-BALANCE, and the
      * job ends with return code 8 so the scheduler never releases
               WS-HIST-READ.
           DISPLAY 'RRMBS211 -   POSTED PAYMENTS BOOKED '
               WS-POSTED-BOOKED.
           DISPLAY 'RRMBS211 -   RETURNED ITEMS BOOKED  '
               WS-REVERSALS-BOOKED.
           DISPLAY 'RRMBS211 -   SCHEDULED PASSES BOOKED '
               WS-SCHEDULED-BOOKED.
           DISPLAY 'RRMBS211 -   OTHER SOURCES SKIPPED '
