      *                       payoff consumed them
      *                 'R' - payoff excess into unapplied awaiting
      *                       REFUND
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - two movement types written by the returned-item
      *       reversal batch (RRMBS218), which also fills
      *       UNP-ORIGINAL-DATE (carved out of the old filler) with
      *       the date of the remittance being returned:
      *                 'N' - NSF/returned item taken back OUT of the
      *                       unapplied balance: a held remittance
      *                       that bounced, or a reversed payoff's
      *                       excess that had been awaiting refund
      *                 'I' - held funds REINSTATED: money a reversed
      *                       posting had consumed out of unapplied
      *                       goes back into the holding balance
      *       UNP-ORIGINAL-DATE is only meaningful on those two types.
      *
       01 UNAPPLIED-MOVE-RECORD.
           05 UNP-LOAN-NUMBER           PIC 9(4).
               88 UNP-FUNDS-HELD            VALUE 'H'.
               88 UNP-FUNDS-APPLIED         VALUE 'A'.
               88 UNP-REFUND-HELD           VALUE 'R'.
               88 UNP-RETURNED-ITEM         VALUE 'N'.
               88 UNP-HELD-REINSTATED       VALUE 'I'.
           05 UNP-AMOUNT                PIC 9(7)V99.
           05 UNP-ORIGINAL-DATE         PIC 9(8).
           05 FILLER                    PIC X(50).
