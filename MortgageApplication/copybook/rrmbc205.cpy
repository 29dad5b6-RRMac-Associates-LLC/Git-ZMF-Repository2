      *       posting collected out of the remittance (RRMBS200),
      *       now that RRMBS208 actually charges the fees RRMBS197
      *       only reported.  Zero on RRMBS196's scheduled passes.
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - added PH-RETURNED-DATE and PH-REVERSES-DATE for the
      *       returned-item reversal batch (RRMBS218).  When an
      *       RRMBS200 posting is backed out because the remittance
      *       came back unpaid, the ORIGINAL record is rewritten
      *       with PH-RETURNED-DATE set to the cycle date of the
      *       reversal (so the same posting can never be reversed
      *       twice), and a new record with PH-SOURCE-JOB 'RRMBS218'
      *       is written on the reversal date carrying the same
      *       payment/interest/principal/fee split with
      *       PH-REVERSES-DATE pointing back at the original.  Both
      *       are zero on every other record; records written before
      *       the columns existed carry spaces there - readers treat
      *       non-numeric as zero.
      *
       01 PAYMENT-HISTORY-RECORD.
           05 PH-HISTORY-KEY.
           05 PH-ESCROW-INS-RESERVE     PIC 9(6)V99.
           05 PH-SOURCE-JOB             PIC X(8).
           05 PH-LATE-FEE-AMOUNT        PIC 9(6)V99.
           05 PH-RETURNED-DATE          PIC 9(8).
           05 PH-REVERSES-DATE          PIC 9(8).
