      * One card-image record per payment received from a borrower:
      * the loan it applies to, the date the money arrived, and the
      * amount received.  Input to RRMBS200 (payment posting).
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - the bank's lockbox batch now frames the payment cards:
      *       a header card first (PBH-, deposit date and lockbox
      *       batch id) and a trailer card last (PBT-, the bank's
      *       item count and dollar total for the payment cards in
      *       between).  Both are told from a payment card by the
      *       'HDR'/'TRL' literal in the first three columns, where a
      *       payment card always carries its numeric loan number.
      *       RRMBS200 proves the file against the trailer and its
      *       batch id against the batch-control history (BATCHCTL,
      *       rrmbc220) before it posts anything.
      *
       01 PAYMENT-TRANS-RECORD.
           05 PAY-LOAN-NUMBER           PIC 9(4).
           05 PAY-PAYMENT-DATE          PIC 9(8).
           05 PAY-AMOUNT-RECEIVED       PIC 9(6)V99.
           05 FILLER                    PIC X(60).

       01 PAYMENT-BATCH-HEADER REDEFINES PAYMENT-TRANS-RECORD.
           05 PBH-RECORD-TYPE           PIC X(3).
               88 PBH-IS-HEADER             VALUE 'HDR'.
           05 PBH-DEPOSIT-DATE          PIC 9(8).
           05 PBH-BATCH-ID              PIC X(10).
           05 FILLER                    PIC X(59).

       01 PAYMENT-BATCH-TRAILER REDEFINES PAYMENT-TRANS-RECORD.
           05 PBT-RECORD-TYPE           PIC X(3).
               88 PBT-IS-TRAILER            VALUE 'TRL'.
           05 PBT-ITEM-COUNT            PIC 9(7).
           05 PBT-DOLLAR-TOTAL          PIC 9(9)V99.
           05 FILLER                    PIC X(59).
