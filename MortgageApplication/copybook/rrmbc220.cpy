      *
      * RRMBC220 - Lockbox batch-control history record
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * Keyed on BCH-BATCH-ID (BATCHCTL).  One record per lockbox
      * batch RRMBS200 has posted, written after the last payment
      * card of the batch is applied: the header's deposit date, the
      * trailer totals the file was proved against, and what the
      * posting run did with the cards.  A PAYTRAN file whose header
      * batch id is already here is a resend and is refused before
      * anything is posted.
      *
       01 BATCH-CONTROL-RECORD.
           05 BCH-BATCH-ID              PIC X(10).
           05 BCH-DEPOSIT-DATE          PIC 9(8).
           05 BCH-ITEM-COUNT            PIC 9(7).
           05 BCH-DOLLAR-TOTAL          PIC 9(9)V99.
           05 BCH-POSTED-DATE           PIC 9(8).
           05 BCH-POSTED-TIME           PIC 9(8).
           05 BCH-POSTED-COUNT          PIC 9(7).
           05 BCH-HELD-COUNT            PIC 9(7).
           05 BCH-PAYOFF-COUNT          PIC 9(7).
           05 BCH-REJECTED-COUNT        PIC 9(7).
