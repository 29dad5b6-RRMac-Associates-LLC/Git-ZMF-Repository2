      *
      * RRMBC219 - Returned-item (NSF/ACH return) transaction record
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * One card-image record per remittance the bank has sent back
      * unpaid - a bounced check or a returned ACH debit.  Input to
      * the returned-item reversal batch (RRMBS218, RETTRAN).
      * RET-PAYMENT-DATE is the date the money was ORIGINALLY
      * received, i.e. the PAY-PAYMENT-DATE RRMBS200 posted it under -
      * together with the loan number it is the PAYHIST key of the
      * posting to back out, or the UNAPREG date of the hold.
      * RET-AMOUNT is the returned item's face amount, the
      * PAY-AMOUNT-RECEIVED off the original card.  RET-REASON-CODE is
      * the bank's return reason as received (NSF, R01, R02, ...); it
      * is carried to the reversal register, not edited.
      *
       01 RETURNED-ITEM-RECORD.
           05 RET-LOAN-NUMBER           PIC 9(4).
           05 RET-PAYMENT-DATE          PIC 9(8).
           05 RET-AMOUNT                PIC 9(6)V99.
           05 RET-REASON-CODE           PIC X(3).
           05 FILLER                    PIC X(57).
