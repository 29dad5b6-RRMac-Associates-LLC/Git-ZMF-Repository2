      *
      * RRMBC224 - Month-end trial balance carry-forward record
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * The month-end trial balance (RRMBS223) writes this file
      * (TBSAVE) as its last step: one 'L' record per loan on the
      * Loan Master carrying the four balances it closed the month
      * with, and the product, investor and status it was
      * subtotalled under, followed by one 'T' control record for
      * the month.  Next month's run reads the file back as TBPRIOR
      * and takes its beginning balances from it - so the beginning
      * of every month is last month's proven ending, not a figure
      * re-derived from today's master.
      *
      * The 'T' record proves the file: TBC-MONTH must be the month
      * before the one being balanced, and the 'L' records must add
      * to its count and totals, or the beginning column is flagged
      * unproven.
      *
       01 TRIAL-BALANCE-SAVE-RECORD.
           05 TBS-RECORD-TYPE           PIC X.
               88 TBS-LOAN-FIGURES          VALUE 'L'.
               88 TBS-CONTROL-TOTALS        VALUE 'T'.
           05 TBS-MONTH                 PIC 9(6).
           05 TBS-LOAN-NUMBER           PIC 9(4).
           05 TBS-PRODUCT-CODE          PIC X(3).
           05 TBS-INVESTOR-CODE         PIC X(3).
           05 TBS-LOAN-STATUS           PIC X.
           05 TBS-PRINCIPAL             PIC 9(9)V99.
           05 TBS-ESCROW                PIC 9(9)V99.
           05 TBS-UNAPPLIED             PIC 9(9)V99.
           05 TBS-LATE-FEES             PIC 9(9)V99.
           05 FILLER                    PIC X(18).
       01 TRIAL-BALANCE-CONTROL-RECORD
               REDEFINES TRIAL-BALANCE-SAVE-RECORD.
           05 TBC-RECORD-TYPE           PIC X.
           05 TBC-MONTH                 PIC 9(6).
           05 TBC-LOAN-COUNT            PIC 9(5).
           05 TBC-PRINCIPAL-TOTAL       PIC 9(11)V99.
           05 TBC-ESCROW-TOTAL          PIC 9(11)V99.
           05 TBC-UNAPPLIED-TOTAL       PIC 9(11)V99.
           05 TBC-LATE-FEE-TOTAL        PIC 9(11)V99.
           05 FILLER                    PIC X(16).
