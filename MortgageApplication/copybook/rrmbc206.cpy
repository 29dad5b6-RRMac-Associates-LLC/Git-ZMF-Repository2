      * out of a loan's escrow reserves: the loan, which reserve it
      * draws (payee type), who gets the money, when it is due, and
      * the amount.  Input to RRMBS201 (escrow disbursement).
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - payee type 'R' (refund): the payoff closeout batch
      *       (RRMBS221) registers the escrow balance it refunds to
      *       the borrower on DISBREG as a PAID line of this type,
      *       so RRMBS211 books it out of escrow payable like any
      *       disbursement while RRMBS210 (tax lines only) leaves it
      *       off the year-end statement.  Never a schedule card -
      *       RRMBS201 still accepts only 'T' and 'I'.
      *
       01 DISBURSEMENT-SCHED-RECORD.
           05 DSB-LOAN-NUMBER           PIC 9(4).
           05 DSB-PAYEE-TYPE            PIC X.
               88 DSB-TAX-PAYEE             VALUE 'T'.
               88 DSB-INS-PAYEE             VALUE 'I'.
               88 DSB-REFUND-PAYEE          VALUE 'R'.
           05 DSB-PAYEE-NAME            PIC X(20).
           05 DSB-DUE-DATE              PIC 9(8).
           05 DSB-AMOUNT                PIC 9(6)V99.
