      *
      * RRMBC223 - Workout plan transaction record
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * Card-image input (WOTRAN) to the loss-mitigation workout
      * batch, RRMBS220 - one card per plan decision loss mitigation
      * has agreed with the borrower, told apart by column 1:
      *
      *   'F' - set up (or extend) a forbearance: start and end
      *         dates and the reduced plan payment the borrower owes
      *         each month meanwhile (zero for a full suspension)
      *   'X' - end the loan's forbearance early, as of the run date
      *   'M' - book a permanent modification.  New rate, term and
      *         principal are each optional - zero keeps the loan's
      *         current figure - and the capitalized arrears are
      *         added to the principal.  A non-zero first due date
      *         re-dates the loan's next payment (brings it current).
      *
       01 WORKOUT-TRANS-RECORD.
           05 WT-TRANS-CODE             PIC X.
               88 WT-SET-FORBEARANCE        VALUE 'F'.
               88 WT-END-FORBEARANCE        VALUE 'X'.
               88 WT-BOOK-MODIFICATION      VALUE 'M'.
           05 WT-LOAN-NUMBER            PIC 9(4).
           05 WT-START-DATE             PIC 9(8).
           05 WT-END-DATE               PIC 9(8).
           05 WT-PLAN-PAYMENT           PIC 9(6)V99.
           05 WT-NEW-RATE               PIC 9V9999.
           05 WT-NEW-TERM-MONTHS        PIC 9(3).
           05 WT-NEW-PRINCIPAL          PIC 9(6)V99.
           05 WT-CAPITALIZED-ARREARS    PIC 9(6)V99.
           05 WT-FIRST-DUE-DATE         PIC 9(8).
           05 FILLER                    PIC X(19).
