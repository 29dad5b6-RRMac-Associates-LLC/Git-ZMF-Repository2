       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS223.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Month-end portfolio trial balance.  Accounting proved the
      *     book by adding up the Loan Master and hoping it matched
      *     the GL; nothing showed how last month's balances became
      *     this month's.  This job rolls four balances forward for
      *     the month - loan principal, escrow reserves (tax plus
      *     insurance), unapplied funds and outstanding late fees:
      *         beginning (last month's proven ending)
      *         + boarded + originated + the month's activity
      *         = computed ending, against the Loan Master ending
      *     and prints any unexplained difference, for the whole book
      *     and for every product, investor pool and loan status.
      *     Activity is taken from the files the nightly jobs leave:
      *       - PAYHIST (rrmbc205) records dated in the month -
      *         RRMBS200 postings (principal collected, or a payoff
      *         when no principal is left; the escrow remainder;
      *         the late fee collected), RRMBS196 scheduled passes,
      *         RRMBS218 reversals.  RRMBS214 and RRMBS220 records
      *         move no money and are covered below
      *       - BOARDRPT 'B' lines (RRMBS214) dated in the month
      *       - DISBREG PAID lines (RRMBS201 tax/insurance, RRMBS221
      *         payoff refunds) - the month's registers concatenated
      *         on the DD, the same lines RRMBS211 booked nightly
      *       - UNAPREG (rrmbc213) movements dated in the month
      *       - WORKOUT (rrmbc222) modifications booked in the month
      *       - AUDITLOG (rrmbc202) for changes that reach no other
      *         file: late fees assessed (RRMBS208), fees restored
      *         and returned-item fees (RRMBS218), reserve
      *         corrections keyed on LNMT, attributed to the loan
      *         by AUD-LOAN-NUMBER
      *     A loan on the master that was neither on last month's
      *     file nor boarded is a new RRMBS196 loan - its opening
      *     figures show as originated.  A loan whose product, pool
      *     or status changed moves its beginning between subtotals
      *     on the reclassified row.
      *     The book is then compared to the month's GLEXTR journals
      *     (rrmbc212) account by account: beginning, plus the GL
      *     net for the month, plus the activity RRMBS211 does not
      *     book (boardings, originations, modifications, fee
      *     assessments, reserve corrections) must equal the Loan
      *     Master ending, or the account prints OUT OF BALANCE.
      *     The month's ending figures are written to TBSAVE
      *     (rrmbc224) with a control record; next month reads them
      *     back as TBPRIOR and proves them before using them as its
      *     beginning.  TBSAVE is written only when LOANMAST was read
      *     cleanly to its end - a short file with a matching control
      *     record would prove next month and show the missing loans
      *     as new originations - and a TBSAVE that cannot be opened
      *     or written ends the run RC 8 with no control record.
      *     SYSIN card: the month being closed in columns 1-6
      *     (YYYYMM, RRMBS216 convention); TAKEON in columns 8-13 on
      *     the first month only, when there is no prior file and the
      *     whole book opens as originated.  RC 8 when the beginning
      *     cannot be proven or LOANMAST/PAYHIST cannot be read;
      *     RC 4 when anything is out of balance.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TB-PRIOR-FILE ASSIGN TO 'TBPRIOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO 'LOANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT BOARDING-REPORT-FILE ASSIGN TO 'BOARDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOARDRPT-STATUS.
           SELECT DISB-REGISTER-FILE ASSIGN TO 'DISBREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT UNAPPLIED-REG-FILE ASSIGN TO 'UNAPREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPREG-STATUS.
           SELECT WORKOUT-PLAN-FILE ASSIGN TO 'WORKOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-PLAN-KEY
               FILE STATUS IS WS-WORKOUT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO 'GLEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT TRIAL-BALANCE-REPORT ASSIGN TO 'TBALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT TB-SAVE-FILE ASSIGN TO 'TBSAVE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TB-PRIOR-FILE.
       01  TB-PRIOR-LINE                PIC X(80).

       FD  LOAN-MASTER-FILE.
           COPY rrmbc197.

       FD  PAYMENT-HISTORY-FILE.
           COPY rrmbc205.

       FD  BOARDING-REPORT-FILE.
       01  BOARDING-REPORT-LINE         PIC X(80).

       FD  DISB-REGISTER-FILE.
       01  DISB-REGISTER-LINE           PIC X(80).

       FD  UNAPPLIED-REG-FILE.
       01  UNAPPLIED-REG-LINE           PIC X(80).

       FD  WORKOUT-PLAN-FILE.
           COPY rrmbc222.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LINE                   PIC X(80).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-LINE              PIC X(80).

       FD  TRIAL-BALANCE-REPORT.
       01  TRIAL-BALANCE-LINE           PIC X(80).

       FD  TB-SAVE-FILE.
       01  TB-SAVE-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
           COPY rrmbc224.
           COPY rrmbc213.
           COPY rrmbc202.
           COPY rrmbc212.

       01 WS-PRIOR-STATUS            PIC XX.
           88 WS-PRIOR-OK                VALUE '00'.
       01 WS-LOAN-MASTER-STATUS      PIC XX.
           88 WS-LM-STATUS-OK            VALUE '00'.
       01 WS-PAYHIST-STATUS          PIC XX.
           88 WS-PAYHIST-OK              VALUE '00'.
       01 WS-BOARDRPT-STATUS         PIC XX.
           88 WS-BOARDRPT-OK             VALUE '00'.
       01 WS-REGISTER-STATUS         PIC XX.
           88 WS-REGISTER-OK             VALUE '00'.
       01 WS-UNAPREG-STATUS          PIC XX.
           88 WS-UNAPREG-OK              VALUE '00'.
       01 WS-WORKOUT-STATUS          PIC XX.
           88 WS-WORKOUT-OK              VALUE '00'.
       01 WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK                VALUE '00'.
       01 WS-EXTRACT-STATUS          PIC XX.
           88 WS-EXTRACT-OK              VALUE '00'.
       01 WS-REPORT-STATUS           PIC XX.
       01 WS-SAVE-STATUS             PIC XX.
           88 WS-SAVE-OK                 VALUE '00'.

      * One end-of-file switch serves every pass - the passes run
      * one after another and each resets it before its first read.
       01 WS-END-OF-FILE             PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.

      * Files the job can run without.  Activity from a file that
      * will not open is missing from the roll-forward, so the
      * report says so and the differences show where it landed.
       01 WS-PRIOR-SWITCH            PIC X VALUE 'N'.
           88 WS-PRIOR-UNAVAILABLE       VALUE 'Y'.
       01 WS-BOARDRPT-SWITCH         PIC X VALUE 'N'.
           88 WS-BOARDRPT-UNAVAILABLE    VALUE 'Y'.
       01 WS-REGISTER-SWITCH         PIC X VALUE 'N'.
           88 WS-REGISTER-UNAVAILABLE    VALUE 'Y'.
       01 WS-UNAPREG-SWITCH          PIC X VALUE 'N'.
           88 WS-UNAPREG-UNAVAILABLE     VALUE 'Y'.
       01 WS-WORKOUT-SWITCH          PIC X VALUE 'N'.
           88 WS-WORKOUT-UNAVAILABLE     VALUE 'Y'.
       01 WS-AUDIT-SWITCH            PIC X VALUE 'N'.
           88 WS-AUDIT-UNAVAILABLE       VALUE 'Y'.
       01 WS-EXTRACT-SWITCH          PIC X VALUE 'N'.
           88 WS-EXTRACT-UNAVAILABLE     VALUE 'Y'.
      * LOANMAST and PAYHIST are the trial balance - without either
      * the run is incomplete and ends RC 8.
       01 WS-RUN-SWITCH              PIC X VALUE 'N'.
           88 WS-RUN-INCOMPLETE          VALUE 'Y'.
       01 WS-LOANMAST-SWITCH         PIC X VALUE 'N'.
           88 WS-LOANMAST-UNAVAILABLE    VALUE 'Y'.
       01 WS-PAYHIST-SWITCH          PIC X VALUE 'N'.
           88 WS-PAYHIST-UNAVAILABLE     VALUE 'Y'.
      * Set only when the LOANMAST pass reached end of file without
      * a read error - the one case the ending can be carried
      * forward.
       01 WS-LOANMAST-READ-SWITCH    PIC X VALUE 'N'.
           88 WS-LOANMAST-READ-TO-END    VALUE 'Y'.
       01 WS-SAVE-SWITCH             PIC X VALUE 'N'.
           88 WS-SAVE-FAILED             VALUE 'Y'.
       01 WS-DIFFERENCE-SWITCH       PIC X VALUE 'N'.
           88 WS-DIFFERENCES-FOUND       VALUE 'Y'.

      * Beginning-balance proof against the TBPRIOR control record.
       01 WS-PROOF-SWITCH            PIC X VALUE 'Y'.
           88 WS-BEGINNING-PROVEN        VALUE 'Y'.
           88 WS-BEGINNING-UNPROVEN      VALUE 'N'.
       01 WS-PROOF-REASON            PIC X(40) VALUE SPACES.
       01 WS-CONTROL-SWITCH          PIC X VALUE 'N'.
           88 WS-CONTROL-FOUND           VALUE 'Y'.
       01 WS-PRIOR-LOAN-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-PRINCIPAL-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01 WS-PRIOR-ESCROW-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-PRIOR-UNAPPLIED-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01 WS-PRIOR-FEE-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-CTL-LOAN-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-CTL-PRINCIPAL-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01 WS-CTL-ESCROW-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 WS-CTL-UNAPPLIED-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01 WS-CTL-FEE-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01 WS-CURRENT-DATE            PIC 9(8).

      * SYSIN card: month being closed (columns 1-6, YYYYMM) and
      * TAKEON (columns 8-13) on the first month the job runs.
       01 WS-PARM-CARD               PIC X(80) VALUE SPACES.
       01 WS-TAKEON-SWITCH           PIC X VALUE 'N'.
           88 WS-TAKEON-RUN              VALUE 'Y'.
       01 WS-TB-MONTH                PIC 9(6) VALUE ZERO.
       01 WS-TB-MONTH-R REDEFINES WS-TB-MONTH.
           05 WS-TB-YEAR             PIC 9(4).
           05 WS-TB-MM               PIC 9(2).
       01 WS-PRIOR-MONTH             PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR          PIC 9(4).
           05 WS-PRIOR-MM            PIC 9(2).

      * Any date off an input record, for the month test.
       01 WS-WORK-DATE               PIC 9(8).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-MONTH          PIC 9(6).
           05 WS-WORK-DAY            PIC 9(2).

      * The four balances rolled forward, in report order.
       01 WS-BAL-PRINCIPAL           PIC 9 VALUE 1.
       01 WS-BAL-ESCROW              PIC 9 VALUE 2.
       01 WS-BAL-UNAPPLIED           PIC 9 VALUE 3.
       01 WS-BAL-LATE-FEES           PIC 9 VALUE 4.

      * Roll-forward rows.  Rows 1-3 and 9-10 mean the same thing
      * for every balance; 4-8 are the balance's own activity (a
      * row with a blank label has no activity and does not print).
      * The computed ending is the sum of rows 1-9.
       01 WS-ROW-BEGINNING           PIC 99 VALUE 1.
       01 WS-ROW-BOARDED             PIC 99 VALUE 2.
       01 WS-ROW-ORIGINATED          PIC 99 VALUE 3.
       01 WS-ROW-RECLASSIFIED        PIC 99 VALUE 9.
       01 WS-ROW-MASTER-ENDING       PIC 99 VALUE 10.

       01 WS-BALANCE-NAME-VALUES.
           05 FILLER PIC X(16) VALUE 'LOAN PRINCIPAL  '.
           05 FILLER PIC X(16) VALUE 'ESCROW RESERVES '.
           05 FILLER PIC X(16) VALUE 'UNAPPLIED FUNDS '.
           05 FILLER PIC X(16) VALUE 'LATE FEES       '.
       01 WS-BALANCE-NAME-TABLE REDEFINES WS-BALANCE-NAME-VALUES.
           05 WS-BALANCE-NAME        PIC X(16) OCCURS 4 TIMES.

       01 WS-ROW-LABEL-VALUES.
           05 FILLER PIC X(32) VALUE 'BEGINNING BALANCE'.
           05 FILLER PIC X(32) VALUE 'PLUS LOANS BOARDED'.
           05 FILLER PIC X(32) VALUE 'PLUS LOANS ORIGINATED'.
           05 FILLER PIC X(32) VALUE 'LESS PRINCIPAL COLLECTED'.
           05 FILLER PIC X(32) VALUE 'LESS PAYOFFS'.
           05 FILLER PIC X(32) VALUE 'PLUS/MINUS MODIFICATIONS'.
           05 FILLER PIC X(32) VALUE 'PLUS PAYMENT REVERSALS'.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(32) VALUE 'PLUS/MINUS RECLASSIFIED LOANS'.
           05 FILLER PIC X(32) VALUE 'LOAN MASTER ENDING BALANCE'.
           05 FILLER PIC X(32) VALUE 'BEGINNING BALANCE'.
           05 FILLER PIC X(32) VALUE 'PLUS LOANS BOARDED'.
           05 FILLER PIC X(32) VALUE 'PLUS LOANS ORIGINATED'.
           05 FILLER PIC X(32) VALUE 'PLUS ESCROW COLLECTED'.
           05 FILLER PIC X(32) VALUE 'LESS TAX/INSURANCE DISBURSED'.
           05 FILLER PIC X(32) VALUE 'LESS REFUNDED AT PAYOFF'.
           05 FILLER PIC X(32) VALUE 'LESS PAYMENT REVERSALS'.
           05 FILLER PIC X(32) VALUE 'PLUS/MINUS RESERVE CORRECTIONS'.
           05 FILLER PIC X(32) VALUE 'PLUS/MINUS RECLASSIFIED LOANS'.
           05 FILLER PIC X(32) VALUE 'LOAN MASTER ENDING BALANCE'.
           05 FILLER PIC X(32) VALUE 'BEGINNING BALANCE'.
           05 FILLER PIC X(32) VALUE 'PLUS LOANS BOARDED'.
           05 FILLER PIC X(32) VALUE 'PLUS LOANS ORIGINATED'.
           05 FILLER PIC X(32) VALUE 'PLUS FUNDS HELD'.
           05 FILLER PIC X(32) VALUE 'PLUS PAYOFF EXCESS HELD'.
           05 FILLER PIC X(32) VALUE 'LESS APPLIED OR REFUNDED'.
           05 FILLER PIC X(32) VALUE 'PLUS/MINUS RETURNED ITEMS'.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(32) VALUE 'PLUS/MINUS RECLASSIFIED LOANS'.
           05 FILLER PIC X(32) VALUE 'LOAN MASTER ENDING BALANCE'.
           05 FILLER PIC X(32) VALUE 'BEGINNING BALANCE'.
           05 FILLER PIC X(32) VALUE 'PLUS LOANS BOARDED'.
           05 FILLER PIC X(32) VALUE 'PLUS LOANS ORIGINATED'.
           05 FILLER PIC X(32) VALUE 'PLUS LATE FEES ASSESSED'.
           05 FILLER PIC X(32) VALUE 'LESS FEES COLLECTED'.
           05 FILLER PIC X(32) VALUE 'PLUS FEES RESTORED/RETURNED ITEM'.
           05 FILLER PIC X(32) VALUE 'PLUS/MINUS OTHER FEE CHANGES'.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(32) VALUE 'PLUS/MINUS RECLASSIFIED LOANS'.
           05 FILLER PIC X(32) VALUE 'LOAN MASTER ENDING BALANCE'.
       01 WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABEL-VALUES.
           05 WS-LABEL-BALANCE       OCCURS 4 TIMES.
               10 WS-ROW-LABEL       PIC X(32) OCCURS 10 TIMES.

      * GL account each balance is compared to, the side that
      * increases the balance, and the rows RRMBS211 books there
      * ('Y').  Late fees have no receivable account - the income
      * account carries what was collected and reversed, so a debit
      * there is a fee back on the book.
       01 WS-GL-ACCOUNT-VALUES.
           05 FILLER PIC X(8)  VALUE '12000100'.
           05 FILLER PIC X(16) VALUE 'LOAN PRINCIPAL  '.
           05 FILLER PIC X     VALUE 'D'.
           05 FILLER PIC X(10) VALUE 'NNNYYNYNNN'.
           05 FILLER PIC X(8)  VALUE '20300100'.
           05 FILLER PIC X(16) VALUE 'ESCROW PAYABLE  '.
           05 FILLER PIC X     VALUE 'C'.
           05 FILLER PIC X(10) VALUE 'NNNYYYYNNN'.
           05 FILLER PIC X(8)  VALUE '20400100'.
           05 FILLER PIC X(16) VALUE 'UNAPPLIED FUNDS '.
           05 FILLER PIC X     VALUE 'C'.
           05 FILLER PIC X(10) VALUE 'NNNYYYYNNN'.
           05 FILLER PIC X(8)  VALUE '40200100'.
           05 FILLER PIC X(16) VALUE 'LATE FEE INCOME '.
           05 FILLER PIC X     VALUE 'D'.
           05 FILLER PIC X(10) VALUE 'NNNNYNNNNN'.
       01 WS-GL-ACCOUNT-TABLE REDEFINES WS-GL-ACCOUNT-VALUES.
           05 WS-GL-ACCOUNT-ENTRY    OCCURS 4 TIMES.
               10 WS-GLA-ACCOUNT     PIC X(8).
               10 WS-GLA-NAME        PIC X(16).
               10 WS-GLA-INCREASE    PIC X.
               10 WS-GLA-BOOKED-ROW  PIC X OCCURS 10 TIMES.

      * The month's GLEXTR net per balance, signed so a positive
      * figure increases the balance.
       01 WS-GL-NET-TABLE.
           05 WS-GL-NET              PIC S9(11)V99 COMP-3
                                     OCCURS 4 TIMES.
      * Late fees a reversed posting had collected - RRMBS211 debits
      * them back to income, RRMBS218's fee audit line includes
      * them.
       01 WS-FEES-RESTORED           PIC S9(11)V99 COMP-3 VALUE ZERO.

      * Subtotal buckets: entry 1 is the whole book, entry 2 takes
      * anything that will not fit, then one entry per product ('P'),
      * investor ('I') and loan status ('S') code met.
       01 WS-BUCKET-MAX              PIC 9(4) COMP VALUE 300.
       01 WS-BUCKETS-USED            PIC 9(4) COMP VALUE 2.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET OCCURS 300 TIMES INDEXED BY WS-BKT-IDX.
               10 WS-BKT-DIMENSION   PIC X.
               10 WS-BKT-CODE        PIC X(3).
               10 WS-BKT-BALANCE     OCCURS 4 TIMES.
                   15 WS-BKT-AMOUNT  PIC S9(11)V99 COMP-3
                                     OCCURS 10 TIMES.

       01 WS-DIMENSION-VALUES.
           05 FILLER PIC X     VALUE 'P'.
           05 FILLER PIC X(12) VALUE 'PRODUCT     '.
           05 FILLER PIC X     VALUE 'I'.
           05 FILLER PIC X(12) VALUE 'INVESTOR    '.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(12) VALUE 'LOAN STATUS '.
       01 WS-DIMENSION-TABLE REDEFINES WS-DIMENSION-VALUES.
           05 WS-DIMENSION-ENTRY     OCCURS 3 TIMES.
               10 WS-DIM-CODE        PIC X.
               10 WS-DIM-NAME        PIC X(12).

      * Everything the job knows about each loan, by loan number
      * (LM-LOAN-NUMBER is four digits, so 9999 slots hold the
      * book).  Figures per balance: beginning off TBPRIOR, ending
      * off the master, and the net of the month's activity.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 9999 TIMES INDEXED BY WS-LN-IDX.
               10 WS-LN-PRIOR-FLAG       PIC X.
                   88 WS-LN-IN-PRIOR         VALUE 'Y'.
               10 WS-LN-MASTER-FLAG      PIC X.
                   88 WS-LN-ON-MASTER        VALUE 'Y'.
               10 WS-LN-BOARDED-FLAG     PIC X.
                   88 WS-LN-BOARDED          VALUE 'Y'.
               10 WS-LN-BUCKET-FLAG      PIC X.
                   88 WS-LN-BUCKETS-SET      VALUE 'Y'.
               10 WS-LN-PRIOR-CODES.
                   15 WS-LN-PRIOR-CODE   PIC X(3) OCCURS 3 TIMES.
               10 WS-LN-CODES.
                   15 WS-LN-CODE         PIC X(3) OCCURS 3 TIMES.
               10 WS-LN-PRIOR-BKT        PIC 9(4) COMP
                                         OCCURS 3 TIMES.
               10 WS-LN-BKT              PIC 9(4) COMP
                                         OCCURS 3 TIMES.
               10 WS-LN-FIGURES          OCCURS 4 TIMES.
                   15 WS-LN-BEGIN        PIC S9(9)V99 COMP-3.
                   15 WS-LN-ENDING       PIC S9(9)V99 COMP-3.
                   15 WS-LN-NET          PIC S9(9)V99 COMP-3.

      * Subscripts.
       01 WS-BAL-SUB                 PIC 9(4) COMP.
       01 WS-ROW-SUB                 PIC 9(4) COMP.
       01 WS-DIM-SUB                 PIC 9(4) COMP.
       01 WS-BKT-SUB                 PIC 9(4) COMP.
       01 WS-LOAN-SUB                PIC 9(4) COMP.

      * One posting, staged for 5000-POST-ACTIVITY.
       01 WS-POST-LOAN               PIC 9(4).
       01 WS-POST-BALANCE            PIC 9(4) COMP.
       01 WS-POST-ROW                PIC 9(4) COMP.
       01 WS-POST-AMOUNT             PIC S9(9)V99 COMP-3.
       01 WS-POST-BKT-TABLE.
           05 WS-POST-BKT            PIC 9(4) COMP OCCURS 3 TIMES.
      * Buckets for activity that names no loan the job can place.
       01 WS-UNKNOWN-BKT-TABLE.
           05 WS-UNKNOWN-BKT         PIC 9(4) COMP OCCURS 3 TIMES.

      * Bucket lookup - 5100-FIND-BUCKET.
       01 WS-FIND-DIMENSION          PIC X.
       01 WS-FIND-CODE               PIC X(3).
       01 WS-FIND-BKT                PIC 9(4) COMP.
       01 WS-PRINT-DIMENSION         PIC X.

      * Work fields for one history record.
       01 WS-LATE-FEE-LEG            PIC 9(6)V99.
       01 WS-ESCROW-REMAINDER        PIC S9(8)V99.
       01 WS-AMOUNT-NUM              PIC S9(9)V99.
       01 WS-OLD-AMOUNT-NUM          PIC S9(9)V99.

      * Re-read of the register's fixed print columns (layout of
      * RRMBS201's WS-DETAIL-LINE, as RRMBS211 reads it).
       01 WS-REGISTER-REC.
           05 WS-REG-LOAN-NUMBER     PIC X(4).
           05 FILLER                 PIC X(2).
           05 WS-REG-PAYEE-TYPE      PIC X.
           05 FILLER                 PIC X(3).
           05 WS-REG-PAYEE-NAME      PIC X(20).
           05 FILLER                 PIC X(2).
           05 WS-REG-DUE-DATE        PIC X(8).
           05 FILLER                 PIC X(2).
           05 WS-REG-AMOUNT          PIC X(10).
           05 FILLER                 PIC X(2).
           05 WS-REG-DISPOSITION     PIC X(8).
           05 FILLER                 PIC X(18).

      * Re-read of RRMBS214's boarded-loan line on BOARDRPT.
       01 WS-BOARDED-REC.
           05 WS-BRD-TYPE            PIC X.
           05 FILLER                 PIC X(3).
           05 WS-BRD-LOAN-NUMBER     PIC X(4).
           05 FILLER                 PIC X(2).
           05 WS-BRD-LITERAL         PIC X(8).
           05 WS-BRD-DATE            PIC X(8).
           05 FILLER                 PIC X(1).
           05 WS-BRD-PRINCIPAL       PIC X(10).
           05 FILLER                 PIC X(1).
           05 WS-BRD-TAX-RESERVE     PIC X(10).
           05 FILLER                 PIC X(1).
           05 WS-BRD-INS-RESERVE     PIC X(10).
           05 FILLER                 PIC X(21).

      * Roll-forward arithmetic for one bucket and balance.
       01 WS-COMPUTED-ENDING         PIC S9(11)V99 COMP-3.
       01 WS-DIFFERENCE              PIC S9(11)V99 COMP-3.
       01 WS-GL-BOOKED               PIC S9(11)V99 COMP-3.
       01 WS-NOT-BOOKED              PIC S9(11)V99 COMP-3.
       01 WS-GL-ENDING               PIC S9(11)V99 COMP-3.
       01 WS-LOAN-COMPUTED           PIC S9(9)V99 COMP-3.

      * End-of-run counts.
       01 WS-PRIOR-RECORDS-READ      PIC 9(7) VALUE ZERO.
       01 WS-LOANS-READ              PIC 9(7) VALUE ZERO.
       01 WS-HIST-USED               PIC 9(7) VALUE ZERO.
       01 WS-LOANS-BOARDED           PIC 9(7) VALUE ZERO.
       01 WS-LOANS-ORIGINATED        PIC 9(7) VALUE ZERO.
       01 WS-PAYOFFS                 PIC 9(7) VALUE ZERO.
       01 WS-DISB-USED               PIC 9(7) VALUE ZERO.
       01 WS-UNAP-USED               PIC 9(7) VALUE ZERO.
       01 WS-MODS-USED               PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-USED              PIC 9(7) VALUE ZERO.
       01 WS-JOURNALS-USED           PIC 9(7) VALUE ZERO.
       01 WS-LOANS-RECLASSIFIED      PIC 9(7) VALUE ZERO.
       01 WS-LOAN-DIFFERENCES        PIC 9(7) VALUE ZERO.
       01 WS-LOANS-SAVED             PIC 9(7) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS223 MONTH-END TRIAL BALANCE'.
           05 FILLER                 PIC X(5) VALUE ' FOR '.
           05 WS-HDG-MONTH           PIC 9(6).
           05 FILLER                 PIC X(8) VALUE ' RUN ON '.
           05 WS-HDG-DATE            PIC 9(8).
       01 WS-PROVEN-LINE.
           05 FILLER PIC X(40) VALUE
               'BEGINNING BALANCES PROVEN AGAINST TBPRIO'.
           05 FILLER PIC X(11) VALUE 'R FOR MONTH'.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-PRV-MONTH           PIC 9(6).
       01 WS-UNPROVEN-LINE.
           05 FILLER PIC X(32) VALUE
               '*** BEGINNING NOT PROVEN -      '.
           05 WS-UNP-REASON          PIC X(40).
       01 WS-TAKEON-LINE.
           05 FILLER PIC X(40) VALUE
               'TAKE-ON MONTH - NO PRIOR FILE, THE BOOK '.
           05 FILLER PIC X(20) VALUE
               'OPENS AS ORIGINATED '.
       01 WS-SKIPPED-LINE.
           05 FILLER PIC X(21) VALUE '*** NOT READ       - '.
           05 WS-SKP-FILE            PIC X(8).
           05 FILLER PIC X(40) VALUE
               ' DID NOT OPEN - ITS ACTIVITY IS MISSING '.
       01 WS-SECTION-LINE.
           05 FILLER                 PIC X(4) VALUE '*** '.
           05 WS-SEC-TITLE           PIC X(40).
       01 WS-LOAN-DIFF-LINE.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 FILLER                 PIC X(5) VALUE 'LOAN '.
           05 WS-LDF-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LDF-BALANCE         PIC X(16).
           05 FILLER                 PIC X(12) VALUE ' DIFFERENCE '.
           05 WS-LDF-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-BLOCK-LINE.
           05 FILLER                 PIC X(2) VALUE '* '.
           05 WS-BLK-BALANCE         PIC X(16).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-BLK-DIMENSION       PIC X(12).
           05 WS-BLK-CODE            PIC X(8).
       01 WS-GL-TITLE-LINE.
           05 FILLER                 PIC X(13) VALUE '* GL ACCOUNT '.
           05 WS-GLT-ACCOUNT         PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-GLT-NAME            PIC X(16).
       01 WS-ROW-LINE.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 WS-ROW-TEXT            PIC X(32).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-ROW-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-ROW-FLAG            PIC X(3).
       01 WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) NOT NUMERIC
               DISPLAY 'RRMBS223 - MONTH CARD NOT NUMERIC, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PARM-CARD(1:6) TO WS-TB-MONTH.
           IF WS-TB-MM < 1 OR WS-TB-MM > 12
               DISPLAY 'RRMBS223 - MONTH CARD ' WS-TB-MONTH
                   ' NOT A VALID MONTH, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PARM-CARD(8:6) = 'TAKEON'
               SET WS-TAKEON-RUN TO TRUE
           END-IF.
           MOVE WS-TB-YEAR TO WS-PRIOR-YEAR.
           IF WS-TB-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               COMPUTE WS-PRIOR-MM = WS-TB-MM - 1
           END-IF.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-LOAD-PRIOR-MONTH.
           PERFORM 1100-WRITE-HEADINGS.
           PERFORM 3000-LOAD-LOAN-MASTER.
           PERFORM 3500-RESOLVE-LOAN-BUCKETS.
           PERFORM 4000-ACCUMULATE-HISTORY.
           PERFORM 4200-ACCUMULATE-BOARDINGS.
           PERFORM 4300-ACCUMULATE-DISBURSEMENTS.
           PERFORM 4400-ACCUMULATE-UNAPPLIED.
           PERFORM 4500-ACCUMULATE-MODIFICATIONS.
           PERFORM 4600-ACCUMULATE-AUDIT-TRAIL.
           PERFORM 5500-CLOSE-OUT-LOANS.
           PERFORM 6000-ACCUMULATE-GL-EXTRACT.
           PERFORM 7000-WRITE-TRIAL-BALANCE.
           PERFORM 7500-WRITE-GL-COMPARISON.
           IF WS-LOANMAST-READ-TO-END
               PERFORM 8500-WRITE-CARRY-FORWARD
           ELSE
               DISPLAY 'RRMBS223 - LOANMAST NOT READ TO END, '
                   'TBSAVE NOT WRITTEN'
           END-IF.
           PERFORM 7900-WRITE-REPORT-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           EVALUATE TRUE
               WHEN WS-RUN-INCOMPLETE
               WHEN WS-BEGINNING-UNPROVEN
               WHEN WS-SAVE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIFFERENCES-FOUND
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       1000-OPEN-FILES.
           INITIALIZE WS-LOAN-TABLE.
           INITIALIZE WS-BUCKET-TABLE.
           INITIALIZE WS-GL-NET-TABLE.
           MOVE 'G'   TO WS-BKT-DIMENSION(1).
           MOVE 'ALL' TO WS-BKT-CODE(1).
           MOVE 'X'   TO WS-BKT-DIMENSION(2).
           MOVE 'OVF' TO WS-BKT-CODE(2).
           OPEN INPUT TB-PRIOR-FILE.
           IF NOT WS-PRIOR-OK
               SET WS-PRIOR-UNAVAILABLE TO TRUE
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS223 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-LOANMAST-UNAVAILABLE TO TRUE
               SET WS-RUN-INCOMPLETE TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF NOT WS-PAYHIST-OK
               DISPLAY 'RRMBS223 - UNABLE TO OPEN PAYHIST, STATUS '
                   WS-PAYHIST-STATUS
               SET WS-PAYHIST-UNAVAILABLE TO TRUE
               SET WS-RUN-INCOMPLETE TO TRUE
           END-IF.
           OPEN INPUT BOARDING-REPORT-FILE.
           IF NOT WS-BOARDRPT-OK
               SET WS-BOARDRPT-UNAVAILABLE TO TRUE
           END-IF.
           OPEN INPUT DISB-REGISTER-FILE.
           IF NOT WS-REGISTER-OK
               SET WS-REGISTER-UNAVAILABLE TO TRUE
           END-IF.
           OPEN INPUT UNAPPLIED-REG-FILE.
           IF NOT WS-UNAPREG-OK
               SET WS-UNAPREG-UNAVAILABLE TO TRUE
           END-IF.
           OPEN INPUT WORKOUT-PLAN-FILE.
           IF NOT WS-WORKOUT-OK
               SET WS-WORKOUT-UNAVAILABLE TO TRUE
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT WS-AUDIT-OK
               SET WS-AUDIT-UNAVAILABLE TO TRUE
           END-IF.
           OPEN INPUT GL-EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
               SET WS-EXTRACT-UNAVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT TRIAL-BALANCE-REPORT.

      * Headings, the verdict on the beginning balances, then a line
      * for every activity file that could not be read.
       1100-WRITE-HEADINGS.
           MOVE WS-TB-MONTH     TO WS-HDG-MONTH.
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
           WRITE TRIAL-BALANCE-LINE FROM WS-HEADING-1.
           EVALUATE TRUE
               WHEN WS-BEGINNING-UNPROVEN
                   MOVE WS-PROOF-REASON TO WS-UNP-REASON
                   WRITE TRIAL-BALANCE-LINE FROM WS-UNPROVEN-LINE
               WHEN WS-TAKEON-RUN
                   WRITE TRIAL-BALANCE-LINE FROM WS-TAKEON-LINE
               WHEN OTHER
                   MOVE WS-PRIOR-MONTH TO WS-PRV-MONTH
                   WRITE TRIAL-BALANCE-LINE FROM WS-PROVEN-LINE
           END-EVALUATE.
           IF WS-BOARDRPT-UNAVAILABLE
               MOVE 'BOARDRPT' TO WS-SKP-FILE
               WRITE TRIAL-BALANCE-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-REGISTER-UNAVAILABLE
               MOVE 'DISBREG ' TO WS-SKP-FILE
               WRITE TRIAL-BALANCE-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-UNAPREG-UNAVAILABLE
               MOVE 'UNAPREG ' TO WS-SKP-FILE
               WRITE TRIAL-BALANCE-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-WORKOUT-UNAVAILABLE
               MOVE 'WORKOUT ' TO WS-SKP-FILE
               WRITE TRIAL-BALANCE-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-AUDIT-UNAVAILABLE
               MOVE 'AUDITLOG' TO WS-SKP-FILE
               WRITE TRIAL-BALANCE-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-EXTRACT-UNAVAILABLE
               MOVE 'GLEXTR  ' TO WS-SKP-FILE
               WRITE TRIAL-BALANCE-LINE FROM WS-SKIPPED-LINE
           END-IF.

      * Last month's carry-forward file.  Its loan records become
      * the beginning figures; its control record proves them.  A
      * take-on month has no file and opens at zero.
       2000-LOAD-PRIOR-MONTH.
           IF WS-PRIOR-UNAVAILABLE
               IF NOT WS-TAKEON-RUN
                   SET WS-BEGINNING-UNPROVEN TO TRUE
                   MOVE 'TBPRIOR DID NOT OPEN' TO WS-PROOF-REASON
               END-IF
           ELSE
               IF WS-TAKEON-RUN
                   DISPLAY 'RRMBS223 - TAKEON CARD WITH A TBPRIOR '
                       'FILE - PRIOR FILE USED'
                   MOVE 'N' TO WS-TAKEON-SWITCH
               END-IF
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 2010-READ-PRIOR
               PERFORM UNTIL WS-EOF
                   PERFORM 2100-TAKE-PRIOR-RECORD
                   PERFORM 2010-READ-PRIOR
               END-PERFORM
               PERFORM 2200-PROVE-PRIOR-MONTH
           END-IF.

       2010-READ-PRIOR.
           READ TB-PRIOR-FILE INTO TRIAL-BALANCE-SAVE-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-PRIOR-OK
               DISPLAY 'RRMBS223 - TBPRIOR READ ERROR, STATUS '
                   WS-PRIOR-STATUS ' - LOAD ENDED'
               SET WS-BEGINNING-UNPROVEN TO TRUE
               MOVE 'TBPRIOR READ ERROR' TO WS-PROOF-REASON
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               ADD 1 TO WS-PRIOR-RECORDS-READ
           END-IF.

       2100-TAKE-PRIOR-RECORD.
           EVALUATE TRUE
               WHEN TBS-CONTROL-TOTALS
                   SET WS-CONTROL-FOUND TO TRUE
                   MOVE TBC-MONTH           TO WS-WORK-MONTH
                   MOVE TBC-LOAN-COUNT      TO WS-CTL-LOAN-COUNT
                   MOVE TBC-PRINCIPAL-TOTAL TO WS-CTL-PRINCIPAL-TOTAL
                   MOVE TBC-ESCROW-TOTAL    TO WS-CTL-ESCROW-TOTAL
                   MOVE TBC-UNAPPLIED-TOTAL TO WS-CTL-UNAPPLIED-TOTAL
                   MOVE TBC-LATE-FEE-TOTAL  TO WS-CTL-FEE-TOTAL
                   IF WS-WORK-MONTH NOT = WS-PRIOR-MONTH
                       SET WS-BEGINNING-UNPROVEN TO TRUE
                       MOVE 'TBPRIOR IS NOT LAST MONTH''S FILE'
                           TO WS-PROOF-REASON
                   END-IF
               WHEN TBS-LOAN-FIGURES
                 AND TBS-LOAN-NUMBER NUMERIC
                 AND TBS-LOAN-NUMBER > ZERO
                 AND TBS-PRINCIPAL NUMERIC
                 AND TBS-ESCROW NUMERIC
                 AND TBS-UNAPPLIED NUMERIC
                 AND TBS-LATE-FEES NUMERIC
                   SET WS-LN-IDX TO TBS-LOAN-NUMBER
                   MOVE 'Y' TO WS-LN-PRIOR-FLAG(WS-LN-IDX)
                   MOVE TBS-PRODUCT-CODE
                       TO WS-LN-PRIOR-CODE(WS-LN-IDX, 1)
                   MOVE TBS-INVESTOR-CODE
                       TO WS-LN-PRIOR-CODE(WS-LN-IDX, 2)
                   MOVE TBS-LOAN-STATUS
                       TO WS-LN-PRIOR-CODE(WS-LN-IDX, 3)
                   MOVE TBS-PRINCIPAL
                       TO WS-LN-BEGIN(WS-LN-IDX, WS-BAL-PRINCIPAL)
                   MOVE TBS-ESCROW
                       TO WS-LN-BEGIN(WS-LN-IDX, WS-BAL-ESCROW)
                   MOVE TBS-UNAPPLIED
                       TO WS-LN-BEGIN(WS-LN-IDX, WS-BAL-UNAPPLIED)
                   MOVE TBS-LATE-FEES
                       TO WS-LN-BEGIN(WS-LN-IDX, WS-BAL-LATE-FEES)
                   ADD 1             TO WS-PRIOR-LOAN-COUNT
                   ADD TBS-PRINCIPAL TO WS-PRIOR-PRINCIPAL-TOTAL
                   ADD TBS-ESCROW    TO WS-PRIOR-ESCROW-TOTAL
                   ADD TBS-UNAPPLIED TO WS-PRIOR-UNAPPLIED-TOTAL
                   ADD TBS-LATE-FEES TO WS-PRIOR-FEE-TOTAL
                   IF TBS-MONTH NOT = WS-PRIOR-MONTH
                       SET WS-BEGINNING-UNPROVEN TO TRUE
                       MOVE 'TBPRIOR LOAN RECORD FOR ANOTHER MONTH'
                           TO WS-PROOF-REASON
                   END-IF
               WHEN OTHER
                   SET WS-BEGINNING-UNPROVEN TO TRUE
                   MOVE 'UNREADABLE RECORD ON TBPRIOR'
                       TO WS-PROOF-REASON
           END-EVALUATE.

      * The loan records must add to the control record RRMBS223
      * wrote with them last month, or the file has been cut short,
      * doubled or edited.
       2200-PROVE-PRIOR-MONTH.
           IF NOT WS-CONTROL-FOUND
               SET WS-BEGINNING-UNPROVEN TO TRUE
               MOVE 'NO CONTROL RECORD ON TBPRIOR' TO WS-PROOF-REASON
           ELSE
               IF WS-PRIOR-LOAN-COUNT NOT = WS-CTL-LOAN-COUNT
                 OR WS-PRIOR-PRINCIPAL-TOTAL
                     NOT = WS-CTL-PRINCIPAL-TOTAL
                 OR WS-PRIOR-ESCROW-TOTAL NOT = WS-CTL-ESCROW-TOTAL
                 OR WS-PRIOR-UNAPPLIED-TOTAL
                     NOT = WS-CTL-UNAPPLIED-TOTAL
                 OR WS-PRIOR-FEE-TOTAL NOT = WS-CTL-FEE-TOTAL
                   SET WS-BEGINNING-UNPROVEN TO TRUE
                   MOVE 'TBPRIOR RECORDS DISAGREE WITH CONTROL'
                       TO WS-PROOF-REASON
               END-IF
           END-IF.
           IF WS-BEGINNING-UNPROVEN
               DISPLAY 'RRMBS223 - BEGINNING NOT PROVEN - '
                   WS-PROOF-REASON
           END-IF.

      * The Loan Master is the ending side of the roll-forward, and
      * its codes place each loan in its subtotals.  Pre-conversion
      * records carry spaces in the unapplied and fee fields - zero,
      * the RRMBS200 fallback.
       3000-LOAD-LOAN-MASTER.
           MOVE 'N' TO WS-END-OF-FILE.
           IF WS-LOANMAST-UNAVAILABLE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 3010-READ-LOAN-MASTER
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 3100-TAKE-LOAN
               PERFORM 3010-READ-LOAN-MASTER
           END-PERFORM.

       3010-READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   SET WS-LOANMAST-READ-TO-END TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS223 - LOANMAST READ ERROR, STATUS '
                   WS-LOAN-MASTER-STATUS ' - RUN INCOMPLETE'
               SET WS-RUN-INCOMPLETE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               ADD 1 TO WS-LOANS-READ
           END-IF.

       3100-TAKE-LOAN.
           IF LM-LOAN-NUMBER > ZERO
               SET WS-LN-IDX TO LM-LOAN-NUMBER
               MOVE 'Y'              TO WS-LN-MASTER-FLAG(WS-LN-IDX)
               MOVE LM-PRODUCT-CODE  TO WS-LN-CODE(WS-LN-IDX, 1)
               MOVE LM-INVESTOR-CODE TO WS-LN-CODE(WS-LN-IDX, 2)
               MOVE LM-LOAN-STATUS   TO WS-LN-CODE(WS-LN-IDX, 3)
               IF LM-OUTSTANDING-PRINCIPAL NUMERIC
                   MOVE LM-OUTSTANDING-PRINCIPAL
                       TO WS-LN-ENDING(WS-LN-IDX, WS-BAL-PRINCIPAL)
               END-IF
               IF LM-ESCROW-TAX-RESERVE NUMERIC
                 AND LM-ESCROW-INS-RESERVE NUMERIC
                   COMPUTE WS-LN-ENDING(WS-LN-IDX, WS-BAL-ESCROW) =
                       LM-ESCROW-TAX-RESERVE + LM-ESCROW-INS-RESERVE
               END-IF
               IF LM-UNAPPLIED-FUNDS NUMERIC
                   MOVE LM-UNAPPLIED-FUNDS
                       TO WS-LN-ENDING(WS-LN-IDX, WS-BAL-UNAPPLIED)
               END-IF
               IF LM-LATE-FEE-BALANCE NUMERIC
                   MOVE LM-LATE-FEE-BALANCE
                       TO WS-LN-ENDING(WS-LN-IDX, WS-BAL-LATE-FEES)
               END-IF
           END-IF.

      * Every loan on either file gets its subtotal buckets now, so
      * the activity passes can post straight to them.  A loan gone
      * from the master keeps last month's codes.
       3500-RESOLVE-LOAN-BUCKETS.
           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1 UNTIL WS-DIM-SUB > 3
               MOVE WS-DIM-CODE(WS-DIM-SUB) TO WS-FIND-DIMENSION
               MOVE '???'                   TO WS-FIND-CODE
               PERFORM 5100-FIND-BUCKET
               MOVE WS-FIND-BKT TO WS-UNKNOWN-BKT(WS-DIM-SUB)
           END-PERFORM.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > 9999
               IF WS-LN-ON-MASTER(WS-LN-IDX)
                 OR WS-LN-IN-PRIOR(WS-LN-IDX)
                   PERFORM 3510-RESOLVE-ONE-LOAN
               END-IF
           END-PERFORM.

       3510-RESOLVE-ONE-LOAN.
           IF NOT WS-LN-ON-MASTER(WS-LN-IDX)
               MOVE WS-LN-PRIOR-CODES(WS-LN-IDX)
                   TO WS-LN-CODES(WS-LN-IDX)
           END-IF.
           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1 UNTIL WS-DIM-SUB > 3
               MOVE WS-DIM-CODE(WS-DIM-SUB) TO WS-FIND-DIMENSION
               MOVE WS-LN-CODE(WS-LN-IDX, WS-DIM-SUB) TO WS-FIND-CODE
               PERFORM 5100-FIND-BUCKET
               MOVE WS-FIND-BKT TO WS-LN-BKT(WS-LN-IDX, WS-DIM-SUB)
               IF WS-LN-IN-PRIOR(WS-LN-IDX)
                   MOVE WS-LN-PRIOR-CODE(WS-LN-IDX, WS-DIM-SUB)
                       TO WS-FIND-CODE
                   PERFORM 5100-FIND-BUCKET
                   MOVE WS-FIND-BKT
                       TO WS-LN-PRIOR-BKT(WS-LN-IDX, WS-DIM-SUB)
               END-IF
           END-PERFORM.
           SET WS-LN-BUCKETS-SET(WS-LN-IDX) TO TRUE.

      * PAYHIST for the month, split the way RRMBS211 books it.
       4000-ACCUMULATE-HISTORY.
           MOVE 'N' TO WS-END-OF-FILE.
           IF WS-PAYHIST-UNAVAILABLE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 4010-READ-HISTORY
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 4100-TAKE-HISTORY
               PERFORM 4010-READ-HISTORY
           END-PERFORM.

       4010-READ-HISTORY.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-PAYHIST-OK
               DISPLAY 'RRMBS223 - PAYHIST READ ERROR, STATUS '
                   WS-PAYHIST-STATUS ' - RUN INCOMPLETE'
               SET WS-RUN-INCOMPLETE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

      * A posting splits into principal, late fee and the remainder
      * - the month's escrow collection.  A posting that leaves no
      * principal is a payoff.  A reversal puts principal back and
      * takes the escrow collection out; the fee it restores is on
      * RRMBS218's audit line, so only the GL side is kept here.
       4100-TAKE-HISTORY.
           MOVE PH-PAYMENT-DATE TO WS-WORK-DATE.
           IF WS-WORK-MONTH = WS-TB-MONTH
             AND (PH-SOURCE-JOB = 'RRMBS200'
               OR PH-SOURCE-JOB = 'RRMBS196'
               OR PH-SOURCE-JOB = 'RRMBS218')
               ADD 1 TO WS-HIST-USED
               IF PH-LATE-FEE-AMOUNT NUMERIC
                   MOVE PH-LATE-FEE-AMOUNT TO WS-LATE-FEE-LEG
               ELSE
                   MOVE ZERO TO WS-LATE-FEE-LEG
               END-IF
               COMPUTE WS-ESCROW-REMAINDER =
                   PH-PAYMENT-AMOUNT - PH-INTEREST-AMOUNT
                   - PH-PRINCIPAL-AMOUNT - WS-LATE-FEE-LEG
               MOVE PH-LOAN-NUMBER TO WS-POST-LOAN
               IF PH-SOURCE-JOB = 'RRMBS218'
                   MOVE WS-BAL-PRINCIPAL    TO WS-POST-BALANCE
                   MOVE 7                   TO WS-POST-ROW
                   MOVE PH-PRINCIPAL-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 5000-POST-ACTIVITY
                   MOVE WS-BAL-ESCROW       TO WS-POST-BALANCE
                   COMPUTE WS-POST-AMOUNT = ZERO - WS-ESCROW-REMAINDER
                   PERFORM 5000-POST-ACTIVITY
                   ADD WS-LATE-FEE-LEG TO WS-FEES-RESTORED
               ELSE
                   MOVE WS-BAL-PRINCIPAL    TO WS-POST-BALANCE
                   IF PH-SOURCE-JOB = 'RRMBS200'
                     AND PH-OUTSTANDING-PRINCIPAL = ZERO
                       MOVE 5 TO WS-POST-ROW
                       ADD 1 TO WS-PAYOFFS
                   ELSE
                       MOVE 4 TO WS-POST-ROW
                   END-IF
                   COMPUTE WS-POST-AMOUNT = ZERO - PH-PRINCIPAL-AMOUNT
                   PERFORM 5000-POST-ACTIVITY
                   MOVE WS-BAL-ESCROW       TO WS-POST-BALANCE
                   MOVE 4                   TO WS-POST-ROW
                   MOVE WS-ESCROW-REMAINDER TO WS-POST-AMOUNT
                   PERFORM 5000-POST-ACTIVITY
                   MOVE WS-BAL-LATE-FEES    TO WS-POST-BALANCE
                   MOVE 5                   TO WS-POST-ROW
                   COMPUTE WS-POST-AMOUNT = ZERO - WS-LATE-FEE-LEG
                   PERFORM 5000-POST-ACTIVITY
               END-IF
           END-IF.

      * RRMBS214's 'B' lines - a loan boarded in the month comes on
      * the book with its transferred balance and reserves.
       4200-ACCUMULATE-BOARDINGS.
           MOVE 'N' TO WS-END-OF-FILE.
           IF WS-BOARDRPT-UNAVAILABLE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 4210-READ-BOARDING
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 4220-TAKE-BOARDING
               PERFORM 4210-READ-BOARDING
           END-PERFORM.

       4210-READ-BOARDING.
           READ BOARDING-REPORT-FILE INTO WS-BOARDED-REC
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-BOARDRPT-OK
               DISPLAY 'RRMBS223 - BOARDRPT READ ERROR, STATUS '
                   WS-BOARDRPT-STATUS ' - LOAD ENDED'
               SET WS-EOF TO TRUE
           END-IF.

       4220-TAKE-BOARDING.
           IF WS-BRD-TYPE = 'B'
             AND WS-BRD-LITERAL = 'BOARDED '
             AND WS-BRD-LOAN-NUMBER NUMERIC
             AND WS-BRD-DATE NUMERIC
               MOVE WS-BRD-DATE TO WS-WORK-DATE
               IF WS-WORK-MONTH = WS-TB-MONTH
                   MOVE WS-BRD-LOAN-NUMBER TO WS-POST-LOAN
                   IF WS-POST-LOAN > ZERO
                       SET WS-LN-IDX TO WS-POST-LOAN
                       MOVE 'Y' TO WS-LN-BOARDED-FLAG(WS-LN-IDX)
                   END-IF
                   ADD 1 TO WS-LOANS-BOARDED
                   MOVE WS-BAL-PRINCIPAL TO WS-POST-BALANCE
                   MOVE WS-ROW-BOARDED   TO WS-POST-ROW
                   COMPUTE WS-POST-AMOUNT =
                       FUNCTION NUMVAL(WS-BRD-PRINCIPAL)
                   PERFORM 5000-POST-ACTIVITY
                   MOVE WS-BAL-ESCROW    TO WS-POST-BALANCE
                   COMPUTE WS-POST-AMOUNT =
                       FUNCTION NUMVAL(WS-BRD-TAX-RESERVE)
                       + FUNCTION NUMVAL(WS-BRD-INS-RESERVE)
                   PERFORM 5000-POST-ACTIVITY
               END-IF
           END-IF.

      * PAID lines off the month's registers: RRMBS201 tax and
      * insurance bills, and RRMBS221's payoff refunds ('R').  The
      * DD carries the month's generations, as RRMBS211 read them
      * night by night - the lines carry no posting date of their
      * own.
       4300-ACCUMULATE-DISBURSEMENTS.
           MOVE 'N' TO WS-END-OF-FILE.
           IF WS-REGISTER-UNAVAILABLE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 4310-READ-REGISTER
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 4320-TAKE-DISBURSEMENT
               PERFORM 4310-READ-REGISTER
           END-PERFORM.

       4310-READ-REGISTER.
           READ DISB-REGISTER-FILE INTO WS-REGISTER-REC
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-REGISTER-OK
               DISPLAY 'RRMBS223 - DISBREG READ ERROR, STATUS '
                   WS-REGISTER-STATUS ' - LOAD ENDED'
               SET WS-EOF TO TRUE
           END-IF.

       4320-TAKE-DISBURSEMENT.
           IF WS-REG-LOAN-NUMBER NUMERIC
             AND WS-REG-DISPOSITION = 'PAID    '
               ADD 1 TO WS-DISB-USED
               MOVE WS-REG-LOAN-NUMBER TO WS-POST-LOAN
               MOVE WS-BAL-ESCROW      TO WS-POST-BALANCE
               IF WS-REG-PAYEE-TYPE = 'R'
                   MOVE 6 TO WS-POST-ROW
               ELSE
                   MOVE 5 TO WS-POST-ROW
               END-IF
               COMPUTE WS-POST-AMOUNT =
                   ZERO - FUNCTION NUMVAL(WS-REG-AMOUNT)
               PERFORM 5000-POST-ACTIVITY
           END-IF.

      * Unapplied-funds movements dated in the month (rrmbc213).
       4400-ACCUMULATE-UNAPPLIED.
           MOVE 'N' TO WS-END-OF-FILE.
           IF WS-UNAPREG-UNAVAILABLE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 4410-READ-UNAPPLIED
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 4420-TAKE-UNAPPLIED
               PERFORM 4410-READ-UNAPPLIED
           END-PERFORM.

       4410-READ-UNAPPLIED.
           READ UNAPPLIED-REG-FILE INTO UNAPPLIED-MOVE-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-UNAPREG-OK
               DISPLAY 'RRMBS223 - UNAPREG READ ERROR, STATUS '
                   WS-UNAPREG-STATUS ' - LOAD ENDED'
               SET WS-EOF TO TRUE
           END-IF.

       4420-TAKE-UNAPPLIED.
           IF UNP-MOVE-DATE NUMERIC
             AND UNP-AMOUNT NUMERIC
               MOVE UNP-MOVE-DATE TO WS-WORK-DATE
               IF WS-WORK-MONTH = WS-TB-MONTH
                   ADD 1 TO WS-UNAP-USED
                   IF UNP-LOAN-NUMBER NUMERIC
                       MOVE UNP-LOAN-NUMBER TO WS-POST-LOAN
                   ELSE
                       MOVE ZERO TO WS-POST-LOAN
                   END-IF
                   MOVE WS-BAL-UNAPPLIED TO WS-POST-BALANCE
                   MOVE UNP-AMOUNT       TO WS-POST-AMOUNT
                   EVALUATE TRUE
                       WHEN UNP-FUNDS-HELD
                           MOVE 4 TO WS-POST-ROW
                       WHEN UNP-REFUND-HELD
                           MOVE 5 TO WS-POST-ROW
                       WHEN UNP-FUNDS-APPLIED
                           MOVE 6 TO WS-POST-ROW
                           COMPUTE WS-POST-AMOUNT = ZERO - UNP-AMOUNT
                       WHEN UNP-RETURNED-ITEM
                           MOVE 7 TO WS-POST-ROW
                           COMPUTE WS-POST-AMOUNT = ZERO - UNP-AMOUNT
                       WHEN OTHER
                           MOVE 7 TO WS-POST-ROW
                   END-EVALUATE
                   PERFORM 5000-POST-ACTIVITY
               END-IF
           END-IF.

      * Modifications RRMBS220 booked in the month: the principal
      * change, capitalized arrears included.
       4500-ACCUMULATE-MODIFICATIONS.
           MOVE 'N' TO WS-END-OF-FILE.
           IF WS-WORKOUT-UNAVAILABLE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 4510-READ-WORKOUT
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 4520-TAKE-WORKOUT
               PERFORM 4510-READ-WORKOUT
           END-PERFORM.

       4510-READ-WORKOUT.
           READ WORKOUT-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-WORKOUT-OK
               DISPLAY 'RRMBS223 - WORKOUT READ ERROR, STATUS '
                   WS-WORKOUT-STATUS ' - LOAD ENDED'
               SET WS-EOF TO TRUE
           END-IF.

       4520-TAKE-WORKOUT.
           IF WO-MODIFICATION AND WO-PLAN-BOOKED
             AND WO-BOOKED-DATE NUMERIC
               MOVE WO-BOOKED-DATE TO WS-WORK-DATE
               IF WS-WORK-MONTH = WS-TB-MONTH
                   ADD 1 TO WS-MODS-USED
                   MOVE WO-LOAN-NUMBER   TO WS-POST-LOAN
                   MOVE WS-BAL-PRINCIPAL TO WS-POST-BALANCE
                   MOVE 6                TO WS-POST-ROW
                   COMPUTE WS-POST-AMOUNT =
                       WO-NEW-PRINCIPAL - WO-OLD-PRINCIPAL
                   PERFORM 5000-POST-ACTIVITY
               END-IF
           END-IF.

      * Balance changes no other file carries, off the audit trail
      * by AUD-LOAN-NUMBER: late fees assessed (RRMBS208), fees
      * restored and returned-item fees (RRMBS218), any other fee
      * change, and reserve corrections (LNMT).  RRMBS221's reserve
      * lines are the refunds already on DISBREG.
       4600-ACCUMULATE-AUDIT-TRAIL.
           MOVE 'N' TO WS-END-OF-FILE.
           IF WS-AUDIT-UNAVAILABLE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 4610-READ-AUDIT
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 4620-TAKE-AUDIT
               PERFORM 4610-READ-AUDIT
           END-PERFORM.

       4610-READ-AUDIT.
           READ AUDIT-LOG-FILE INTO AUDIT-TRAIL-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-AUDIT-OK
               DISPLAY 'RRMBS223 - AUDITLOG READ ERROR, STATUS '
                   WS-AUDIT-STATUS ' - LOAD ENDED'
               SET WS-EOF TO TRUE
           END-IF.

       4620-TAKE-AUDIT.
           IF AUD-RUN-DATE NUMERIC
             AND (AUD-FIELD-NAME = 'LM-LATEFEE'
               OR ((AUD-FIELD-NAME = 'LM-TAX-RSV'
                 OR AUD-FIELD-NAME = 'LM-INS-RSV')
                 AND AUD-JOB-ID NOT = 'RRMBS221'))
               MOVE AUD-RUN-DATE TO WS-WORK-DATE
               IF WS-WORK-MONTH = WS-TB-MONTH
                   ADD 1 TO WS-AUDIT-USED
                   IF AUD-LOAN-NUMBER NUMERIC
                       MOVE AUD-LOAN-NUMBER TO WS-POST-LOAN
                   ELSE
                       MOVE ZERO TO WS-POST-LOAN
                   END-IF
                   COMPUTE WS-AMOUNT-NUM =
                       FUNCTION NUMVAL(AUD-NEW-VALUE)
                   COMPUTE WS-OLD-AMOUNT-NUM =
                       FUNCTION NUMVAL(AUD-OLD-VALUE)
                   COMPUTE WS-POST-AMOUNT =
                       WS-AMOUNT-NUM - WS-OLD-AMOUNT-NUM
                   IF AUD-FIELD-NAME = 'LM-LATEFEE'
                       MOVE WS-BAL-LATE-FEES TO WS-POST-BALANCE
                       EVALUATE AUD-JOB-ID
                           WHEN 'RRMBS208'
                               MOVE 4 TO WS-POST-ROW
                           WHEN 'RRMBS218'
                               MOVE 6 TO WS-POST-ROW
                           WHEN OTHER
                               MOVE 7 TO WS-POST-ROW
                       END-EVALUATE
                   ELSE
                       MOVE WS-BAL-ESCROW TO WS-POST-BALANCE
                       MOVE 8             TO WS-POST-ROW
                   END-IF
                   PERFORM 5000-POST-ACTIVITY
               END-IF
           END-IF.

      * One piece of activity into the loan's net for the balance and
      * into the whole-book and subtotal buckets.  A loan on neither
      * file is placed under '???' so its activity still shows.
       5000-POST-ACTIVITY.
           IF WS-POST-LOAN > ZERO
               SET WS-LN-IDX TO WS-POST-LOAN
               IF NOT WS-LN-BUCKETS-SET(WS-LN-IDX)
                   MOVE '???' TO WS-LN-CODE(WS-LN-IDX, 1)
                   MOVE '???' TO WS-LN-CODE(WS-LN-IDX, 2)
                   MOVE '???' TO WS-LN-CODE(WS-LN-IDX, 3)
                   PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                           UNTIL WS-DIM-SUB > 3
                       MOVE WS-UNKNOWN-BKT(WS-DIM-SUB)
                           TO WS-LN-BKT(WS-LN-IDX, WS-DIM-SUB)
                   END-PERFORM
                   SET WS-LN-BUCKETS-SET(WS-LN-IDX) TO TRUE
               END-IF
               ADD WS-POST-AMOUNT
                   TO WS-LN-NET(WS-LN-IDX, WS-POST-BALANCE)
               PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                       UNTIL WS-DIM-SUB > 3
                   MOVE WS-LN-BKT(WS-LN-IDX, WS-DIM-SUB)
                       TO WS-POST-BKT(WS-DIM-SUB)
               END-PERFORM
           ELSE
               MOVE WS-UNKNOWN-BKT-TABLE TO WS-POST-BKT-TABLE
           END-IF.
           PERFORM 5600-ADD-TO-BUCKETS.

      * Bucket for a dimension and code, added on first sight.  When
      * the table is full the overflow entry takes it - the whole
      * book stays right, the subtotal is lost and the run says so.
       5100-FIND-BUCKET.
           SET WS-BKT-IDX TO 3.
           SEARCH WS-BUCKET
               AT END
                   DISPLAY 'RRMBS223 - SUBTOTAL TABLE FULL, '
                       WS-FIND-DIMENSION ' ' WS-FIND-CODE
                       ' NOT SUBTOTALLED'
                   SET WS-RUN-INCOMPLETE TO TRUE
                   MOVE 2 TO WS-FIND-BKT
               WHEN WS-BKT-IDX > WS-BUCKETS-USED
                   ADD 1 TO WS-BUCKETS-USED
                   MOVE WS-FIND-DIMENSION
                       TO WS-BKT-DIMENSION(WS-BKT-IDX)
                   MOVE WS-FIND-CODE TO WS-BKT-CODE(WS-BKT-IDX)
                   SET WS-FIND-BKT TO WS-BKT-IDX
               WHEN WS-BKT-DIMENSION(WS-BKT-IDX) = WS-FIND-DIMENSION
                 AND WS-BKT-CODE(WS-BKT-IDX) = WS-FIND-CODE
                   SET WS-FIND-BKT TO WS-BKT-IDX
           END-SEARCH.

      * Each loan's beginning, ending, reclassification and (for a
      * loan new to the book that was not boarded) origination into
      * the buckets, and a line for any loan whose own figures do
      * not roll.
       5500-CLOSE-OUT-LOANS.
           MOVE 'LOANS THAT DO NOT ROLL FORWARD' TO WS-SEC-TITLE.
           WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
           WRITE TRIAL-BALANCE-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > 9999
               IF WS-LN-BUCKETS-SET(WS-LN-IDX)
                   PERFORM 5510-CLOSE-OUT-ONE-LOAN
               END-IF
           END-PERFORM.

       5510-CLOSE-OUT-ONE-LOAN.
           IF WS-LN-ON-MASTER(WS-LN-IDX)
             AND NOT WS-LN-IN-PRIOR(WS-LN-IDX)
             AND NOT WS-LN-BOARDED(WS-LN-IDX)
               ADD 1 TO WS-LOANS-ORIGINATED
           END-IF.
           IF WS-LN-IN-PRIOR(WS-LN-IDX)
             AND WS-LN-PRIOR-CODES(WS-LN-IDX)
                 NOT = WS-LN-CODES(WS-LN-IDX)
               ADD 1 TO WS-LOANS-RECLASSIFIED
           END-IF.
           MOVE ZERO TO WS-POST-LOAN.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1 UNTIL WS-BAL-SUB > 4
               MOVE WS-BAL-SUB TO WS-POST-BALANCE
               IF WS-LN-IN-PRIOR(WS-LN-IDX)
                   PERFORM 5520-POST-BEGINNING
               END-IF
               MOVE WS-LN-BKT(WS-LN-IDX, 1) TO WS-POST-BKT(1)
               MOVE WS-LN-BKT(WS-LN-IDX, 2) TO WS-POST-BKT(2)
               MOVE WS-LN-BKT(WS-LN-IDX, 3) TO WS-POST-BKT(3)
               IF WS-LN-ON-MASTER(WS-LN-IDX)
                 AND NOT WS-LN-IN-PRIOR(WS-LN-IDX)
                 AND NOT WS-LN-BOARDED(WS-LN-IDX)
                   MOVE WS-ROW-ORIGINATED TO WS-POST-ROW
                   COMPUTE WS-POST-AMOUNT =
                       WS-LN-ENDING(WS-LN-IDX, WS-BAL-SUB)
                       - WS-LN-NET(WS-LN-IDX, WS-BAL-SUB)
                   PERFORM 5600-ADD-TO-BUCKETS
                   ADD WS-POST-AMOUNT
                       TO WS-LN-NET(WS-LN-IDX, WS-BAL-SUB)
               END-IF
               MOVE WS-ROW-MASTER-ENDING TO WS-POST-ROW
               MOVE WS-LN-ENDING(WS-LN-IDX, WS-BAL-SUB)
                   TO WS-POST-AMOUNT
               PERFORM 5600-ADD-TO-BUCKETS
               COMPUTE WS-LOAN-COMPUTED =
                   WS-LN-BEGIN(WS-LN-IDX, WS-BAL-SUB)
                   + WS-LN-NET(WS-LN-IDX, WS-BAL-SUB)
               IF WS-LOAN-COMPUTED
                   NOT = WS-LN-ENDING(WS-LN-IDX, WS-BAL-SUB)
                   SET WS-DIFFERENCES-FOUND TO TRUE
                   ADD 1 TO WS-LOAN-DIFFERENCES
                   SET WS-LOAN-SUB TO WS-LN-IDX
                   MOVE WS-LOAN-SUB TO WS-LDF-LOAN-NUMBER
                   MOVE WS-BALANCE-NAME(WS-BAL-SUB) TO WS-LDF-BALANCE
                   COMPUTE WS-LDF-AMOUNT =
                       WS-LN-ENDING(WS-LN-IDX, WS-BAL-SUB)
                       - WS-LOAN-COMPUTED
                   WRITE TRIAL-BALANCE-LINE FROM WS-LOAN-DIFF-LINE
               END-IF
           END-PERFORM.

      * Beginning goes in under last month's codes.  Where a code has
      * changed, the reclassified row moves it to the new bucket, so
      * every subtotal opens on what last month closed it at.
       5520-POST-BEGINNING.
           MOVE WS-ROW-BEGINNING TO WS-POST-ROW.
           MOVE WS-LN-BEGIN(WS-LN-IDX, WS-BAL-SUB) TO WS-POST-AMOUNT.
           MOVE WS-LN-PRIOR-BKT(WS-LN-IDX, 1) TO WS-POST-BKT(1).
           MOVE WS-LN-PRIOR-BKT(WS-LN-IDX, 2) TO WS-POST-BKT(2).
           MOVE WS-LN-PRIOR-BKT(WS-LN-IDX, 3) TO WS-POST-BKT(3).
           PERFORM 5600-ADD-TO-BUCKETS.
           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1 UNTIL WS-DIM-SUB > 3
               IF WS-LN-PRIOR-BKT(WS-LN-IDX, WS-DIM-SUB)
                   NOT = WS-LN-BKT(WS-LN-IDX, WS-DIM-SUB)
                   MOVE WS-LN-PRIOR-BKT(WS-LN-IDX, WS-DIM-SUB)
                       TO WS-BKT-SUB
                   SUBTRACT WS-POST-AMOUNT FROM WS-BKT-AMOUNT
                       (WS-BKT-SUB, WS-BAL-SUB, WS-ROW-RECLASSIFIED)
                   MOVE WS-LN-BKT(WS-LN-IDX, WS-DIM-SUB)
                       TO WS-BKT-SUB
                   ADD WS-POST-AMOUNT TO WS-BKT-AMOUNT
                       (WS-BKT-SUB, WS-BAL-SUB, WS-ROW-RECLASSIFIED)
               END-IF
           END-PERFORM.

      * WS-POST-AMOUNT into the whole book and the three subtotals
      * named in WS-POST-BKT-TABLE.
       5600-ADD-TO-BUCKETS.
           ADD WS-POST-AMOUNT
               TO WS-BKT-AMOUNT(1, WS-POST-BALANCE, WS-POST-ROW).
           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1 UNTIL WS-DIM-SUB > 3
               MOVE WS-POST-BKT(WS-DIM-SUB) TO WS-BKT-SUB
               ADD WS-POST-AMOUNT
                   TO WS-BKT-AMOUNT(WS-BKT-SUB, WS-POST-BALANCE,
                                    WS-POST-ROW)
           END-PERFORM.

      * The month's GLEXTR journals netted per account.  The trailer
      * record of each night's extract is skipped.
       6000-ACCUMULATE-GL-EXTRACT.
           MOVE 'N' TO WS-END-OF-FILE.
           IF WS-EXTRACT-UNAVAILABLE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 6010-READ-GL-EXTRACT
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 6100-TAKE-JOURNAL
               PERFORM 6010-READ-GL-EXTRACT
           END-PERFORM.

       6010-READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE INTO GL-JOURNAL-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND NOT WS-EXTRACT-OK
               DISPLAY 'RRMBS223 - GLEXTR READ ERROR, STATUS '
                   WS-EXTRACT-STATUS ' - LOAD ENDED'
               SET WS-EOF TO TRUE
           END-IF.

       6100-TAKE-JOURNAL.
           IF GL-JOURNAL-RECORD(1:8) NOT = 'TRAILER '
             AND GL-AMOUNT NUMERIC
             AND GL-CYCLE-DATE NUMERIC
               MOVE GL-CYCLE-DATE TO WS-WORK-DATE
               IF WS-WORK-MONTH = WS-TB-MONTH
                   PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                           UNTIL WS-BAL-SUB > 4
                       IF GL-ACCOUNT-NUMBER
                           = WS-GLA-ACCOUNT(WS-BAL-SUB)
                           ADD 1 TO WS-JOURNALS-USED
                           IF GL-DEBIT-CREDIT
                               = WS-GLA-INCREASE(WS-BAL-SUB)
                               ADD GL-AMOUNT
                                   TO WS-GL-NET(WS-BAL-SUB)
                           ELSE
                               SUBTRACT GL-AMOUNT
                                   FROM WS-GL-NET(WS-BAL-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * One section per balance: the whole book, then every product,
      * investor and status subtotal.
       7000-WRITE-TRIAL-BALANCE.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1 UNTIL WS-BAL-SUB > 4
               MOVE 1 TO WS-BKT-SUB
               MOVE 'ALL LOANS   ' TO WS-BLK-DIMENSION
               PERFORM 7200-WRITE-BUCKET-BLOCK
               PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                       UNTIL WS-DIM-SUB > 3
                   MOVE WS-DIM-CODE(WS-DIM-SUB) TO WS-PRINT-DIMENSION
                   PERFORM VARYING WS-BKT-SUB FROM 3 BY 1
                           UNTIL WS-BKT-SUB > WS-BUCKETS-USED
                       IF WS-BKT-DIMENSION(WS-BKT-SUB)
                           = WS-PRINT-DIMENSION
                           MOVE WS-DIM-NAME(WS-DIM-SUB)
                               TO WS-BLK-DIMENSION
                           PERFORM 7200-WRITE-BUCKET-BLOCK
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      * Roll-forward rows for bucket WS-BKT-SUB, balance WS-BAL-SUB,
      * then the computed ending, the master ending and the
      * unexplained difference.
       7200-WRITE-BUCKET-BLOCK.
           WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
           MOVE WS-BALANCE-NAME(WS-BAL-SUB) TO WS-BLK-BALANCE.
           EVALUATE TRUE
               WHEN WS-BKT-SUB = 1
                   MOVE SPACES TO WS-BLK-CODE
               WHEN WS-BKT-CODE(WS-BKT-SUB) = SPACES
                 AND WS-BKT-DIMENSION(WS-BKT-SUB) = 'I'
                   MOVE 'HOUSE' TO WS-BLK-CODE
               WHEN WS-BKT-CODE(WS-BKT-SUB) = SPACES
                   MOVE '(BLANK)' TO WS-BLK-CODE
               WHEN OTHER
                   MOVE WS-BKT-CODE(WS-BKT-SUB) TO WS-BLK-CODE
           END-EVALUATE.
           WRITE TRIAL-BALANCE-LINE FROM WS-BLOCK-LINE.
           MOVE ZERO TO WS-COMPUTED-ENDING.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1 UNTIL WS-ROW-SUB > 9
               ADD WS-BKT-AMOUNT(WS-BKT-SUB, WS-BAL-SUB, WS-ROW-SUB)
                   TO WS-COMPUTED-ENDING
               IF WS-ROW-LABEL(WS-BAL-SUB, WS-ROW-SUB) NOT = SPACES
                   MOVE WS-ROW-LABEL(WS-BAL-SUB, WS-ROW-SUB)
                       TO WS-ROW-TEXT
                   MOVE WS-BKT-AMOUNT
                       (WS-BKT-SUB, WS-BAL-SUB, WS-ROW-SUB)
                       TO WS-ROW-AMOUNT
                   MOVE SPACES TO WS-ROW-FLAG
                   WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE
               END-IF
           END-PERFORM.
           MOVE 'EQUALS COMPUTED ENDING BALANCE' TO WS-ROW-TEXT.
           MOVE WS-COMPUTED-ENDING TO WS-ROW-AMOUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE WS-ROW-LABEL(WS-BAL-SUB, WS-ROW-MASTER-ENDING)
               TO WS-ROW-TEXT.
           MOVE WS-BKT-AMOUNT
               (WS-BKT-SUB, WS-BAL-SUB, WS-ROW-MASTER-ENDING)
               TO WS-ROW-AMOUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           COMPUTE WS-DIFFERENCE =
               WS-BKT-AMOUNT
                   (WS-BKT-SUB, WS-BAL-SUB, WS-ROW-MASTER-ENDING)
               - WS-COMPUTED-ENDING.
           MOVE 'UNEXPLAINED DIFFERENCE' TO WS-ROW-TEXT.
           MOVE WS-DIFFERENCE TO WS-ROW-AMOUNT.
           IF WS-DIFFERENCE NOT = ZERO
               MOVE '***' TO WS-ROW-FLAG
               SET WS-DIFFERENCES-FOUND TO TRUE
           END-IF.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE SPACES TO WS-ROW-FLAG.

      * Whole book against the GL, account by account: beginning,
      * plus the month's GLEXTR net, plus the activity RRMBS211 does
      * not book, must come to the Loan Master ending.
       7500-WRITE-GL-COMPARISON.
           WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
           MOVE 'BOOK AGAINST THE GENERAL LEDGER (GLEXTR)'
               TO WS-SEC-TITLE.
           WRITE TRIAL-BALANCE-LINE FROM WS-SECTION-LINE.
           IF WS-EXTRACT-UNAVAILABLE
               MOVE 'GLEXTR  ' TO WS-SKP-FILE
               WRITE TRIAL-BALANCE-LINE FROM WS-SKIPPED-LINE
           ELSE
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > 4
                   PERFORM 7510-COMPARE-ONE-ACCOUNT
               END-PERFORM
           END-IF.

       7510-COMPARE-ONE-ACCOUNT.
           MOVE ZERO TO WS-COMPUTED-ENDING.
           MOVE ZERO TO WS-GL-BOOKED.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1 UNTIL WS-ROW-SUB > 9
               ADD WS-BKT-AMOUNT(1, WS-BAL-SUB, WS-ROW-SUB)
                   TO WS-COMPUTED-ENDING
               IF WS-GLA-BOOKED-ROW(WS-BAL-SUB, WS-ROW-SUB) = 'Y'
                   ADD WS-BKT-AMOUNT(1, WS-BAL-SUB, WS-ROW-SUB)
                       TO WS-GL-BOOKED
               END-IF
           END-PERFORM.
           IF WS-BAL-SUB = WS-BAL-LATE-FEES
               ADD WS-FEES-RESTORED TO WS-GL-BOOKED
           END-IF.
           COMPUTE WS-NOT-BOOKED =
               WS-COMPUTED-ENDING
               - WS-BKT-AMOUNT(1, WS-BAL-SUB, WS-ROW-BEGINNING)
               - WS-GL-BOOKED.
           COMPUTE WS-GL-ENDING =
               WS-BKT-AMOUNT(1, WS-BAL-SUB, WS-ROW-BEGINNING)
               + WS-GL-NET(WS-BAL-SUB) + WS-NOT-BOOKED.
           COMPUTE WS-DIFFERENCE =
               WS-BKT-AMOUNT(1, WS-BAL-SUB, WS-ROW-MASTER-ENDING)
               - WS-GL-ENDING.
           WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
           MOVE WS-GLA-ACCOUNT(WS-BAL-SUB) TO WS-GLT-ACCOUNT.
           MOVE WS-GLA-NAME(WS-BAL-SUB)    TO WS-GLT-NAME.
           WRITE TRIAL-BALANCE-LINE FROM WS-GL-TITLE-LINE.
           MOVE SPACES TO WS-ROW-FLAG.
           MOVE 'BEGINNING BALANCE' TO WS-ROW-TEXT.
           MOVE WS-BKT-AMOUNT(1, WS-BAL-SUB, WS-ROW-BEGINNING)
               TO WS-ROW-AMOUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE 'SUBLEDGER ACTIVITY BOOKED TO GL' TO WS-ROW-TEXT.
           MOVE WS-GL-BOOKED TO WS-ROW-AMOUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE 'GLEXTR NET FOR THE MONTH' TO WS-ROW-TEXT.
           MOVE WS-GL-NET(WS-BAL-SUB) TO WS-ROW-AMOUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE 'ACTIVITY NOT BOOKED BY RRMBS211' TO WS-ROW-TEXT.
           MOVE WS-NOT-BOOKED TO WS-ROW-AMOUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE 'ENDING BALANCE PER GL' TO WS-ROW-TEXT.
           MOVE WS-GL-ENDING TO WS-ROW-AMOUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE 'LOAN MASTER ENDING BALANCE' TO WS-ROW-TEXT.
           MOVE WS-BKT-AMOUNT(1, WS-BAL-SUB, WS-ROW-MASTER-ENDING)
               TO WS-ROW-AMOUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE WS-DIFFERENCE TO WS-ROW-AMOUNT.
           IF WS-DIFFERENCE = ZERO
               MOVE 'IN BALANCE' TO WS-ROW-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-ROW-TEXT
               MOVE '***' TO WS-ROW-FLAG
               SET WS-DIFFERENCES-FOUND TO TRUE
           END-IF.
           WRITE TRIAL-BALANCE-LINE FROM WS-ROW-LINE.
           MOVE SPACES TO WS-ROW-FLAG.

       7900-WRITE-REPORT-TOTALS.
           WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
           MOVE 'PRIOR MONTH LOANS        ' TO WS-TOT-LABEL.
           MOVE WS-PRIOR-LOAN-COUNT         TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOAN MASTER LOANS        ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-READ               TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS BOARDED            ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-BOARDED            TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS ORIGINATED         ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-ORIGINATED         TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYOFFS                  ' TO WS-TOT-LABEL.
           MOVE WS-PAYOFFS                  TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.
           MOVE 'MODIFICATIONS            ' TO WS-TOT-LABEL.
           MOVE WS-MODS-USED                TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS RECLASSIFIED       ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-RECLASSIFIED       TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOAN BALANCES NOT ROLLING' TO WS-TOT-LABEL.
           MOVE WS-LOAN-DIFFERENCES         TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS CARRIED FORWARD    ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-SAVED              TO WS-TOT-COUNT.
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS223 - TRIAL BALANCE TOTALS FOR MONTH '
               WS-TB-MONTH.
           DISPLAY 'RRMBS223 -   PRIOR MONTH RECORDS READ '
               WS-PRIOR-RECORDS-READ.
           DISPLAY 'RRMBS223 -   LOAN MASTER RECORDS READ '
               WS-LOANS-READ.
           DISPLAY 'RRMBS223 -   HISTORY RECORDS USED     '
               WS-HIST-USED.
           DISPLAY 'RRMBS223 -   DISBURSEMENTS USED       '
               WS-DISB-USED.
           DISPLAY 'RRMBS223 -   UNAPPLIED MOVES USED     '
               WS-UNAP-USED.
           DISPLAY 'RRMBS223 -   AUDIT LINES USED         '
               WS-AUDIT-USED.
           DISPLAY 'RRMBS223 -   GL JOURNALS USED         '
               WS-JOURNALS-USED.
           DISPLAY 'RRMBS223 -   LOAN BALANCES NOT ROLLING '
               WS-LOAN-DIFFERENCES.
           IF WS-DIFFERENCES-FOUND
               DISPLAY 'RRMBS223 - DIFFERENCES FOUND - SEE TBALRPT'
           END-IF.

      * This month's Loan Master ending, by loan, and the control
      * record that proves it next month.  The control record goes
      * on only after every loan line has been written.
       8500-WRITE-CARRY-FORWARD.
           OPEN OUTPUT TB-SAVE-FILE.
           IF NOT WS-SAVE-OK
               DISPLAY 'RRMBS223 - UNABLE TO OPEN TBSAVE, STATUS '
                   WS-SAVE-STATUS
               SET WS-SAVE-FAILED TO TRUE
           ELSE
               PERFORM 8510-WRITE-SAVE-FILE
               CLOSE TB-SAVE-FILE
           END-IF.

       8510-WRITE-SAVE-FILE.
           MOVE ZERO TO WS-PRIOR-LOAN-COUNT.
           MOVE ZERO TO WS-PRIOR-PRINCIPAL-TOTAL.
           MOVE ZERO TO WS-PRIOR-ESCROW-TOTAL.
           MOVE ZERO TO WS-PRIOR-UNAPPLIED-TOTAL.
           MOVE ZERO TO WS-PRIOR-FEE-TOTAL.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > 9999 OR WS-SAVE-FAILED
               IF WS-LN-ON-MASTER(WS-LN-IDX)
                   PERFORM 8530-SAVE-ONE-LOAN
               END-IF
           END-PERFORM.
           IF NOT WS-SAVE-FAILED
               PERFORM 8520-WRITE-SAVE-CONTROL
           END-IF.

       8520-WRITE-SAVE-CONTROL.
           MOVE SPACES TO TRIAL-BALANCE-SAVE-RECORD.
           MOVE 'T'                      TO TBC-RECORD-TYPE.
           MOVE WS-TB-MONTH              TO TBC-MONTH.
           MOVE WS-LOANS-SAVED           TO TBC-LOAN-COUNT.
           MOVE WS-PRIOR-PRINCIPAL-TOTAL TO TBC-PRINCIPAL-TOTAL.
           MOVE WS-PRIOR-ESCROW-TOTAL    TO TBC-ESCROW-TOTAL.
           MOVE WS-PRIOR-UNAPPLIED-TOTAL TO TBC-UNAPPLIED-TOTAL.
           MOVE WS-PRIOR-FEE-TOTAL       TO TBC-LATE-FEE-TOTAL.
           WRITE TB-SAVE-LINE FROM TRIAL-BALANCE-SAVE-RECORD.
           PERFORM 8540-CHECK-SAVE-WRITE.

       8530-SAVE-ONE-LOAN.
           MOVE SPACES TO TRIAL-BALANCE-SAVE-RECORD.
           SET TBS-LOAN-FIGURES TO TRUE.
           MOVE WS-TB-MONTH TO TBS-MONTH.
           SET WS-LOAN-SUB TO WS-LN-IDX.
           MOVE WS-LOAN-SUB TO TBS-LOAN-NUMBER.
           MOVE WS-LN-CODE(WS-LN-IDX, 1) TO TBS-PRODUCT-CODE.
           MOVE WS-LN-CODE(WS-LN-IDX, 2) TO TBS-INVESTOR-CODE.
           MOVE WS-LN-CODE(WS-LN-IDX, 3) TO TBS-LOAN-STATUS.
           MOVE WS-LN-ENDING(WS-LN-IDX, WS-BAL-PRINCIPAL)
               TO TBS-PRINCIPAL.
           MOVE WS-LN-ENDING(WS-LN-IDX, WS-BAL-ESCROW)
               TO TBS-ESCROW.
           MOVE WS-LN-ENDING(WS-LN-IDX, WS-BAL-UNAPPLIED)
               TO TBS-UNAPPLIED.
           MOVE WS-LN-ENDING(WS-LN-IDX, WS-BAL-LATE-FEES)
               TO TBS-LATE-FEES.
           ADD TBS-PRINCIPAL TO WS-PRIOR-PRINCIPAL-TOTAL.
           ADD TBS-ESCROW    TO WS-PRIOR-ESCROW-TOTAL.
           ADD TBS-UNAPPLIED TO WS-PRIOR-UNAPPLIED-TOTAL.
           ADD TBS-LATE-FEES TO WS-PRIOR-FEE-TOTAL.
           ADD 1 TO WS-LOANS-SAVED.
           WRITE TB-SAVE-LINE FROM TRIAL-BALANCE-SAVE-RECORD.
           PERFORM 8540-CHECK-SAVE-WRITE.

       8540-CHECK-SAVE-WRITE.
           IF NOT WS-SAVE-OK
               DISPLAY 'RRMBS223 - TBSAVE WRITE FAILED, STATUS '
                   WS-SAVE-STATUS ' - NO CONTROL RECORD WRITTEN'
               SET WS-SAVE-FAILED TO TRUE
           END-IF.

       9000-CLOSE-FILES.
           IF NOT WS-PRIOR-UNAVAILABLE
               CLOSE TB-PRIOR-FILE
           END-IF.
           IF NOT WS-LOANMAST-UNAVAILABLE
               CLOSE LOAN-MASTER-FILE
           END-IF.
           IF NOT WS-PAYHIST-UNAVAILABLE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           IF NOT WS-BOARDRPT-UNAVAILABLE
               CLOSE BOARDING-REPORT-FILE
           END-IF.
           IF NOT WS-REGISTER-UNAVAILABLE
               CLOSE DISB-REGISTER-FILE
           END-IF.
           IF NOT WS-UNAPREG-UNAVAILABLE
               CLOSE UNAPPLIED-REG-FILE
           END-IF.
           IF NOT WS-WORKOUT-UNAVAILABLE
               CLOSE WORKOUT-PLAN-FILE
           END-IF.
           IF NOT WS-AUDIT-UNAVAILABLE
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF NOT WS-EXTRACT-UNAVAILABLE
               CLOSE GL-EXTRACT-FILE
           END-IF.
           CLOSE TRIAL-BALANCE-REPORT.
      *End of program RRMBS223.
