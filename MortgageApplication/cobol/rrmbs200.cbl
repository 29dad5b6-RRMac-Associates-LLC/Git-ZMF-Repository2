      *       used to exist only as DISPLAY lines in the job log,
      *       which left the nightly GL extract (RRMBS211) nothing
      *       to book the liability movement from
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - payment-history records are written with the returned-
      *       item columns (PH-RETURNED-DATE/PH-REVERSES-DATE,
      *       rrmbc205) zero; RRMBS218 sets PH-RETURNED-DATE when
      *       the remittance behind a posting comes back unpaid
      *     - PAYTRAN now arrives framed by the bank's lockbox batch
      *       header and trailer (rrmbc204).  Before LOANMAST is even
      *       opened the whole file is proved: header first, trailer
      *       last, payment-card count and dollars equal to the
      *       trailer's, and the header batch id not already on the
      *       batch-control history (BATCHCTL, rrmbc220).  The proof
      *       prints a balancing page (BALRPT) either way; a file that
      *       fails it posts nothing and the step ends with return
      *       code 8.  A resent or cut-short transmission used to
      *       post as if it were new money.  A batch that posts is
      *       recorded on BATCHCTL so it can never post twice
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - only BATCHCTL status 35 (file not there yet - the first
      *       run) now means "nothing posted before".  Any other
      *       failure to open or read the history refuses the file
      *       with 'BATCH HISTORY UNAVAILABLE' on the balancing page
      *       - a locked or broken history used to skip the
      *       duplicate check and let a resent batch post twice
      *     - recording a posted batch creates BATCHCTL only on
      *       status 35; any other open failure, or a failed write,
      *       is displayed with its status and ends the step RC 8 -
      *       an unrecorded batch would pass the duplicate check on
      *       a rerun, and a re-created file loses every batch on it
      *     - unapplied movements carry UNP-ORIGINAL-DATE zero
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT UNAPPLIED-REG-FILE ASSIGN TO 'UNAPREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPREG-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO 'BATCHCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCH-BATCH-ID
               FILE STATUS IS WS-BATCH-CONTROL-STATUS.
           SELECT BALANCING-REPORT-FILE ASSIGN TO 'BALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-REG-FILE.
       01  UNAPPLIED-REG-LINE           PIC X(80).

       FD  BATCH-CONTROL-FILE.
           COPY rrmbc220.

       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY rrmbc204.
           COPY rrmbc202.
           88 WS-PAYHIST-OK             VALUE '00'.
       01 WS-UNAPREG-STATUS         PIC XX.
           88 WS-UNAPREG-OK             VALUE '00'.
       01 WS-BATCH-CONTROL-STATUS   PIC XX.
           88 WS-BATCH-CONTROL-OK       VALUE '00'.
           88 WS-BATCH-NOT-FOUND        VALUE '23'.
           88 WS-BATCH-CONTROL-MISSING  VALUE '35'.
       01 WS-BALANCING-STATUS       PIC XX.
       01 WS-TRANS-EOF-SWITCH       PIC X VALUE 'N'.
           88 WS-TRANS-EOF              VALUE 'Y'.
      * Set when a master file would not open for posting, or the
      * posting pass hit a read error part way through the batch.
       01 WS-POSTING-SWITCH         PIC X VALUE 'N'.
           88 WS-POSTING-ABANDONED      VALUE 'A'.
           88 WS-POSTING-INCOMPLETE     VALUE 'I'.

       01 WS-JOB-ID                 PIC X(8) VALUE 'RRMBS200'.
       01 WS-CURRENT-DATE           PIC 9(8).
           05 WS-NEXT-DUE-MM            PIC 9(2).
           05 WS-NEXT-DUE-DD            PIC 9(2).

      * The file proof: what the header and trailer say, and what
      * the payment cards between them actually add up to.
       01 WS-PROOF-EOF-SWITCH       PIC X VALUE 'N'.
           88 WS-PROOF-EOF              VALUE 'Y'.
       01 WS-HEADER-SWITCH          PIC X VALUE 'N'.
           88 WS-HEADER-FOUND           VALUE 'Y'.
       01 WS-TRAILER-SWITCH         PIC X VALUE 'N'.
           88 WS-TRAILER-FOUND          VALUE 'Y'.
       01 WS-DUPLICATE-SWITCH       PIC X VALUE 'N'.
           88 WS-DUPLICATE-BATCH        VALUE 'Y'.
      * Set when BATCHCTL exists but could not be opened or read -
      * the duplicate check could not be made.
       01 WS-HISTORY-CHECK-SWITCH   PIC X VALUE 'N'.
           88 WS-BATCH-HISTORY-UNAVAILABLE VALUE 'Y'.
       01 WS-PROOF-OPEN-SWITCH      PIC X VALUE 'N'.
           88 WS-PAYTRAN-UNREADABLE     VALUE 'Y'.
       01 WS-BATCH-ID               PIC X(10) VALUE SPACES.
       01 WS-BATCH-DEPOSIT-DATE     PIC X(8) VALUE SPACES.
       01 WS-TRAILER-ITEM-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-DOLLAR-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-FILE-ITEM-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-FILE-DOLLAR-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-CARDS-AFTER-TRAILER    PIC 9(7) VALUE ZERO.
       01 WS-PROOF-FAILURES         PIC 9(3) VALUE ZERO.
           88 WS-FILE-PROVEN            VALUE ZERO.

       01 WS-BAL-HEADING.
           05 FILLER PIC X(36) VALUE
               'RRMBS200 PAYTRAN BATCH BALANCING ON '.
           05 WS-BAL-HDG-DATE        PIC 9(8).
       01 WS-BAL-TEXT-LINE.
           05 WS-BAL-TEXT-LABEL      PIC X(26).
           05 WS-BAL-TEXT-VALUE      PIC X(10).
       01 WS-BAL-COUNT-LINE.
           05 WS-BAL-CNT-LABEL       PIC X(26).
           05 WS-BAL-CNT-VALUE       PIC ZZZZZZ9.
       01 WS-BAL-DOLLAR-LINE.
           05 WS-BAL-DOL-LABEL       PIC X(26).
           05 WS-BAL-DOL-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BAL-FAILURE-LINE.
           05 FILLER                 PIC X(4) VALUE '*** '.
           05 WS-BAL-FAILURE-TEXT    PIC X(60).
       01 WS-BAL-VERDICT-LINE.
           05 FILLER                 PIC X(9) VALUE 'VERDICT: '.
           05 WS-BAL-VERDICT         PIC X(40).

      * End-of-run control totals - every transaction read lands in
      * exactly one of posted / held / payoff / rejected.
       01 WS-TRANS-READ             PIC 9(7) VALUE ZERO.
       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
      * Nothing touches LOANMAST until the whole file has proved
      * against its own trailer and the batch-control history.
           PERFORM 1500-PROVE-PAYMENT-FILE.
           PERFORM 1600-CHECK-BATCH-HISTORY.
           PERFORM 1700-WRITE-BALANCING-PAGE.
           IF WS-FILE-PROVEN
               PERFORM 1000-OPEN-FILES
               IF NOT WS-POSTING-ABANDONED
                   PERFORM 2000-READ-PAYMENT-TRANS
                   PERFORM UNTIL WS-TRANS-EOF
                       PERFORM 2100-POST-ONE-PAYMENT
                       PERFORM 2000-READ-PAYMENT-TRANS
                   END-PERFORM
                   PERFORM 3000-RECORD-BATCH-POSTED
               END-IF
               PERFORM 9000-CLOSE-FILES
               IF WS-POSTING-ABANDONED OR WS-POSTING-INCOMPLETE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'RRMBS200 - PAYTRAN BATCH ' WS-BATCH-ID
                   ' REFUSED, NOTHING POSTED - SEE BALRPT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           GOBACK.

               DISPLAY 'RRMBS200 - UNABLE TO OPEN PAYTRAN, STATUS '
                   WS-PAY-TRANS-STATUS
               SET WS-TRANS-EOF TO TRUE
               SET WS-POSTING-ABANDONED TO TRUE
           ELSE
      * Step past the batch header - 1500 proved it is the first card.
               READ PAYMENT-TRANS-FILE INTO PAYMENT-TRANS-RECORD
                   AT END
                       SET WS-TRANS-EOF TO TRUE
               END-READ
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS200 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-TRANS-EOF TO TRUE
               SET WS-POSTING-ABANDONED TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT UNAPPLIED-REG-FILE
           END-IF.

      * One pass of the whole file before anything is posted: the
      * header must be the first card and the trailer the last, and
      * the payment cards between them are counted and summed for
      * the comparison against the trailer.  A card that fails the
      * numeric edit still counts as an item - the bank counted it -
      * but adds no dollars, so a garbled amount shows up as an
      * out-of-balance file rather than a quietly rejected card.
       1500-PROVE-PAYMENT-FILE.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF NOT WS-PAY-TRANS-OK
               DISPLAY 'RRMBS200 - UNABLE TO OPEN PAYTRAN, STATUS '
                   WS-PAY-TRANS-STATUS
               SET WS-PAYTRAN-UNREADABLE TO TRUE
           ELSE
               PERFORM 1550-READ-PROOF-CARD
               IF NOT WS-PROOF-EOF AND PBH-IS-HEADER
                   SET WS-HEADER-FOUND TO TRUE
                   MOVE PBH-BATCH-ID     TO WS-BATCH-ID
                   MOVE PAYMENT-TRANS-RECORD(4:8)
                                         TO WS-BATCH-DEPOSIT-DATE
                   PERFORM 1550-READ-PROOF-CARD
               END-IF
               PERFORM UNTIL WS-PROOF-EOF
                   EVALUATE TRUE
                       WHEN WS-TRAILER-FOUND
                           ADD 1 TO WS-CARDS-AFTER-TRAILER
                       WHEN PBT-IS-TRAILER
                           SET WS-TRAILER-FOUND TO TRUE
                           IF PBT-ITEM-COUNT NUMERIC
                               MOVE PBT-ITEM-COUNT
                                   TO WS-TRAILER-ITEM-COUNT
                           END-IF
                           IF PBT-DOLLAR-TOTAL NUMERIC
                               MOVE PBT-DOLLAR-TOTAL
                                   TO WS-TRAILER-DOLLAR-TOTAL
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-FILE-ITEM-COUNT
                           IF PAY-AMOUNT-RECEIVED NUMERIC
                               ADD PAY-AMOUNT-RECEIVED
                                   TO WS-FILE-DOLLAR-TOTAL
                           END-IF
                   END-EVALUATE
                   PERFORM 1550-READ-PROOF-CARD
               END-PERFORM
               CLOSE PAYMENT-TRANS-FILE
           END-IF.

       1550-READ-PROOF-CARD.
           READ PAYMENT-TRANS-FILE INTO PAYMENT-TRANS-RECORD
               AT END
                   SET WS-PROOF-EOF TO TRUE
           END-READ.
           IF NOT WS-PROOF-EOF AND NOT WS-PAY-TRANS-OK
               DISPLAY 'RRMBS200 - PAYTRAN READ ERROR, STATUS '
                   WS-PAY-TRANS-STATUS ' - FILE CANNOT BE PROVED'
               SET WS-PAYTRAN-UNREADABLE TO TRUE
               SET WS-PROOF-EOF TO TRUE
           END-IF.

      * A batch id already on the batch-control history has been
      * posted before - the file is a resend.  No history file yet
      * (status 35, the first run) means nothing has been posted;
      * any other open or read failure means the check cannot be
      * made, and the file is refused rather than risk posting a
      * resend twice.
       1600-CHECK-BATCH-HISTORY.
           IF WS-HEADER-FOUND AND WS-BATCH-ID NOT = SPACES
               OPEN INPUT BATCH-CONTROL-FILE
               EVALUATE TRUE
                   WHEN WS-BATCH-CONTROL-OK
                       MOVE WS-BATCH-ID TO BCH-BATCH-ID
                       READ BATCH-CONTROL-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       EVALUATE TRUE
                           WHEN WS-BATCH-CONTROL-OK
                               SET WS-DUPLICATE-BATCH TO TRUE
                           WHEN WS-BATCH-NOT-FOUND
                               CONTINUE
                           WHEN OTHER
                               DISPLAY 'RRMBS200 - BATCHCTL READ '
                                   'ERROR, STATUS '
                                   WS-BATCH-CONTROL-STATUS
                               SET WS-BATCH-HISTORY-UNAVAILABLE
                                   TO TRUE
                       END-EVALUATE
                       CLOSE BATCH-CONTROL-FILE
                   WHEN WS-BATCH-CONTROL-MISSING
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'RRMBS200 - UNABLE TO OPEN BATCHCTL, '
                           'STATUS ' WS-BATCH-CONTROL-STATUS
                       SET WS-BATCH-HISTORY-UNAVAILABLE TO TRUE
               END-EVALUATE
           END-IF.

      * The balancing page: what the bank says against what the file
      * holds, one line per reason the file is refused, and the
      * verdict.  Printed whether or not the file posts.
       1700-WRITE-BALANCING-PAGE.
           OPEN OUTPUT BALANCING-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-BAL-HDG-DATE.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-HEADING.
           MOVE 'BATCH ID:                 ' TO WS-BAL-TEXT-LABEL.
           MOVE WS-BATCH-ID                  TO WS-BAL-TEXT-VALUE.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-TEXT-LINE.
           MOVE 'DEPOSIT DATE:             ' TO WS-BAL-TEXT-LABEL.
           MOVE WS-BATCH-DEPOSIT-DATE        TO WS-BAL-TEXT-VALUE.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-TEXT-LINE.
           MOVE 'ITEMS PER TRAILER:        ' TO WS-BAL-CNT-LABEL.
           MOVE WS-TRAILER-ITEM-COUNT        TO WS-BAL-CNT-VALUE.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-COUNT-LINE.
           MOVE 'ITEMS ON FILE:            ' TO WS-BAL-CNT-LABEL.
           MOVE WS-FILE-ITEM-COUNT           TO WS-BAL-CNT-VALUE.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-COUNT-LINE.
           MOVE 'DOLLARS PER TRAILER:      ' TO WS-BAL-DOL-LABEL.
           MOVE WS-TRAILER-DOLLAR-TOTAL      TO WS-BAL-DOL-VALUE.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-DOLLAR-LINE.
           MOVE 'DOLLARS ON FILE:          ' TO WS-BAL-DOL-LABEL.
           MOVE WS-FILE-DOLLAR-TOTAL         TO WS-BAL-DOL-VALUE.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-DOLLAR-LINE.
           IF WS-PAYTRAN-UNREADABLE
               MOVE 'PAYTRAN COULD NOT BE READ TO THE END'
                   TO WS-BAL-FAILURE-TEXT
               PERFORM 1750-WRITE-PROOF-FAILURE
           END-IF.
           IF NOT WS-HEADER-FOUND
               MOVE 'NO BATCH HEADER AS FIRST CARD'
                   TO WS-BAL-FAILURE-TEXT
               PERFORM 1750-WRITE-PROOF-FAILURE
           ELSE
               IF WS-BATCH-ID = SPACES
                   MOVE 'BATCH ID ON HEADER IS BLANK'
                       TO WS-BAL-FAILURE-TEXT
                   PERFORM 1750-WRITE-PROOF-FAILURE
               END-IF
               IF WS-BATCH-DEPOSIT-DATE NOT NUMERIC
                   MOVE 'DEPOSIT DATE ON HEADER NOT NUMERIC'
                       TO WS-BAL-FAILURE-TEXT
                   PERFORM 1750-WRITE-PROOF-FAILURE
               END-IF
           END-IF.
           IF NOT WS-TRAILER-FOUND
               MOVE 'NO BATCH TRAILER - FILE CUT SHORT'
                   TO WS-BAL-FAILURE-TEXT
               PERFORM 1750-WRITE-PROOF-FAILURE
           ELSE
               IF WS-CARDS-AFTER-TRAILER > ZERO
                   MOVE 'CARDS FOUND AFTER THE TRAILER'
                       TO WS-BAL-FAILURE-TEXT
                   PERFORM 1750-WRITE-PROOF-FAILURE
               END-IF
               IF WS-FILE-ITEM-COUNT NOT = WS-TRAILER-ITEM-COUNT
                   MOVE 'ITEM COUNT DOES NOT AGREE WITH TRAILER'
                       TO WS-BAL-FAILURE-TEXT
                   PERFORM 1750-WRITE-PROOF-FAILURE
               END-IF
               IF WS-FILE-DOLLAR-TOTAL NOT = WS-TRAILER-DOLLAR-TOTAL
                   MOVE 'DOLLAR TOTAL DOES NOT AGREE WITH TRAILER'
                       TO WS-BAL-FAILURE-TEXT
                   PERFORM 1750-WRITE-PROOF-FAILURE
               END-IF
           END-IF.
           IF WS-DUPLICATE-BATCH
               MOVE 'BATCH ID ALREADY POSTED - DUPLICATE FILE'
                   TO WS-BAL-FAILURE-TEXT
               PERFORM 1750-WRITE-PROOF-FAILURE
           END-IF.
           IF WS-BATCH-HISTORY-UNAVAILABLE
               MOVE
               'BATCH HISTORY UNAVAILABLE - CANNOT CHECK FOR DUPLICATE'
                   TO WS-BAL-FAILURE-TEXT
               PERFORM 1750-WRITE-PROOF-FAILURE
           END-IF.
           IF WS-FILE-PROVEN
               MOVE 'IN BALANCE - BATCH RELEASED FOR POSTING'
                   TO WS-BAL-VERDICT
           ELSE
               MOVE 'FILE REFUSED - NOTHING POSTED'
                   TO WS-BAL-VERDICT
           END-IF.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-VERDICT-LINE.
           CLOSE BALANCING-REPORT-FILE.

       1750-WRITE-PROOF-FAILURE.
           WRITE BALANCING-REPORT-LINE FROM WS-BAL-FAILURE-LINE.
           ADD 1 TO WS-PROOF-FAILURES.

       2000-READ-PAYMENT-TRANS.
           READ PAYMENT-TRANS-FILE INTO PAYMENT-TRANS-RECORD
               AT END
               DISPLAY 'RRMBS200 - PAYTRAN READ ERROR, STATUS '
                   WS-PAY-TRANS-STATUS ' - RUN ENDED'
               SET WS-TRANS-EOF TO TRUE
               SET WS-POSTING-INCOMPLETE TO TRUE
           END-IF.
      * The trailer closes the batch - it was proved in 1500 and is
      * not a payment.
           IF NOT WS-TRANS-EOF AND PBT-IS-TRAILER
               SET WS-TRANS-EOF TO TRUE
           END-IF.
           IF NOT WS-TRANS-EOF
               ADD 1 TO WS-TRANS-READ
           MOVE LM-ESCROW-INS-RESERVE    TO PH-ESCROW-INS-RESERVE.
           MOVE WS-JOB-ID                TO PH-SOURCE-JOB.
           MOVE WS-FEE-COLLECTED         TO PH-LATE-FEE-AMOUNT.
           MOVE ZERO                     TO PH-RETURNED-DATE.
           MOVE ZERO                     TO PH-REVERSES-DATE.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYMENT-HISTORY-RECORD
       2900-WRITE-UNAPPLIED-MOVE.
           MOVE LM-LOAN-NUMBER   TO UNP-LOAN-NUMBER.
           MOVE PAY-PAYMENT-DATE TO UNP-MOVE-DATE.
           MOVE ZERO             TO UNP-ORIGINAL-DATE.
           WRITE UNAPPLIED-REG-LINE FROM UNAPPLIED-MOVE-RECORD.

      * The batch is on record as posted the moment its cards have
      * been through the posting pass - even one cut short by a read
      * error, which is partly on the books and must not be resent
      * as if nothing had happened.  The history is created only on
      * the first run (status 35) - any other failure to record the
      * batch is RC 8, since a rerun would find no trace of it.
       3000-RECORD-BATCH-POSTED.
           OPEN I-O BATCH-CONTROL-FILE.
           IF WS-BATCH-CONTROL-MISSING
               OPEN OUTPUT BATCH-CONTROL-FILE
               CLOSE BATCH-CONTROL-FILE
               OPEN I-O BATCH-CONTROL-FILE
           END-IF.
           IF WS-BATCH-CONTROL-OK
               PERFORM 3100-WRITE-BATCH-RECORD
               IF WS-POSTING-INCOMPLETE AND WS-BATCH-CONTROL-OK
                   DISPLAY 'RRMBS200 - BATCH ' WS-BATCH-ID
                       ' ONLY PARTLY POSTED - RECORDED ON BATCHCTL'
               END-IF
               CLOSE BATCH-CONTROL-FILE
           ELSE
               DISPLAY 'RRMBS200 - UNABLE TO OPEN BATCHCTL, STATUS '
                   WS-BATCH-CONTROL-STATUS ' - BATCH ' WS-BATCH-ID
                   ' NOT RECORDED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-WRITE-BATCH-RECORD.
           MOVE WS-BATCH-ID             TO BCH-BATCH-ID.
           MOVE WS-BATCH-DEPOSIT-DATE   TO BCH-DEPOSIT-DATE.
           MOVE WS-TRAILER-ITEM-COUNT   TO BCH-ITEM-COUNT.
           MOVE WS-TRAILER-DOLLAR-TOTAL TO BCH-DOLLAR-TOTAL.
           MOVE WS-CURRENT-DATE         TO BCH-POSTED-DATE.
           MOVE WS-CURRENT-TIME         TO BCH-POSTED-TIME.
           MOVE WS-TRANS-POSTED         TO BCH-POSTED-COUNT.
           MOVE WS-TRANS-HELD           TO BCH-HELD-COUNT.
           MOVE WS-TRANS-PAYOFF         TO BCH-PAYOFF-COUNT.
           MOVE WS-TRANS-REJECTED       TO BCH-REJECTED-COUNT.
           WRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT WS-BATCH-CONTROL-OK
               DISPLAY 'RRMBS200 - BATCH-CONTROL WRITE FAILED '
                   'FOR BATCH ' WS-BATCH-ID ', STATUS '
                   WS-BATCH-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS200 - PAYMENT POSTING RUN TOTALS'.
           DISPLAY 'RRMBS200 -   BATCH ID           ' WS-BATCH-ID.
           DISPLAY 'RRMBS200 -   ITEMS PER TRAILER  '
               WS-TRAILER-ITEM-COUNT.
           DISPLAY 'RRMBS200 -   TRANSACTIONS READ  ' WS-TRANS-READ.
           DISPLAY 'RRMBS200 -   PAYMENTS POSTED    ' WS-TRANS-POSTED.
           DISPLAY 'RRMBS200 -   PARTIALS HELD      ' WS-TRANS-HELD.
