       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS222.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Nightly referential integrity sweep.  Every program takes
      *     the codes on the Loan Master on trust - RRMBS197 and
      *     RRMBS202 print a blank name for a borrower id that is
      *     not on BORRMAST, RRMBS196 falls back to 6.5%/360 on an
      *     unknown product, RRMBS216 remits an unknown pool at a
      *     zero fee - so bad data only showed up when a statement or
      *     remittance came out wrong.  This program changes nothing;
      *     it reads the masters and lists every break it finds on
      *     the integrity report (INTGRPT), one line per finding
      *     under a category code, with a count per category:
      *       BORR - loan's LM-BORROWER-ID blank or not on BORRMAST
      *       PROD - loan's LM-PRODUCT-CODE blank or not on PRODTAB
      *       INVR - loan's LM-INVESTOR-CODE not on INVTAB (blank is
      *              the house's own book, as RRMBS216 treats it)
      *       PRIN - LM-OUTSTANDING-PRINCIPAL disagrees with (or
      *              cannot be compared to) PH-OUTSTANDING-PRINCIPAL
      *              on the loan's latest PAYHIST record.  Every
      *              PAYHIST writer stamps the principal left after
      *              the posting, so the two must match.
      *       FEE  - open loan past due beyond WS-GRACE-DAYS with no
      *              late fee assessed for its due date
      *              (LM-LATE-FEE-ASSESSED-DATE).  A loan with a
      *              forbearance in force (WORKOUT, rrmbc222) is
      *              excused, as RRMBS208 excuses it.  Run after
      *              RRMBS208 so tonight's assessments are on file.
      *       ORPH - BORRMAST record no loan names
      *       HIST - PAYHIST records for a loan no longer on LOANMAST
      *              (one line per loan, with its record count)
      *     Three passes: the Loan Master (checking each loan against
      *     the reference files and keeping its principal and
      *     borrower id in a table by loan number), PAYHIST in key
      *     order with a break on the loan, then BORRMAST.  RC 4 when
      *     anything is found; RC 8 when a file needed for a check
      *     would not open, so a partial sweep is never taken for a
      *     clean one.  WORKOUT is optional - without it no loan is
      *     treated as on a forbearance.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO 'LOANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT BORROWER-MASTER-FILE ASSIGN TO 'BORRMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.
           SELECT PRODUCT-TABLE-FILE ASSIGN TO 'PRODTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT INVESTOR-TABLE-FILE ASSIGN TO 'INVTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-INVESTOR-CODE
               FILE STATUS IS WS-INVESTOR-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT WORKOUT-PLAN-FILE ASSIGN TO 'WORKOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-PLAN-KEY
               FILE STATUS IS WS-WORKOUT-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'INTGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY rrmbc197.

       FD  BORROWER-MASTER-FILE.
           COPY rrmbc209.

       FD  PRODUCT-TABLE-FILE.
           COPY rrmbc208.

       FD  INVESTOR-TABLE-FILE.
           COPY rrmbc217.

       FD  PAYMENT-HISTORY-FILE.
           COPY rrmbc205.

       FD  WORKOUT-PLAN-FILE.
           COPY rrmbc222.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MASTER-STATUS      PIC XX.
           88 WS-LM-STATUS-OK            VALUE '00'.
       01 WS-BORROWER-STATUS         PIC XX.
           88 WS-BORROWER-OK             VALUE '00'.
       01 WS-PRODUCT-STATUS          PIC XX.
           88 WS-PRODUCT-OK              VALUE '00'.
       01 WS-INVESTOR-STATUS         PIC XX.
           88 WS-INVESTOR-OK             VALUE '00'.
       01 WS-PAYHIST-STATUS          PIC XX.
           88 WS-PAYHIST-OK              VALUE '00'.
       01 WS-WORKOUT-STATUS          PIC XX.
           88 WS-WORKOUT-OK              VALUE '00'.
       01 WS-REPORT-STATUS           PIC XX.
       01 WS-END-OF-FILE             PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH         PIC X VALUE 'N'.
           88 WS-HIST-EOF                VALUE 'Y'.
       01 WS-BORR-EOF-SWITCH         PIC X VALUE 'N'.
           88 WS-BORR-EOF                VALUE 'Y'.
       01 WS-BROWSE-SWITCH           PIC X VALUE 'N'.
           88 WS-BROWSE-DONE             VALUE 'Y'.
       01 WS-FORBEARANCE-SWITCH      PIC X VALUE 'N'.
           88 WS-FORBEARANCE-IN-FORCE    VALUE 'Y'.
       01 WS-BORROWER-USED-SWITCH    PIC X VALUE 'N'.
           88 WS-BORROWER-USED           VALUE 'Y'.

      * One switch per file a check depends on.  A check whose file
      * would not open is skipped and the step ends RC 8.
       01 WS-LOANMAST-SWITCH         PIC X VALUE 'N'.
           88 WS-LOANMAST-UNAVAILABLE    VALUE 'Y'.
       01 WS-BORRMAST-SWITCH         PIC X VALUE 'N'.
           88 WS-BORRMAST-UNAVAILABLE    VALUE 'Y'.
       01 WS-PRODTAB-SWITCH          PIC X VALUE 'N'.
           88 WS-PRODTAB-UNAVAILABLE     VALUE 'Y'.
       01 WS-INVTAB-SWITCH           PIC X VALUE 'N'.
           88 WS-INVTAB-UNAVAILABLE      VALUE 'Y'.
       01 WS-PAYHIST-SWITCH          PIC X VALUE 'N'.
           88 WS-PAYHIST-UNAVAILABLE     VALUE 'Y'.
       01 WS-WORKOUT-SWITCH          PIC X VALUE 'N'.
           88 WS-WORKOUT-UNAVAILABLE     VALUE 'Y'.
       01 WS-SWEEP-SWITCH            PIC X VALUE 'N'.
           88 WS-SWEEP-INCOMPLETE        VALUE 'Y'.

       01 WS-CURRENT-DATE            PIC 9(8).

      * Same grace period RRMBS208 assesses the late fee after.
       01 WS-GRACE-DAYS              PIC 9(3) VALUE 15.
       01 WS-DAYS-DELINQUENT         PIC S9(5).
       01 WS-FEE-ASSESSED-DATE       PIC 9(8).

      * What the history pass needs from each loan, kept by loan
      * number (LM-LOAN-NUMBER is four digits, so 9999 slots hold
      * the whole book).  Slots for numbers not on file stay blank.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 9999 TIMES INDEXED BY WS-LOAN-IDX.
               10 WS-LN-ON-FILE          PIC X.
                   88 WS-LN-PRESENT          VALUE 'Y' 'P'.
                   88 WS-LN-PRIN-UNUSABLE    VALUE 'P'.
               10 WS-LN-BORROWER-ID      PIC X(8).
               10 WS-LN-PRINCIPAL        PIC 9(6)V99.

      * Control break on the loan number through PAYHIST.
       01 WS-PREV-LOAN-NUMBER        PIC 9(4) VALUE ZERO.
       01 WS-HIST-RECORD-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LATEST-PRINCIPAL        PIC 9(6)V99.
       01 WS-LATEST-DATE             PIC 9(8).
       01 WS-LATEST-PRIN-SWITCH      PIC X VALUE 'N'.
           88 WS-LATEST-PRIN-BAD         VALUE 'Y'.

      * One finding, staged before it is written.
       01 WS-FINDING-CATEGORY        PIC X(4).
       01 WS-FINDING-KEY             PIC X(8).
       01 WS-FINDING-TEXT            PIC X(60).

      * Detail texts with numbers in them, built here then moved to
      * WS-FINDING-TEXT.
       01 WS-PRIN-TEXT.
           05 FILLER                 PIC X(7)  VALUE 'MASTER '.
           05 WS-PTX-MASTER          PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(9)  VALUE ' HISTORY '.
           05 WS-PTX-HISTORY         PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(4)  VALUE ' ON '.
           05 WS-PTX-DATE            PIC 9(8).
       01 WS-FEE-TEXT.
           05 FILLER                 PIC X(9)  VALUE 'PAST DUE '.
           05 WS-FTX-DAYS            PIC ZZZZ9.
           05 FILLER                 PIC X(9)  VALUE ' DAYS ON '.
           05 WS-FTX-DUE-DATE        PIC 9(8).
           05 FILLER                 PIC X(19) VALUE
               ' - NO LATE FEE'.
       01 WS-HIST-TEXT.
           05 WS-HTX-COUNT           PIC ZZZZ9.
           05 FILLER                 PIC X(39) VALUE
               ' HISTORY RECORDS - LOAN NOT ON LOANMAST'.
       01 WS-CODE-TEXT.
           05 WS-CTX-LABEL           PIC X(14).
           05 WS-CTX-CODE            PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-CTX-SUFFIX          PIC X(15).

      * End-of-run counts.
       01 WS-LOANS-READ              PIC 9(7) VALUE ZERO.
       01 WS-HIST-RECORDS-READ       PIC 9(7) VALUE ZERO.
       01 WS-BORROWERS-READ          PIC 9(7) VALUE ZERO.
       01 WS-FORBEARANCE-EXCUSED     PIC 9(7) VALUE ZERO.
       01 WS-BORR-FINDINGS           PIC 9(7) VALUE ZERO.
       01 WS-PROD-FINDINGS           PIC 9(7) VALUE ZERO.
       01 WS-INVR-FINDINGS           PIC 9(7) VALUE ZERO.
       01 WS-PRIN-FINDINGS           PIC 9(7) VALUE ZERO.
       01 WS-FEE-FINDINGS            PIC 9(7) VALUE ZERO.
       01 WS-ORPH-FINDINGS           PIC 9(7) VALUE ZERO.
       01 WS-HIST-FINDINGS           PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-FINDINGS          PIC 9(7) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS222 INTEGRITY SWEEP RUN ON '.
           05 WS-HDG-DATE            PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(4)  VALUE 'CAT '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'KEY     '.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE 'FINDING'.
       01 WS-FINDING-LINE.
           05 WS-FND-CATEGORY        PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-FND-KEY             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-FND-TEXT            PIC X(60).
       01 WS-SKIPPED-LINE.
           05 FILLER PIC X(20) VALUE '*** CHECK NOT RUN - '.
           05 WS-SKP-FILE            PIC X(8).
           05 FILLER PIC X(16) VALUE ' DID NOT OPEN   '.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-WRITE-HEADINGS.
           PERFORM 2000-READ-LOAN-MASTER.
           PERFORM UNTIL WS-EOF
               PERFORM 2100-CHECK-ONE-LOAN
               PERFORM 2000-READ-LOAN-MASTER
           END-PERFORM.
           IF NOT WS-PAYHIST-UNAVAILABLE
             AND NOT WS-LOANMAST-UNAVAILABLE
               PERFORM 3000-SWEEP-PAYMENT-HISTORY
           END-IF.
           IF NOT WS-BORRMAST-UNAVAILABLE
             AND NOT WS-LOANMAST-UNAVAILABLE
               PERFORM 4000-SWEEP-BORROWER-MASTER
           END-IF.
           PERFORM 7000-WRITE-REPORT-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           EVALUATE TRUE
               WHEN WS-SWEEP-INCOMPLETE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-FINDINGS > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       1000-OPEN-FILES.
           INITIALIZE WS-LOAN-TABLE.
           OPEN INPUT LOAN-MASTER-FILE.
           IF NOT WS-LM-STATUS-OK
               DISPLAY 'RRMBS222 - UNABLE TO OPEN LOANMAST, STATUS '
                   WS-LOAN-MASTER-STATUS
               SET WS-LOANMAST-UNAVAILABLE TO TRUE
               SET WS-SWEEP-INCOMPLETE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF NOT WS-BORROWER-OK
               DISPLAY 'RRMBS222 - UNABLE TO OPEN BORRMAST, STATUS '
                   WS-BORROWER-STATUS
               SET WS-BORRMAST-UNAVAILABLE TO TRUE
               SET WS-SWEEP-INCOMPLETE TO TRUE
           END-IF.
           OPEN INPUT PRODUCT-TABLE-FILE.
           IF NOT WS-PRODUCT-OK
               DISPLAY 'RRMBS222 - UNABLE TO OPEN PRODTAB, STATUS '
                   WS-PRODUCT-STATUS
               SET WS-PRODTAB-UNAVAILABLE TO TRUE
               SET WS-SWEEP-INCOMPLETE TO TRUE
           END-IF.
           OPEN INPUT INVESTOR-TABLE-FILE.
           IF NOT WS-INVESTOR-OK
               DISPLAY 'RRMBS222 - UNABLE TO OPEN INVTAB, STATUS '
                   WS-INVESTOR-STATUS
               SET WS-INVTAB-UNAVAILABLE TO TRUE
               SET WS-SWEEP-INCOMPLETE TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF NOT WS-PAYHIST-OK
               DISPLAY 'RRMBS222 - UNABLE TO OPEN PAYHIST, STATUS '
                   WS-PAYHIST-STATUS
               SET WS-PAYHIST-UNAVAILABLE TO TRUE
               SET WS-SWEEP-INCOMPLETE TO TRUE
           END-IF.
           OPEN INPUT WORKOUT-PLAN-FILE.
           IF NOT WS-WORKOUT-OK
               SET WS-WORKOUT-UNAVAILABLE TO TRUE
               DISPLAY 'RRMBS222 - WORKOUT UNAVAILABLE, STATUS '
                   WS-WORKOUT-STATUS ' - NO FORBEARANCE CHECK'
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.

      * Headings, then a line for every check that cannot run so the
      * reader knows the report is not the whole story.
       1100-WRITE-HEADINGS.
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
           WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-1.
           WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-2.
           IF WS-LOANMAST-UNAVAILABLE
               MOVE 'LOANMAST' TO WS-SKP-FILE
               WRITE INTEGRITY-REPORT-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-BORRMAST-UNAVAILABLE
               MOVE 'BORRMAST' TO WS-SKP-FILE
               WRITE INTEGRITY-REPORT-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-PRODTAB-UNAVAILABLE
               MOVE 'PRODTAB ' TO WS-SKP-FILE
               WRITE INTEGRITY-REPORT-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-INVTAB-UNAVAILABLE
               MOVE 'INVTAB  ' TO WS-SKP-FILE
               WRITE INTEGRITY-REPORT-LINE FROM WS-SKIPPED-LINE
           END-IF.
           IF WS-PAYHIST-UNAVAILABLE
               MOVE 'PAYHIST ' TO WS-SKP-FILE
               WRITE INTEGRITY-REPORT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       2000-READ-LOAN-MASTER.
           IF NOT WS-EOF
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
      * A hard read error is not AT END - stop the pass and call the
      * sweep incomplete rather than re-drive the failing read.
               IF NOT WS-EOF AND NOT WS-LM-STATUS-OK
                   DISPLAY 'RRMBS222 - LOANMAST READ ERROR, STATUS '
                       WS-LOAN-MASTER-STATUS ' - PASS ENDED'
                   SET WS-SWEEP-INCOMPLETE TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF
                   ADD 1 TO WS-LOANS-READ
               END-IF
           END-IF.

      * Pass 1: the loan against the reference files, and its slot
      * in the table for the PAYHIST and BORRMAST passes.
       2100-CHECK-ONE-LOAN.
           MOVE LM-LOAN-NUMBER TO WS-FINDING-KEY.
           IF LM-LOAN-NUMBER > ZERO
               SET WS-LOAN-IDX TO LM-LOAN-NUMBER
               MOVE 'Y'            TO WS-LN-ON-FILE(WS-LOAN-IDX)
               MOVE LM-BORROWER-ID TO WS-LN-BORROWER-ID(WS-LOAN-IDX)
               IF LM-OUTSTANDING-PRINCIPAL NUMERIC
                   MOVE LM-OUTSTANDING-PRINCIPAL
                       TO WS-LN-PRINCIPAL(WS-LOAN-IDX)
               ELSE
                   MOVE 'P' TO WS-LN-ON-FILE(WS-LOAN-IDX)
                   MOVE ZERO TO WS-LN-PRINCIPAL(WS-LOAN-IDX)
                   MOVE 'PRIN' TO WS-FINDING-CATEGORY
                   MOVE 'OUTSTANDING PRINCIPAL NOT NUMERIC ON MASTER'
                       TO WS-FINDING-TEXT
                   PERFORM 6000-WRITE-FINDING
               END-IF
           END-IF.
           IF NOT WS-BORRMAST-UNAVAILABLE
               PERFORM 2200-CHECK-BORROWER
           END-IF.
           IF NOT WS-PRODTAB-UNAVAILABLE
               PERFORM 2300-CHECK-PRODUCT
           END-IF.
           IF NOT WS-INVTAB-UNAVAILABLE
               PERFORM 2400-CHECK-INVESTOR
           END-IF.
           IF LM-LOAN-STATUS NOT = 'C'
               PERFORM 2500-CHECK-LATE-FEE
           END-IF.

       2200-CHECK-BORROWER.
           MOVE 'BORR' TO WS-FINDING-CATEGORY.
           IF LM-BORROWER-ID = SPACES
               MOVE 'NO BORROWER ID ON LOAN' TO WS-FINDING-TEXT
               PERFORM 6000-WRITE-FINDING
           ELSE
               MOVE LM-BORROWER-ID TO BR-BORROWER-ID
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-BORROWER-OK
                   MOVE 'BORROWER ID' TO WS-CTX-LABEL
                   MOVE LM-BORROWER-ID TO WS-CTX-CODE
                   MOVE 'NOT ON BORRMAST' TO WS-CTX-SUFFIX
                   MOVE WS-CODE-TEXT   TO WS-FINDING-TEXT
                   PERFORM 6000-WRITE-FINDING
               END-IF
           END-IF.

       2300-CHECK-PRODUCT.
           MOVE 'PROD' TO WS-FINDING-CATEGORY.
           IF LM-PRODUCT-CODE = SPACES
               MOVE 'NO PRODUCT CODE ON LOAN' TO WS-FINDING-TEXT
               PERFORM 6000-WRITE-FINDING
           ELSE
               MOVE LM-PRODUCT-CODE TO PRD-PRODUCT-CODE
               READ PRODUCT-TABLE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-PRODUCT-OK
                   MOVE 'PRODUCT CODE' TO WS-CTX-LABEL
                   MOVE LM-PRODUCT-CODE TO WS-CTX-CODE
                   MOVE 'NOT ON PRODTAB ' TO WS-CTX-SUFFIX
                   MOVE WS-CODE-TEXT    TO WS-FINDING-TEXT
                   PERFORM 6000-WRITE-FINDING
               END-IF
           END-IF.

      * A blank investor code is the house's own book, not an error.
       2400-CHECK-INVESTOR.
           IF LM-INVESTOR-CODE NOT = SPACES
               MOVE LM-INVESTOR-CODE TO INV-INVESTOR-CODE
               READ INVESTOR-TABLE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-INVESTOR-OK
                   MOVE 'INVR' TO WS-FINDING-CATEGORY
                   MOVE 'INVESTOR CODE' TO WS-CTX-LABEL
                   MOVE LM-INVESTOR-CODE TO WS-CTX-CODE
                   MOVE 'NOT ON INVTAB  ' TO WS-CTX-SUFFIX
                   MOVE WS-CODE-TEXT     TO WS-FINDING-TEXT
                   PERFORM 6000-WRITE-FINDING
               END-IF
           END-IF.

      * Past the RRMBS208 grace period with no fee assessed for the
      * due date the loan is behind on.  Spaces in the assessed date
      * (never assessed) read as zero, RRMBS208's own fallback.
       2500-CHECK-LATE-FEE.
           IF LM-NEXT-DUE-DATE NUMERIC
             AND LM-NEXT-DUE-DATE > ZERO
               COMPUTE WS-DAYS-DELINQUENT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
                   FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
               IF LM-LATE-FEE-ASSESSED-DATE NUMERIC
                   MOVE LM-LATE-FEE-ASSESSED-DATE
                       TO WS-FEE-ASSESSED-DATE
               ELSE
                   MOVE ZERO TO WS-FEE-ASSESSED-DATE
               END-IF
               IF WS-DAYS-DELINQUENT > WS-GRACE-DAYS
                 AND WS-FEE-ASSESSED-DATE NOT = LM-NEXT-DUE-DATE
                   PERFORM 2550-CHECK-FORBEARANCE
                   IF WS-FORBEARANCE-IN-FORCE
                       ADD 1 TO WS-FORBEARANCE-EXCUSED
                   ELSE
                       MOVE 'FEE ' TO WS-FINDING-CATEGORY
                       MOVE WS-DAYS-DELINQUENT TO WS-FTX-DAYS
                       MOVE LM-NEXT-DUE-DATE   TO WS-FTX-DUE-DATE
                       MOVE WS-FEE-TEXT        TO WS-FINDING-TEXT
                       PERFORM 6000-WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

      * Browses the loan's workout plans (rrmbc222) for a forbearance
      * in force today - the RRMBS208 2250-CHECK-FORBEARANCE test.
       2550-CHECK-FORBEARANCE.
           MOVE 'N' TO WS-FORBEARANCE-SWITCH.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           IF WS-WORKOUT-UNAVAILABLE
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE LM-LOAN-NUMBER TO WO-LOAN-NUMBER
               MOVE ZERO           TO WO-START-DATE
               START WORKOUT-PLAN-FILE
                   KEY IS NOT LESS THAN WO-PLAN-KEY
                   INVALID KEY
                       SET WS-BROWSE-DONE TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-BROWSE-DONE
               READ WORKOUT-PLAN-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-BROWSE-DONE
                   IF NOT WS-WORKOUT-OK
                     OR WO-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF WO-FORBEARANCE AND WO-PLAN-ACTIVE
                         AND WO-START-DATE NOT > WS-CURRENT-DATE
                         AND WO-END-DATE NOT < WS-CURRENT-DATE
                           SET WS-FORBEARANCE-IN-FORCE TO TRUE
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Pass 2: PAYHIST in key order.  Each loan's records arrive
      * together, oldest first, so the last one before the break is
      * the latest.
       3000-SWEEP-PAYMENT-HISTORY.
           PERFORM 3100-READ-PAYMENT-HISTORY.
           IF NOT WS-HIST-EOF
               PERFORM 3200-START-LOAN-GROUP
           END-IF.
           PERFORM UNTIL WS-HIST-EOF
               IF PH-LOAN-NUMBER NOT = WS-PREV-LOAN-NUMBER
                   PERFORM 3300-CHECK-LOAN-GROUP
                   PERFORM 3200-START-LOAN-GROUP
               END-IF
               PERFORM 3250-NOTE-HISTORY-RECORD
               PERFORM 3100-READ-PAYMENT-HISTORY
           END-PERFORM.
           IF WS-HIST-RECORD-COUNT > ZERO
               PERFORM 3300-CHECK-LOAN-GROUP
           END-IF.

       3100-READ-PAYMENT-HISTORY.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.
           IF NOT WS-HIST-EOF AND NOT WS-PAYHIST-OK
               DISPLAY 'RRMBS222 - PAYHIST READ ERROR, STATUS '
                   WS-PAYHIST-STATUS ' - PASS ENDED'
               SET WS-SWEEP-INCOMPLETE TO TRUE
               SET WS-HIST-EOF TO TRUE
           END-IF.
           IF NOT WS-HIST-EOF
               ADD 1 TO WS-HIST-RECORDS-READ
           END-IF.

       3200-START-LOAN-GROUP.
           MOVE PH-LOAN-NUMBER TO WS-PREV-LOAN-NUMBER.
           MOVE ZERO           TO WS-HIST-RECORD-COUNT.

       3250-NOTE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-RECORD-COUNT.
           MOVE PH-PAYMENT-DATE TO WS-LATEST-DATE.
           IF PH-OUTSTANDING-PRINCIPAL NUMERIC
               MOVE 'N' TO WS-LATEST-PRIN-SWITCH
               MOVE PH-OUTSTANDING-PRINCIPAL TO WS-LATEST-PRINCIPAL
           ELSE
               SET WS-LATEST-PRIN-BAD TO TRUE
               MOVE ZERO TO WS-LATEST-PRINCIPAL
           END-IF.

      * The loan's group is complete: either the loan is gone from
      * LOANMAST, or its latest history principal must agree with
      * the master.
       3300-CHECK-LOAN-GROUP.
           MOVE WS-PREV-LOAN-NUMBER TO WS-FINDING-KEY.
           IF WS-PREV-LOAN-NUMBER > ZERO
               SET WS-LOAN-IDX TO WS-PREV-LOAN-NUMBER
           ELSE
               SET WS-LOAN-IDX TO 1
           END-IF.
           EVALUATE TRUE
               WHEN WS-PREV-LOAN-NUMBER = ZERO
                 OR NOT WS-LN-PRESENT(WS-LOAN-IDX)
                   MOVE 'HIST' TO WS-FINDING-CATEGORY
                   MOVE WS-HIST-RECORD-COUNT TO WS-HTX-COUNT
                   MOVE WS-HIST-TEXT TO WS-FINDING-TEXT
                   PERFORM 6000-WRITE-FINDING
               WHEN WS-LN-PRIN-UNUSABLE(WS-LOAN-IDX)
                   CONTINUE
               WHEN WS-LATEST-PRIN-BAD
                   MOVE 'PRIN' TO WS-FINDING-CATEGORY
                   MOVE 'LATEST HISTORY PRINCIPAL NOT NUMERIC'
                       TO WS-FINDING-TEXT
                   PERFORM 6000-WRITE-FINDING
               WHEN WS-LATEST-PRINCIPAL
                       NOT = WS-LN-PRINCIPAL(WS-LOAN-IDX)
                   MOVE 'PRIN' TO WS-FINDING-CATEGORY
                   MOVE WS-LN-PRINCIPAL(WS-LOAN-IDX) TO WS-PTX-MASTER
                   MOVE WS-LATEST-PRINCIPAL TO WS-PTX-HISTORY
                   MOVE WS-LATEST-DATE      TO WS-PTX-DATE
                   MOVE WS-PRIN-TEXT        TO WS-FINDING-TEXT
                   PERFORM 6000-WRITE-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Pass 3: every BORRMAST record must be named by some loan.
       4000-SWEEP-BORROWER-MASTER.
           MOVE LOW-VALUES TO BR-BORROWER-ID.
           START BORROWER-MASTER-FILE
               KEY IS NOT LESS THAN BR-BORROWER-ID
               INVALID KEY
                   SET WS-BORR-EOF TO TRUE
           END-START.
           PERFORM 4100-READ-BORROWER-MASTER.
           PERFORM UNTIL WS-BORR-EOF
               PERFORM 4200-CHECK-ONE-BORROWER
               PERFORM 4100-READ-BORROWER-MASTER
           END-PERFORM.

       4100-READ-BORROWER-MASTER.
           IF NOT WS-BORR-EOF
               READ BORROWER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-BORR-EOF TO TRUE
               END-READ
               IF NOT WS-BORR-EOF AND NOT WS-BORROWER-OK
                   DISPLAY 'RRMBS222 - BORRMAST READ ERROR, STATUS '
                       WS-BORROWER-STATUS ' - PASS ENDED'
                   SET WS-SWEEP-INCOMPLETE TO TRUE
                   SET WS-BORR-EOF TO TRUE
               END-IF
               IF NOT WS-BORR-EOF
                   ADD 1 TO WS-BORROWERS-READ
               END-IF
           END-IF.

       4200-CHECK-ONE-BORROWER.
           MOVE 'N' TO WS-BORROWER-USED-SWITCH.
           SET WS-LOAN-IDX TO 1.
           SEARCH WS-LOAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LN-PRESENT(WS-LOAN-IDX)
                 AND WS-LN-BORROWER-ID(WS-LOAN-IDX) = BR-BORROWER-ID
                   SET WS-BORROWER-USED TO TRUE
           END-SEARCH.
           IF NOT WS-BORROWER-USED
               MOVE 'ORPH'            TO WS-FINDING-CATEGORY
               MOVE BR-BORROWER-ID    TO WS-FINDING-KEY
               MOVE 'BORROWER ON BORRMAST WITH NO LOAN ON LOANMAST'
                   TO WS-FINDING-TEXT
               PERFORM 6000-WRITE-FINDING
           END-IF.

       6000-WRITE-FINDING.
           MOVE WS-FINDING-CATEGORY TO WS-FND-CATEGORY.
           MOVE WS-FINDING-KEY      TO WS-FND-KEY.
           MOVE WS-FINDING-TEXT     TO WS-FND-TEXT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-FINDING-LINE.
           MOVE SPACES TO WS-FINDING-TEXT.
           ADD 1 TO WS-TOTAL-FINDINGS.
           EVALUATE WS-FINDING-CATEGORY
               WHEN 'BORR'
                   ADD 1 TO WS-BORR-FINDINGS
               WHEN 'PROD'
                   ADD 1 TO WS-PROD-FINDINGS
               WHEN 'INVR'
                   ADD 1 TO WS-INVR-FINDINGS
               WHEN 'PRIN'
                   ADD 1 TO WS-PRIN-FINDINGS
               WHEN 'FEE '
                   ADD 1 TO WS-FEE-FINDINGS
               WHEN 'ORPH'
                   ADD 1 TO WS-ORPH-FINDINGS
               WHEN 'HIST'
                   ADD 1 TO WS-HIST-FINDINGS
           END-EVALUATE.

       7000-WRITE-REPORT-TOTALS.
           MOVE 'LOANS CHECKED            ' TO WS-TOT-LABEL.
           MOVE WS-LOANS-READ               TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY RECORDS CHECKED  ' TO WS-TOT-LABEL.
           MOVE WS-HIST-RECORDS-READ        TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BORROWERS CHECKED        ' TO WS-TOT-LABEL.
           MOVE WS-BORROWERS-READ           TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BORR  BORROWER NOT FOUND ' TO WS-TOT-LABEL.
           MOVE WS-BORR-FINDINGS            TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PROD  PRODUCT NOT FOUND  ' TO WS-TOT-LABEL.
           MOVE WS-PROD-FINDINGS            TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INVR  INVESTOR NOT FOUND ' TO WS-TOT-LABEL.
           MOVE WS-INVR-FINDINGS            TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PRIN  PRINCIPAL MISMATCH ' TO WS-TOT-LABEL.
           MOVE WS-PRIN-FINDINGS            TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE   PAST DUE, NO FEE   ' TO WS-TOT-LABEL.
           MOVE WS-FEE-FINDINGS             TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ORPH  BORROWER, NO LOAN  ' TO WS-TOT-LABEL.
           MOVE WS-ORPH-FINDINGS            TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HIST  HISTORY, NO LOAN   ' TO WS-TOT-LABEL.
           MOVE WS-HIST-FINDINGS            TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL FINDINGS           ' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-FINDINGS           TO WS-TOT-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS222 - INTEGRITY SWEEP TOTALS FOR '
               WS-CURRENT-DATE.
           DISPLAY 'RRMBS222 -   LOANS CHECKED       ' WS-LOANS-READ.
           DISPLAY 'RRMBS222 -   HISTORY RECORDS     '
               WS-HIST-RECORDS-READ.
           DISPLAY 'RRMBS222 -   BORROWERS CHECKED   '
               WS-BORROWERS-READ.
           DISPLAY 'RRMBS222 -   FORBEARANCE EXCUSED '
               WS-FORBEARANCE-EXCUSED.
           DISPLAY 'RRMBS222 -   TOTAL FINDINGS      '
               WS-TOTAL-FINDINGS.
           IF WS-SWEEP-INCOMPLETE
               DISPLAY 'RRMBS222 -   SWEEP INCOMPLETE - SEE ABOVE'
           END-IF.

       9000-CLOSE-FILES.
           IF NOT WS-LOANMAST-UNAVAILABLE
               CLOSE LOAN-MASTER-FILE
           END-IF.
           IF NOT WS-BORRMAST-UNAVAILABLE
               CLOSE BORROWER-MASTER-FILE
           END-IF.
           IF NOT WS-PRODTAB-UNAVAILABLE
               CLOSE PRODUCT-TABLE-FILE
           END-IF.
           IF NOT WS-INVTAB-UNAVAILABLE
               CLOSE INVESTOR-TABLE-FILE
           END-IF.
           IF NOT WS-PAYHIST-UNAVAILABLE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           IF NOT WS-WORKOUT-UNAVAILABLE
               CLOSE WORKOUT-PLAN-FILE
           END-IF.
           CLOSE INTEGRITY-REPORT-FILE.
      *End of program RRMBS222.
