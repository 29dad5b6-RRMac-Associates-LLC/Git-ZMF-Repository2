      *     - a borrower flagged mail-hold on BORRMAST gets no
      *       statement - returned mail/bad address - and the skip is
      *       counted for servicing to work the address
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - a loan with a forbearance in force on the workout
      *       master (WORKOUT, rrmbc222, kept by RRMBS220) is billed
      *       the reduced plan payment: the PAYMENT AMOUNT line
      *       carries WO-PLAN-PAYMENT, followed by the plan end date
      *       and the regular scheduled payment that resumes after
      *       it.  Statements on a plan are counted.  If WORKOUT
      *       will not open, every loan bills its regular payment
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.
           SELECT WORKOUT-PLAN-FILE ASSIGN TO 'WORKOUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-PLAN-KEY
               FILE STATUS IS WS-WORKOUT-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'STMTFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
       FD  BORROWER-MASTER-FILE.
           COPY rrmbc209.

       FD  WORKOUT-PLAN-FILE.
           COPY rrmbc222.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE                PIC X(80).

       01 WS-BORROWER-STATUS         PIC XX.
           88 WS-BORROWER-OK             VALUE '00'.
           88 WS-BORROWER-NOT-FOUND      VALUE '23'.
       01 WS-WORKOUT-STATUS          PIC XX.
           88 WS-WORKOUT-OK              VALUE '00'.
       01 WS-STATEMENT-STATUS        PIC XX.
       01 WS-END-OF-FILE             PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.
      * the mailing block only prints from a real record.
       01 WS-BORROWER-FOUND-SWITCH   PIC X VALUE 'N'.
           88 WS-BORROWER-FOUND          VALUE 'Y'.
      * Set when WORKOUT would not open - every loan bills its
      * regular scheduled payment.
       01 WS-WORKOUT-SWITCH          PIC X VALUE 'N'.
           88 WS-WORKOUT-UNAVAILABLE     VALUE 'Y'.
       01 WS-BROWSE-SWITCH           PIC X VALUE 'N'.
           88 WS-BROWSE-DONE             VALUE 'Y'.
      * Set per loan when a forbearance is in force today - the
      * plan's record is left in the WORKOUT record area.
       01 WS-FORBEARANCE-SWITCH      PIC X VALUE 'N'.
           88 WS-FORBEARANCE-IN-FORCE    VALUE 'Y'.

       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-STATEMENT-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-LOANS-READ              PIC 9(7) VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-MAIL-HELD-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-FORBEARANCE-COUNT       PIC 9(7) VALUE ZERO.

      * Statement block, one per loan, fixed 80-byte print lines in
      * the layout agreed with the print vendor.  The asterisk rule
               'PAYMENT AMOUNT:       '.
           05 WS-STMT-PAYMENT        PIC ZZZ,ZZ9.99.

      * Printed under the payment line only while a forbearance is
      * in force - the payment above is then the plan payment.
       01 WS-STMT-PLAN-END-LINE.
           05 FILLER                 PIC X(22) VALUE
               'FORBEARANCE PLAN ENDS:'.
           05 WS-STMT-PLAN-END-DATE  PIC 9(8).
       01 WS-STMT-REGULAR-LINE.
           05 FILLER                 PIC X(22) VALUE
               'REGULAR PAYMENT:      '.
           05 WS-STMT-REGULAR-PAYMENT PIC ZZZ,ZZ9.99.

       01 WS-STMT-INTEREST-LINE.
           05 FILLER                 PIC X(22) VALUE
               '  INTEREST PORTION:   '.
               WS-NO-ADDRESS-COUNT.
           DISPLAY 'RRMBS202 - MAIL-HOLD SKIPS    '
               WS-MAIL-HELD-COUNT.
           DISPLAY 'RRMBS202 - FORBEARANCE PLANS  '
               WS-FORBEARANCE-COUNT.
           GOBACK.

       1000-OPEN-FILES.
               DISPLAY 'RRMBS202 - BORRMAST UNAVAILABLE, STATUS '
                   WS-BORROWER-STATUS ' - STATEMENTS CARRY IDS ONLY'
           END-IF.
           OPEN INPUT WORKOUT-PLAN-FILE.
           IF NOT WS-WORKOUT-OK
               SET WS-WORKOUT-UNAVAILABLE TO TRUE
               DISPLAY 'RRMBS202 - WORKOUT UNAVAILABLE, STATUS '
                   WS-WORKOUT-STATUS ' - REGULAR PAYMENTS BILLED'
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = '00'
               DISPLAY 'RRMBS202 - UNABLE TO OPEN STMTFILE, STATUS '
               IF WS-BORROWER-FOUND AND BR-MAIL-HELD
                   ADD 1 TO WS-MAIL-HELD-COUNT
               ELSE
                   PERFORM 2250-CHECK-FORBEARANCE
                   PERFORM 2300-WRITE-STATEMENT-BLOCK
               END-IF
           END-IF.
               END-IF
           END-IF.

      * Browses the loan's workout plans (rrmbc222) for a forbearance
      * in force on the statement date.
       2250-CHECK-FORBEARANCE.
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

       2300-WRITE-STATEMENT-BLOCK.
           MOVE WS-CURRENT-DATE          TO WS-STMT-DATE.
           MOVE LM-BORROWER-ID           TO WS-STMT-BORROWER.
           MOVE LM-LOAN-NUMBER           TO WS-STMT-LOAN-NUMBER.
           MOVE LM-LOAN-STATUS           TO WS-STMT-STATUS.
           MOVE LM-NEXT-DUE-DATE         TO WS-STMT-DUE-DATE.
           IF WS-FORBEARANCE-IN-FORCE
               MOVE WO-PLAN-PAYMENT      TO WS-STMT-PAYMENT
               MOVE WO-END-DATE          TO WS-STMT-PLAN-END-DATE
               MOVE LM-LAST-PAYMENT-AMOUNT TO WS-STMT-REGULAR-PAYMENT
           ELSE
               MOVE LM-LAST-PAYMENT-AMOUNT TO WS-STMT-PAYMENT
           END-IF.
           MOVE LM-LAST-INTEREST-AMOUNT  TO WS-STMT-INTEREST.
           MOVE LM-LAST-PRINCIPAL-AMOUNT TO WS-STMT-PRINCIPAL.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-STMT-BALANCE.
           WRITE STATEMENT-LINE FROM WS-STMT-IDENT-LINE.
           WRITE STATEMENT-LINE FROM WS-STMT-DUE-LINE.
           WRITE STATEMENT-LINE FROM WS-STMT-PAYMENT-LINE.
           IF WS-FORBEARANCE-IN-FORCE
               WRITE STATEMENT-LINE FROM WS-STMT-PLAN-END-LINE
               WRITE STATEMENT-LINE FROM WS-STMT-REGULAR-LINE
               ADD 1 TO WS-FORBEARANCE-COUNT
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STMT-INTEREST-LINE.
           WRITE STATEMENT-LINE FROM WS-STMT-PRINCIPAL-LINE.
           WRITE STATEMENT-LINE FROM WS-STMT-BALANCE-LINE.
           IF NOT WS-BORRMAST-UNAVAILABLE
               CLOSE BORROWER-MASTER-FILE
           END-IF.
           IF NOT WS-WORKOUT-UNAVAILABLE
               CLOSE WORKOUT-PLAN-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
      *End of program RRMBS202.
