       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS228.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     Nightly dual-control report.  Reads the pending-change
      *     file (PENDCHG, rrmbc228) that LNMT (RRMBS205) writes and
      *     APRV (RRMBS227) decides, and lists on the control report
      *     (DUALRPT) what the day brought:
      *       - every change approved or rejected on APRV, with the
      *         maker and checker operator ids
      *       - every change that expired - still pending more than
      *         two business days (weekdays after the day it was
      *         keyed, same count APRV uses) is marked 'E' here, or
      *         was already marked so by APRV
      *       - a flag line for every attempt by an operator to
      *         approve their own change (PC-SELF-ATTEMPTS) not yet
      *         flagged by an earlier night, whether the change is
      *         decided or still pending
      *     A decided or expired change is deleted once listed - the
      *     report and AUDITLOG are the lasting record.  A change
      *     still pending stays for APRV, its flagged attempts
      *     carried forward on PC-SELF-ATTEMPTS-REPORTED so they are
      *     flagged once.  Run id off SYSIN columns 1-8 (RRMBS206
      *     convention).  PENDCHG is created on the first run only
      *     (status 35).  RC 8 when PENDCHG cannot be opened, RC 4
      *     when a self-approval attempt is flagged or a PENDCHG
      *     update fails, so the night's run sheet shows it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO 'PENDCHG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-CHANGE-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT DUAL-CONTROL-REPORT-FILE ASSIGN TO 'DUALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
           COPY rrmbc228.

       FD  DUAL-CONTROL-REPORT-FILE.
       01  DUAL-CONTROL-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS          PIC XX.
           88 WS-PENDING-OK              VALUE '00'.
           88 WS-PENDING-MISSING         VALUE '35'.
       01 WS-REPORT-STATUS           PIC XX.
       01 WS-END-OF-FILE             PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.
      * Set when PENDCHG would not open - nothing is reported, and
      * the run ends RC 8.
       01 WS-RUN-SWITCH              PIC X VALUE 'N'.
           88 WS-RUN-REFUSED             VALUE 'Y'.

       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).

      * Run-id card (SYSIN, columns 1-8) - RRMBS206 convention.
       01 WS-PARM-CARD               PIC X(80) VALUE SPACES.
       01 WS-RUN-ID                  PIC X(8) VALUE SPACES.

      * Same expiry as APRV (RRMBS227): a change still pending once
      * more than two business days have gone by since the day it
      * was keyed has expired.  Business days are Monday to Friday
      * - INTEGER-OF-DATE day 1 (1 Jan 1601) was a Monday, so a day
      * number's remainder by 7 is 6 on a Saturday and 0 on a
      * Sunday.
       01 WS-EXPIRY-BUSINESS-DAYS    PIC S9(4) COMP VALUE +2.
       01 WS-BUSINESS-DAYS           PIC S9(4) COMP VALUE ZERO.
       01 WS-DAY-INTEGER             PIC S9(9) COMP VALUE ZERO.
       01 WS-TODAY-INTEGER           PIC S9(9) COMP VALUE ZERO.
       01 WS-WEEK-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-WEEKDAY                 PIC S9(4) COMP VALUE ZERO.

      * Attempts on this record the report has not flagged before.
       01 WS-NEW-SELF-ATTEMPTS       PIC 9(3) VALUE ZERO.

      * End-of-run control totals.
       01 WS-CHANGES-READ            PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-STILL-PENDING-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-SELF-ATTEMPT-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-UPDATE-ERRORS           PIC 9(7) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               'RRMBS228 DUAL CONTROL LOG   RUN '.
           05 WS-HDG-RUN-ID          PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' ON '.
           05 WS-HDG-DATE            PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(4)  VALUE 'LOAN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'FIELD'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE 'OLD VALUE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE 'NEW VALUE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'MAKER'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'CHECKER'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'KEYED ON'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'OUTCOME'.

       01 WS-DETAIL-LINE.
           05 WS-DET-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-FIELD-NAME      PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-OLD-VALUE       PIC X(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-NEW-VALUE       PIC X(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-MAKER-ID        PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-CHECKER-ID      PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-REQUEST-DATE    PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DET-OUTCOME         PIC X(8).

       01 WS-SELF-ATTEMPT-LINE.
           05 FILLER                 PIC X(27) VALUE
               '*** SELF-APPROVAL ATTEMPT  '.
           05 FILLER                 PIC X(6)  VALUE 'MAKER '.
           05 WS-SAL-MAKER-ID        PIC X(8).
           05 FILLER                 PIC X(6)  VALUE ' LOAN '.
           05 WS-SAL-LOAN-NUMBER     PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-SAL-FIELD-NAME      PIC X(10).
           05 FILLER                 PIC X(7)  VALUE ' TRIES '.
           05 WS-SAL-ATTEMPTS        PIC ZZ9.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL           PIC X(26).
           05 WS-TOT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:8) TO WS-RUN-ID.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-WRITE-HEADINGS.
           IF WS-RUN-REFUSED
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 2000-READ-PENDING-CHANGE
           END-IF.
           PERFORM UNTIL WS-EOF
               PERFORM 2100-PROCESS-ONE-CHANGE
               PERFORM 2000-READ-PENDING-CHANGE
           END-PERFORM.
           PERFORM 3000-WRITE-REPORT-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 8000-DISPLAY-RUN-TOTALS.
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SELF-ATTEMPT-COUNT > 0 OR WS-UPDATE-ERRORS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       1000-OPEN-FILES.
      * First run: the pending-change file is created empty (BATCHCTL
      * precedent, RRMBS200) - LNMT and APRV need it there too.  Only
      * a file that is not there (status 35) is created; PENDCHG is
      * shared with the APRV transaction, and re-creating it on any
      * other failure would lose every change awaiting approval.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDING-MISSING
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.
           IF NOT WS-PENDING-OK
               DISPLAY 'RRMBS228 - UNABLE TO OPEN PENDCHG, STATUS '
                   WS-PENDING-STATUS ' - NOTHING REPORTED'
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
           OPEN OUTPUT DUAL-CONTROL-REPORT-FILE.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-ID       TO WS-HDG-RUN-ID.
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-HEADING-1.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-HEADING-2.

       2000-READ-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
      * A hard read error is not AT END - treat any non-OK status as
      * end of input so the loop cannot re-drive the failing read.
           IF NOT WS-EOF AND NOT WS-PENDING-OK
               DISPLAY 'RRMBS228 - PENDCHG READ ERROR, STATUS '
                   WS-PENDING-STATUS ' - RUN ENDED'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               ADD 1 TO WS-CHANGES-READ
           END-IF.

      * A pending change past its two business days is expired now
      * and reported with the day's decisions.
       2100-PROCESS-ONE-CHANGE.
           IF PC-PENDING
               PERFORM 2500-COUNT-BUSINESS-DAYS
               IF WS-BUSINESS-DAYS > WS-EXPIRY-BUSINESS-DAYS
                   SET PC-EXPIRED TO TRUE
                   MOVE SPACES          TO PC-CHECKER-ID
                   MOVE WS-CURRENT-DATE TO PC-DECISION-DATE
                   MOVE WS-CURRENT-TIME TO PC-DECISION-TIME
               END-IF
           END-IF.
           PERFORM 2200-FLAG-SELF-ATTEMPTS.
           IF PC-PENDING
               ADD 1 TO WS-STILL-PENDING-COUNT
               IF WS-NEW-SELF-ATTEMPTS > 0
                   PERFORM 2300-CARRY-PENDING-CHANGE
               END-IF
           ELSE
               PERFORM 2400-REPORT-DECIDED-CHANGE
           END-IF.

      * Attempts since the last report - flagged once, whatever has
      * happened to the change since.
       2200-FLAG-SELF-ATTEMPTS.
           MOVE ZERO TO WS-NEW-SELF-ATTEMPTS.
           IF PC-SELF-ATTEMPTS > PC-SELF-ATTEMPTS-REPORTED
               COMPUTE WS-NEW-SELF-ATTEMPTS =
                   PC-SELF-ATTEMPTS - PC-SELF-ATTEMPTS-REPORTED
               ADD WS-NEW-SELF-ATTEMPTS TO WS-SELF-ATTEMPT-COUNT
               MOVE PC-MAKER-ID          TO WS-SAL-MAKER-ID
               MOVE PC-LOAN-NUMBER       TO WS-SAL-LOAN-NUMBER
               MOVE PC-FIELD-NAME        TO WS-SAL-FIELD-NAME
               MOVE WS-NEW-SELF-ATTEMPTS TO WS-SAL-ATTEMPTS
               WRITE DUAL-CONTROL-REPORT-LINE
                   FROM WS-SELF-ATTEMPT-LINE
           END-IF.

      * Still pending - remember the attempts just flagged so the
      * next night does not flag them again.
       2300-CARRY-PENDING-CHANGE.
           MOVE PC-SELF-ATTEMPTS TO PC-SELF-ATTEMPTS-REPORTED.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-PENDING-OK
               ADD 1 TO WS-UPDATE-ERRORS
               DISPLAY 'RRMBS228 - PENDCHG REWRITE FAILED FOR LOAN '
                   PC-LOAN-NUMBER ', STATUS ' WS-PENDING-STATUS
           END-IF.

      * Approved, rejected or expired - listed, then deleted.  A
      * failed delete leaves it to be listed again next night, which
      * is reported rather than lost.
       2400-REPORT-DECIDED-CHANGE.
           EVALUATE TRUE
               WHEN PC-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVED' TO WS-DET-OUTCOME
               WHEN PC-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO WS-DET-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED ' TO WS-DET-OUTCOME
           END-EVALUATE.
           MOVE PC-LOAN-NUMBER  TO WS-DET-LOAN-NUMBER.
           MOVE PC-FIELD-NAME   TO WS-DET-FIELD-NAME.
           MOVE PC-OLD-VALUE    TO WS-DET-OLD-VALUE.
           MOVE PC-NEW-VALUE    TO WS-DET-NEW-VALUE.
           MOVE PC-MAKER-ID     TO WS-DET-MAKER-ID.
           MOVE PC-CHECKER-ID   TO WS-DET-CHECKER-ID.
           MOVE PC-REQUEST-DATE TO WS-DET-REQUEST-DATE.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-DETAIL-LINE.
           DELETE PENDING-CHANGE-FILE RECORD.
           IF NOT WS-PENDING-OK
               ADD 1 TO WS-UPDATE-ERRORS
               DISPLAY 'RRMBS228 - PENDCHG DELETE FAILED FOR LOAN '
                   PC-LOAN-NUMBER ', STATUS ' WS-PENDING-STATUS
           END-IF.

      * Weekdays from the day after the change was keyed through
      * today - same count as RRMBS227's 0650-COUNT-BUSINESS-DAYS.
       2500-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(PC-REQUEST-DATE) + 1.
           PERFORM UNTIL WS-DAY-INTEGER > WS-TODAY-INTEGER
                      OR WS-BUSINESS-DAYS > WS-EXPIRY-BUSINESS-DAYS
               DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-COUNT
                   REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
                   ADD 1 TO WS-BUSINESS-DAYS
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

       3000-WRITE-REPORT-TOTALS.
           MOVE 'CHANGES APPROVED         ' TO WS-TOT-LABEL.
           MOVE WS-APPROVED-COUNT           TO WS-TOT-COUNT.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHANGES REJECTED         ' TO WS-TOT-LABEL.
           MOVE WS-REJECTED-COUNT           TO WS-TOT-COUNT.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHANGES EXPIRED          ' TO WS-TOT-LABEL.
           MOVE WS-EXPIRED-COUNT            TO WS-TOT-COUNT.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'STILL PENDING            ' TO WS-TOT-LABEL.
           MOVE WS-STILL-PENDING-COUNT      TO WS-TOT-COUNT.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SELF-APPROVAL ATTEMPTS   ' TO WS-TOT-LABEL.
           MOVE WS-SELF-ATTEMPT-COUNT       TO WS-TOT-COUNT.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PENDCHG UPDATES FAILED   ' TO WS-TOT-LABEL.
           MOVE WS-UPDATE-ERRORS            TO WS-TOT-COUNT.
           WRITE DUAL-CONTROL-REPORT-LINE FROM WS-TOTAL-LINE.

       8000-DISPLAY-RUN-TOTALS.
           DISPLAY 'RRMBS228 - DUAL CONTROL TOTALS FOR RUN ' WS-RUN-ID.
           DISPLAY 'RRMBS228 -   CHANGES READ        ' WS-CHANGES-READ.
           DISPLAY 'RRMBS228 -   APPROVED            '
               WS-APPROVED-COUNT.
           DISPLAY 'RRMBS228 -   REJECTED            '
               WS-REJECTED-COUNT.
           DISPLAY 'RRMBS228 -   EXPIRED             '
               WS-EXPIRED-COUNT.
           DISPLAY 'RRMBS228 -   STILL PENDING       '
               WS-STILL-PENDING-COUNT.
           DISPLAY 'RRMBS228 -   SELF-APPROVALS      '
               WS-SELF-ATTEMPT-COUNT.
           DISPLAY 'RRMBS228 -   UPDATE FAILURES     '
               WS-UPDATE-ERRORS.

       9000-CLOSE-FILES.
           IF NOT WS-RUN-REFUSED
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           CLOSE DUAL-CONTROL-REPORT-FILE.
      *End of program RRMBS228.
