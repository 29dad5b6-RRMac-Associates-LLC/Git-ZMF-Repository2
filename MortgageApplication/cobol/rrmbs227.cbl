       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS227.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     CICS online dual-control approval transaction (APRV) -
      *     the checker's side of the loan status, borrower id and
      *     investor/pool changes LNMT (RRMBS205) no longer applies
      *     itself but writes to the pending-change file (PENDCHG,
      *     rrmbc228) with the keying operator as maker.  On map
      *     APRMAP1 (mapset RRMBM227) the operator keys a start loan
      *     at SLOAN (0000 for all) and gets up to ten pending
      *     changes from there on, one per row; keying A or R in the
      *     first position of a row decides that change:
      *       - only an operator with UPDATE access to the security
      *         resource RRMB.LNMT.APPROVE (FACILITY class) may use
      *         APRV at all - anyone else gets no list
      *       - the maker can never decide their own change; an
      *         approve attempt is refused and counted on the pending
      *         record (PC-SELF-ATTEMPTS) for the nightly RRMBS228
      *         report to flag
      *       - a change older than two business days (weekdays after
      *         the day it was keyed) has expired - it is marked 'E'
      *         instead of applied, and is no longer listed
      *       - an approval re-reads the loan and is refused if the
      *         field no longer holds the value it had when keyed -
      *         the change was made against a loan that has since
      *         moved on, and must be rejected and keyed again
      *       - otherwise the approval applies the field to the Loan
      *         Master, syncs the DB2 LOAN_MASTER row (same column
      *         set and no-COMMIT reasoning as RRMBS205), and writes
      *         the field's before/after AUDIT-TRAIL-RECORD to the
      *         AUDL queue followed by an 'LM-APPROVE' line carrying
      *         the maker and approving operator ids (rrmbc202)
      *       - a rejection only marks the change 'R' with the
      *         checker's id - the loan is not touched
      *     Decided changes stay on PENDCHG until RRMBS228 has
      *     reported them.  The screen rows' keys travel in the
      *     COMMAREA, so a decision always applies to the change the
      *     operator saw on that row.  The mapset runs with FRSET and
      *     the SLOAN MDT is re-armed before each result SEND, for
      *     the same reasons documented in RRMBS205.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * INP-MSG supplies the screen prompt literal, same as the other
      * online transactions.
           COPY rrmbc196.
           COPY rrmbc229.
           COPY rrmbc228.
           COPY rrmbc197.
           COPY rrmbc202.

      * DB2 wiring so an approved change is mirrored to the
      * LOAN_MASTER table - same invariant LNMT keeps.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY rrmbc201.

       01 WS-DB-SQLCODE              PIC S9(9) COMP VALUE ZERO.

       01 WS-TRANID                  PIC X(4)  VALUE 'APRV'.
       01 WS-MAPSET                  PIC X(8)  VALUE 'RRMBM227'.
       01 WS-MAPNAME                 PIC X(8)  VALUE 'APRMAP1'.
       01 WS-FILE-NAME               PIC X(8)  VALUE 'PENDCHG'.
       01 WS-LOAN-FILE-NAME          PIC X(8)  VALUE 'LOANMAST'.
       01 WS-AUDIT-TDQ               PIC X(4)  VALUE 'AUDL'.
       01 WS-RESP                    PIC S9(8) COMP.
      * Length of AUDIT-TRAIL-RECORD (rrmbc202) including the
      * trailing run-id and loan-number columns.
       01 WS-AUDIT-LENGTH            PIC S9(4) COMP VALUE +78.
       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).

      * The screen rows' pending-change keys, carried from the turn
      * that listed them to the turn that decides them.  Spaces mark
      * a row with nothing listed on it.
       01 WS-APRV-COMMAREA.
           05 CA-ROW-KEY             PIC X(21) OCCURS 10 TIMES.
       01 WS-COMMAREA-LENGTH         PIC S9(4) COMP VALUE +210.

      * Signed-on operator (EXEC CICS ASSIGN USERID) - the checker of
      * any change decided this turn - and the security resource
      * that makes an operator an authorized checker.
       01 WS-OPERATOR-ID             PIC X(8)  VALUE SPACES.
       01 WS-APPROVER-CLASS          PIC X(8)  VALUE 'FACILITY'.
       01 WS-APPROVER-RESOURCE       PIC X(17)
                                     VALUE 'RRMB.LNMT.APPROVE'.
       01 WS-APPROVER-RESOURCE-LENGTH
                                     PIC S9(8) COMP VALUE +17.
       01 WS-SECURITY-CVDA           PIC S9(8) COMP VALUE ZERO.
       01 WS-AUTHORITY-SWITCH        PIC X VALUE 'N'.
           88 WS-APPROVER-AUTHORIZED     VALUE 'Y'.

      * BMS attribute byte: unprotected, MDT on (DFHBMSCA's
      * DFHBMFSE) - re-arms the start-loan field before each SEND,
      * same convention as RRMBS205.
       01 WS-MDT-ON-ATTRIBUTE        PIC X VALUE 'A'.

       01 WS-ROW-SUB                 PIC S9(4) COMP VALUE ZERO.
       01 WS-ROWS-LISTED             PIC S9(4) COMP VALUE ZERO.
       01 WS-ROW-ACTION              PIC X.
           88 WS-ROW-APPROVE             VALUE 'A'.
           88 WS-ROW-REJECT              VALUE 'R'.
           88 WS-ROW-NO-ACTION           VALUE ' ' LOW-VALUE.
       01 WS-START-LOAN              PIC 9(4)  VALUE ZERO.
       01 WS-BROWSE-SWITCH           PIC X VALUE 'N'.
           88 WS-BROWSE-DONE             VALUE 'Y'.
       01 WS-APPROVED-COUNT          PIC S9(4) COMP VALUE ZERO.
       01 WS-REJECTED-COUNT          PIC S9(4) COMP VALUE ZERO.

      * Pending changes expire once this many business days have
      * gone by since the day they were keyed.  Business days are
      * Monday to Friday - INTEGER-OF-DATE day 1 (1 Jan 1601) was a
      * Monday, so a day number's remainder by 7 is 6 on a Saturday
      * and 0 on a Sunday.
       01 WS-EXPIRY-BUSINESS-DAYS    PIC S9(4) COMP VALUE +2.
       01 WS-BUSINESS-DAYS           PIC S9(4) COMP VALUE ZERO.
       01 WS-DAY-INTEGER             PIC S9(9) COMP VALUE ZERO.
       01 WS-TODAY-INTEGER           PIC S9(9) COMP VALUE ZERO.
       01 WS-WEEK-COUNT              PIC S9(9) COMP VALUE ZERO.
       01 WS-WEEKDAY                 PIC S9(4) COMP VALUE ZERO.

      * The approved field as the loan holds it now, in the same
      * width as PC-OLD-VALUE for the still-as-keyed check.
       01 WS-CURRENT-VALUE           PIC X(9).

      * First failure wins the error line - later failures keep the
      * message already set.  WS-ROW-MESSAGE is the one a paragraph
      * wants to post; 0690 decides whether it shows.
       01 WS-EDIT-MESSAGE            PIC X(79) VALUE SPACES.
       01 WS-ROW-MESSAGE             PIC X(79) VALUE SPACES.
       01 WS-SELF-APPROVE-MESSAGE    PIC X(79) VALUE
          'YOU CANNOT APPROVE YOUR OWN CHANGE - ATTEMPT LOGGED'.
       01 WS-STALE-CHANGE-MESSAGE    PIC X(79) VALUE
          'LOAN CHANGED SINCE THIS WAS KEYED - REJECT AND REKEY IT'.
       01 WS-EXPIRED-MESSAGE         PIC X(79) VALUE
          'CHANGE OLDER THAN TWO BUSINESS DAYS - MARKED EXPIRED'.
       01 WS-KEY-ACTION-MESSAGE      PIC X(79) VALUE
          'KEY A (APPROVE) OR R (REJECT) IN COLUMN 1 AND PRESS ENTER'.

       01 WS-RESULT-MESSAGE.
           05 FILLER                 PIC X(10) VALUE 'APPROVED: '.
           05 WS-RESULT-APPROVED     PIC Z9.
           05 FILLER                 PIC X(13) VALUE '   REJECTED: '.
           05 WS-RESULT-REJECTED     PIC Z9.
           05 FILLER                 PIC X(52) VALUE SPACES.

       01 WS-LIST-HEADING.
           05 FILLER                 PIC X(3)  VALUE 'A'.
           05 FILLER                 PIC X(6)  VALUE 'LOAN'.
           05 FILLER                 PIC X(12) VALUE 'FIELD'.
           05 FILLER                 PIC X(11) VALUE 'OLD VALUE'.
           05 FILLER                 PIC X(11) VALUE 'NEW VALUE'.
           05 FILLER                 PIC X(10) VALUE 'MAKER'.
           05 FILLER                 PIC X(26) VALUE 'KEYED ON'.

       01 WS-LIST-ROW.
           05 WS-LR-ACTION           PIC X.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LR-LOAN-NUMBER      PIC 9(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LR-FIELD-NAME       PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LR-OLD-VALUE        PIC X(9).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LR-NEW-VALUE        PIC X(9).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LR-MAKER-ID         PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LR-REQUEST-DATE     PIC 9(8).
           05 FILLER                 PIC X(18) VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                PIC X(210).

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 0100-SEND-INITIAL-MAP
           ELSE
               PERFORM 0200-RECEIVE-AND-PROCESS
           END-IF.
           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(WS-APRV-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * Start loan 0000 is pre-filled with its MDT on, so a bare
      * ENTER lists from the start of the file.
       0100-SEND-INITIAL-MAP.
           MOVE SPACES      TO WS-APRV-COMMAREA.
           MOVE LOW-VALUES  TO APRMAP1O.
           MOVE INP-MSG(1:20) TO PROMPTO.
           MOVE WS-LIST-HEADING TO HEADO.
           MOVE ZERO        TO SLOANO.
           MOVE WS-MDT-ON-ATTRIBUTE TO SLOANA.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(APRMAP1O)
               ERASE
           END-EXEC.

      * MAPFAIL ends the pseudo-conversational turn itself (re-prompt
      * plus RETURN) - same handling and reasoning as RRMBS198's
      * 0120-HANDLE-MAPFAIL.
       0120-HANDLE-MAPFAIL.
           PERFORM 0100-SEND-INITIAL-MAP.
           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(WS-APRV-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       0200-RECEIVE-AND-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.
           IF EIBCALEN = WS-COMMAREA-LENGTH
               MOVE DFHCOMMAREA TO WS-APRV-COMMAREA
           ELSE
               MOVE SPACES TO WS-APRV-COMMAREA
           END-IF.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(0120-HANDLE-MAPFAIL)
           END-EXEC.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(APRMAP1I)
           END-EXEC.
           MOVE ZERO   TO WS-APPROVED-COUNT.
           MOVE ZERO   TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           MOVE ZERO   TO WS-START-LOAN.
           IF SLOANL > 0
               IF SLOANI NUMERIC
                   MOVE SLOANI TO WS-START-LOAN
               ELSE
                   MOVE 'START LOAN NUMBER MUST BE NUMERIC'
                       TO WS-EDIT-MESSAGE
               END-IF
           END-IF.
           MOVE LOW-VALUES TO APRMAP1O.
           MOVE INP-MSG(1:20) TO PROMPTO.
           MOVE WS-LIST-HEADING TO HEADO.
           MOVE WS-START-LOAN TO SLOANO.
           PERFORM 0250-CHECK-APPROVER-AUTHORITY.
           IF WS-APPROVER-AUTHORIZED
               IF WS-EDIT-MESSAGE = SPACES
                   PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                           UNTIL WS-ROW-SUB > 10
                       PERFORM 0400-PROCESS-ROW-ACTION
                   END-PERFORM
               END-IF
               PERFORM 0300-LIST-PENDING-CHANGES
           ELSE
               PERFORM 0320-CLEAR-LIST-ROWS
               MOVE 'NOT AUTHORIZED TO APPROVE LOAN CHANGES'
                   TO WS-EDIT-MESSAGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-EDIT-MESSAGE NOT = SPACES
                   MOVE WS-EDIT-MESSAGE TO ERRMSGO
               WHEN WS-APPROVED-COUNT > 0 OR WS-REJECTED-COUNT > 0
                   MOVE WS-APPROVED-COUNT TO WS-RESULT-APPROVED
                   MOVE WS-REJECTED-COUNT TO WS-RESULT-REJECTED
                   MOVE WS-RESULT-MESSAGE TO ERRMSGO
               WHEN WS-ROWS-LISTED = 0
                   MOVE 'NO PENDING CHANGES FROM THAT LOAN ON'
                       TO ERRMSGO
               WHEN OTHER
                   MOVE WS-KEY-ACTION-MESSAGE TO ERRMSGO
           END-EVALUATE.
           PERFORM 0900-SEND-RESULT-MAP.

      * The checker must hold UPDATE access to the approval resource.
      * Asked fresh every turn, so a revoked checker stops at once.
       0250-CHECK-APPROVER-AUTHORITY.
           MOVE 'N' TO WS-AUTHORITY-SWITCH.
           EXEC CICS QUERY SECURITY
               RESCLASS(WS-APPROVER-CLASS)
               RESID(WS-APPROVER-RESOURCE)
               RESIDLENGTH(WS-APPROVER-RESOURCE-LENGTH)
               UPDATE(WS-SECURITY-CVDA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-SECURITY-CVDA = DFHVALUE(UPDATABLE)
                   SET WS-APPROVER-AUTHORIZED TO TRUE
               END-IF
           END-IF.

      * Browses PENDCHG from the start loan and lists up to ten
      * changes still pending and not yet expired, saving each row's
      * key for the next turn.
       0300-LIST-PENDING-CHANGES.
           PERFORM 0320-CLEAR-LIST-ROWS.
           MOVE LOW-VALUES    TO PC-CHANGE-KEY.
           MOVE WS-START-LOAN TO PC-LOAN-NUMBER.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           EXEC CICS STARTBR FILE(WS-FILE-NAME)
               RIDFLD(PC-CHANGE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE OR WS-ROWS-LISTED = 10
                   EXEC CICS READNEXT FILE(WS-FILE-NAME)
                       INTO(PENDING-CHANGE-RECORD)
                       RIDFLD(PC-CHANGE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF PC-PENDING
                           PERFORM 0650-COUNT-BUSINESS-DAYS
                           IF WS-BUSINESS-DAYS
                                   NOT > WS-EXPIRY-BUSINESS-DAYS
                               PERFORM 0310-FORMAT-LIST-ROW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE(WS-FILE-NAME)
               END-EXEC
           END-IF.

       0310-FORMAT-LIST-ROW.
           ADD 1 TO WS-ROWS-LISTED.
           MOVE SPACE            TO WS-LR-ACTION.
           MOVE PC-LOAN-NUMBER   TO WS-LR-LOAN-NUMBER.
           MOVE PC-FIELD-NAME    TO WS-LR-FIELD-NAME.
           MOVE PC-OLD-VALUE     TO WS-LR-OLD-VALUE.
           MOVE PC-NEW-VALUE     TO WS-LR-NEW-VALUE.
           MOVE PC-MAKER-ID      TO WS-LR-MAKER-ID.
           MOVE PC-REQUEST-DATE  TO WS-LR-REQUEST-DATE.
           MOVE WS-LIST-ROW      TO ROWO(WS-ROWS-LISTED).
           MOVE PC-CHANGE-KEY    TO CA-ROW-KEY(WS-ROWS-LISTED).

      * Rows go out as spaces, not LOW-VALUES - left at LOW-VALUES
      * SEND DATAONLY would not transmit them and a shorter list
      * would leave the previous turn's rows on screen.
       0320-CLEAR-LIST-ROWS.
           MOVE ZERO   TO WS-ROWS-LISTED.
           MOVE SPACES TO WS-APRV-COMMAREA.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 10
               MOVE SPACES TO ROWO(WS-ROW-SUB)
           END-PERFORM.

      * A row counts only if the operator keyed it this turn and a
      * change was listed on it last turn.
       0400-PROCESS-ROW-ACTION.
           IF ROWL(WS-ROW-SUB) > 0
             AND CA-ROW-KEY(WS-ROW-SUB) NOT = SPACES
               MOVE ROWI(WS-ROW-SUB)(1:1) TO WS-ROW-ACTION
               EVALUATE TRUE
                   WHEN WS-ROW-APPROVE
                       PERFORM 0500-APPROVE-CHANGE
                   WHEN WS-ROW-REJECT
                       PERFORM 0600-REJECT-CHANGE
                   WHEN WS-ROW-NO-ACTION
                       CONTINUE
                   WHEN OTHER
                       MOVE 'ACTION MUST BE A (APPROVE) OR R (REJECT)'
                           TO WS-ROW-MESSAGE
                       PERFORM 0690-POST-ROW-MESSAGE
               END-EVALUATE
           END-IF.

       0500-APPROVE-CHANGE.
           MOVE CA-ROW-KEY(WS-ROW-SUB) TO PC-CHANGE-KEY.
           EXEC CICS READ FILE(WS-FILE-NAME)
               INTO(PENDING-CHANGE-RECORD)
               RIDFLD(PC-CHANGE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE NO LONGER ON FILE' TO WS-ROW-MESSAGE
               PERFORM 0690-POST-ROW-MESSAGE
           ELSE
               PERFORM 0650-COUNT-BUSINESS-DAYS
               EVALUATE TRUE
                   WHEN NOT PC-PENDING
                       EXEC CICS UNLOCK FILE(WS-FILE-NAME)
                       END-EXEC
                       MOVE 'CHANGE ALREADY DECIDED OR EXPIRED'
                           TO WS-ROW-MESSAGE
                       PERFORM 0690-POST-ROW-MESSAGE
                   WHEN PC-MAKER-ID = WS-OPERATOR-ID
                       ADD 1 TO PC-SELF-ATTEMPTS
                       PERFORM 0680-REWRITE-PENDING-CHANGE
                       MOVE WS-SELF-APPROVE-MESSAGE TO WS-ROW-MESSAGE
                       PERFORM 0690-POST-ROW-MESSAGE
                   WHEN WS-BUSINESS-DAYS > WS-EXPIRY-BUSINESS-DAYS
                       SET PC-EXPIRED TO TRUE
                       MOVE SPACES          TO PC-CHECKER-ID
                       MOVE WS-CURRENT-DATE TO PC-DECISION-DATE
                       MOVE WS-CURRENT-TIME TO PC-DECISION-TIME
                       PERFORM 0680-REWRITE-PENDING-CHANGE
                       MOVE WS-EXPIRED-MESSAGE TO WS-ROW-MESSAGE
                       PERFORM 0690-POST-ROW-MESSAGE
                   WHEN OTHER
                       PERFORM 0550-APPLY-APPROVED-CHANGE
               END-EVALUATE
           END-IF.

      * Pending record is held for update.  The loan is read for
      * update too; the change applies only while the field still
      * holds the value the maker saw.
       0550-APPLY-APPROVED-CHANGE.
           MOVE PC-LOAN-NUMBER TO LM-LOAN-NUMBER.
           EXEC CICS READ FILE(WS-LOAN-FILE-NAME)
               INTO(LOAN-MASTER-RECORD)
               RIDFLD(LM-LOAN-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE(WS-FILE-NAME)
               END-EXEC
               MOVE 'LOAN NOT ON FILE - CHANGE NOT APPLIED'
                   TO WS-ROW-MESSAGE
               PERFORM 0690-POST-ROW-MESSAGE
           ELSE
               MOVE SPACES TO WS-CURRENT-VALUE
               EVALUATE TRUE
                   WHEN PC-LOAN-STATUS-CHANGE
                       MOVE LM-LOAN-STATUS   TO WS-CURRENT-VALUE
                   WHEN PC-BORROWER-CHANGE
                       MOVE LM-BORROWER-ID   TO WS-CURRENT-VALUE
                   WHEN PC-INVESTOR-CHANGE
                       MOVE LM-INVESTOR-CODE TO WS-CURRENT-VALUE
               END-EVALUATE
               IF WS-CURRENT-VALUE NOT = PC-OLD-VALUE
                   EXEC CICS UNLOCK FILE(WS-LOAN-FILE-NAME)
                   END-EXEC
                   EXEC CICS UNLOCK FILE(WS-FILE-NAME)
                   END-EXEC
                   MOVE WS-STALE-CHANGE-MESSAGE TO WS-ROW-MESSAGE
                   PERFORM 0690-POST-ROW-MESSAGE
               ELSE
                   PERFORM 0560-UPDATE-LOAN-MASTER
               END-IF
           END-IF.

       0560-UPDATE-LOAN-MASTER.
           EVALUATE TRUE
               WHEN PC-LOAN-STATUS-CHANGE
                   MOVE PC-NEW-VALUE TO LM-LOAN-STATUS
               WHEN PC-BORROWER-CHANGE
                   MOVE PC-NEW-VALUE TO LM-BORROWER-ID
               WHEN PC-INVESTOR-CHANGE
                   MOVE PC-NEW-VALUE TO LM-INVESTOR-CODE
           END-EVALUATE.
           MOVE WS-CURRENT-DATE TO LM-LAST-UPDATE-DATE.
           EXEC CICS REWRITE FILE(WS-LOAN-FILE-NAME)
               FROM(LOAN-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE(WS-FILE-NAME)
               END-EXEC
               MOVE 'LOAN UPDATE FAILED - CHANGE NOT APPLIED'
                   TO WS-ROW-MESSAGE
               PERFORM 0690-POST-ROW-MESSAGE
           ELSE
               PERFORM 0700-SYNC-LOAN-TO-DB2
               MOVE PC-FIELD-NAME  TO AUD-FIELD-NAME
               MOVE PC-OLD-VALUE   TO AUD-OLD-VALUE
               MOVE PC-NEW-VALUE   TO AUD-NEW-VALUE
               PERFORM 0800-WRITE-AUDIT-ENTRY
               MOVE 'LM-APPROVE'   TO AUD-FIELD-NAME
               MOVE PC-MAKER-ID    TO AUD-OLD-VALUE
               MOVE WS-OPERATOR-ID TO AUD-NEW-VALUE
               PERFORM 0800-WRITE-AUDIT-ENTRY
               SET PC-APPROVED TO TRUE
               MOVE WS-OPERATOR-ID  TO PC-CHECKER-ID
               MOVE WS-CURRENT-DATE TO PC-DECISION-DATE
               MOVE WS-CURRENT-TIME TO PC-DECISION-TIME
               PERFORM 0680-REWRITE-PENDING-CHANGE
               ADD 1 TO WS-APPROVED-COUNT
           END-IF.

      * A rejection leaves the loan alone.  The maker may not reject
      * their own change either - a mistaken change is the checker's
      * to turn down - but the attempt is not counted as one to
      * approve.
       0600-REJECT-CHANGE.
           MOVE CA-ROW-KEY(WS-ROW-SUB) TO PC-CHANGE-KEY.
           EXEC CICS READ FILE(WS-FILE-NAME)
               INTO(PENDING-CHANGE-RECORD)
               RIDFLD(PC-CHANGE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE NO LONGER ON FILE' TO WS-ROW-MESSAGE
               PERFORM 0690-POST-ROW-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN NOT PC-PENDING
                       EXEC CICS UNLOCK FILE(WS-FILE-NAME)
                       END-EXEC
                       MOVE 'CHANGE ALREADY DECIDED OR EXPIRED'
                           TO WS-ROW-MESSAGE
                       PERFORM 0690-POST-ROW-MESSAGE
                   WHEN PC-MAKER-ID = WS-OPERATOR-ID
                       EXEC CICS UNLOCK FILE(WS-FILE-NAME)
                       END-EXEC
                       MOVE 'YOU CANNOT REJECT YOUR OWN CHANGE'
                           TO WS-ROW-MESSAGE
                       PERFORM 0690-POST-ROW-MESSAGE
                   WHEN OTHER
                       SET PC-REJECTED TO TRUE
                       MOVE WS-OPERATOR-ID  TO PC-CHECKER-ID
                       MOVE WS-CURRENT-DATE TO PC-DECISION-DATE
                       MOVE WS-CURRENT-TIME TO PC-DECISION-TIME
                       PERFORM 0680-REWRITE-PENDING-CHANGE
                       ADD 1 TO WS-REJECTED-COUNT
               END-EVALUATE
           END-IF.

      * Weekdays from the day after the change was keyed through
      * today - stops counting once past the expiry limit, so an old
      * change costs no more than a few days' loop.
       0650-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
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

       0680-REWRITE-PENDING-CHANGE.
           EXEC CICS REWRITE FILE(WS-FILE-NAME)
               FROM(PENDING-CHANGE-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL QUEUE UPDATE FAILED - SEE MASTER TERMINAL'
                   TO WS-ROW-MESSAGE
               PERFORM 0690-POST-ROW-MESSAGE
           END-IF.

       0690-POST-ROW-MESSAGE.
           IF WS-EDIT-MESSAGE = SPACES
               MOVE WS-ROW-MESSAGE TO WS-EDIT-MESSAGE
           END-IF.

      * Mirrors the approved change to the DB2 LOAN_MASTER row - the
      * same column set and no-COMMIT reasoning as RRMBS205's
      * 0700-SYNC-LOAN-TO-DB2.
       0700-SYNC-LOAN-TO-DB2.
           MOVE LM-LOAN-NUMBER           TO DB-LOAN-NUMBER.
           EXEC SQL
               SELECT LOAN_NUMBER INTO :DB-LOAN-NUMBER
                   FROM LOAN_MASTER
                   WHERE LOAN_NUMBER = :DB-LOAN-NUMBER
           END-EXEC.
           MOVE LM-LOAN-STATUS                TO DB-LOAN-STATUS.
           MOVE LM-OUTSTANDING-PRINCIPAL TO DB-OUTSTANDING-PRINCIPAL.
           MOVE LM-ANNUAL-INTEREST-RATE TO DB-ANNUAL-INTEREST-RATE.
           MOVE LM-LAST-PAYMENT-AMOUNT        TO DB-LAST-PAYMENT-AMOUNT.
           MOVE LM-LAST-INTEREST-AMOUNT TO DB-LAST-INTEREST-AMOUNT.
           MOVE LM-LAST-PRINCIPAL-AMOUNT TO DB-LAST-PRINCIPAL-AMOUNT.
           MOVE LM-ESCROW-TAX-RESERVE         TO DB-ESCROW-TAX-RESERVE.
           MOVE LM-ESCROW-INS-RESERVE         TO DB-ESCROW-INS-RESERVE.
           MOVE LM-APPLICATION-STATUS         TO DB-APPLICATION-STATUS.
           MOVE LM-APPLICATION-SEQUENCE TO DB-APPLICATION-SEQUENCE.
           MOVE LM-LAST-UPDATE-DATE           TO DB-LAST-UPDATE-DATE.
           MOVE LM-BORROWER-ID                TO DB-BORROWER-ID.
           MOVE LM-NEXT-DUE-DATE              TO DB-NEXT-DUE-DATE.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO LOAN_MASTER
                       (LOAN_NUMBER, LOAN_STATUS,
                        OUTSTANDING_PRINCIPAL, ANNUAL_INTEREST_RATE,
                        LAST_PAYMENT_AMOUNT, LAST_INTEREST_AMOUNT,
                        LAST_PRINCIPAL_AMOUNT, ESCROW_TAX_RESERVE,
                        ESCROW_INS_RESERVE, APPLICATION_STATUS,
                        APPLICATION_SEQUENCE, LAST_UPDATE_DATE,
                        BORROWER_ID, NEXT_DUE_DATE)
                       VALUES
                       (:DB-LOAN-NUMBER, :DB-LOAN-STATUS,
                        :DB-OUTSTANDING-PRINCIPAL,
                        :DB-ANNUAL-INTEREST-RATE,
                        :DB-LAST-PAYMENT-AMOUNT,
                        :DB-LAST-INTEREST-AMOUNT,
                        :DB-LAST-PRINCIPAL-AMOUNT,
                        :DB-ESCROW-TAX-RESERVE,
                        :DB-ESCROW-INS-RESERVE,
                        :DB-APPLICATION-STATUS,
                        :DB-APPLICATION-SEQUENCE,
                        :DB-LAST-UPDATE-DATE,
                        :DB-BORROWER-ID,
                        :DB-NEXT-DUE-DATE)
               END-EXEC
               MOVE SQLCODE TO WS-DB-SQLCODE
           ELSE
               EXEC SQL
                   UPDATE LOAN_MASTER
                       SET LOAN_STATUS = :DB-LOAN-STATUS,
                           OUTSTANDING_PRINCIPAL =
                               :DB-OUTSTANDING-PRINCIPAL,
                           ANNUAL_INTEREST_RATE =
                               :DB-ANNUAL-INTEREST-RATE,
                           LAST_PAYMENT_AMOUNT =
                               :DB-LAST-PAYMENT-AMOUNT,
                           LAST_INTEREST_AMOUNT =
                               :DB-LAST-INTEREST-AMOUNT,
                           LAST_PRINCIPAL_AMOUNT =
                               :DB-LAST-PRINCIPAL-AMOUNT,
                           ESCROW_TAX_RESERVE = :DB-ESCROW-TAX-RESERVE,
                           ESCROW_INS_RESERVE = :DB-ESCROW-INS-RESERVE,
                           APPLICATION_STATUS =
                               :DB-APPLICATION-STATUS,
                           APPLICATION_SEQUENCE =
                               :DB-APPLICATION-SEQUENCE,
                           LAST_UPDATE_DATE = :DB-LAST-UPDATE-DATE,
                           BORROWER_ID = :DB-BORROWER-ID,
                           NEXT_DUE_DATE = :DB-NEXT-DUE-DATE
                       WHERE LOAN_NUMBER = :DB-LOAN-NUMBER
               END-EXEC
               MOVE SQLCODE TO WS-DB-SQLCODE
           END-IF.
           IF WS-DB-SQLCODE NOT = 0
               MOVE 'DB2 SYNC FAILED - SEE MASTER TERMINAL'
                   TO WS-ROW-MESSAGE
               PERFORM 0690-POST-ROW-MESSAGE
           END-IF.

      * Same record layout and AUDL routing as RRMBS205's
      * 0600-WRITE-AUDIT-ENTRY - the job id is this transaction's.
       0800-WRITE-AUDIT-ENTRY.
           MOVE WS-TRANID       TO AUD-JOB-ID.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE SPACES          TO AUD-RUN-ID.
           MOVE LM-LOAN-NUMBER  TO AUD-LOAN-NUMBER.
           EXEC CICS WRITEQ TD QUEUE(WS-AUDIT-TDQ)
               FROM(AUDIT-TRAIL-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'AUDIT QUEUE WRITE FAILED - SEE MASTER TERMINAL'
                   TO WS-ROW-MESSAGE
               PERFORM 0690-POST-ROW-MESSAGE
           END-IF.

       0900-SEND-RESULT-MAP.
      * FRSET on this SEND clears every MDT - re-arm the start-loan
      * field so the number on the screen comes back next turn.
           MOVE WS-MDT-ON-ATTRIBUTE TO SLOANA.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(APRMAP1O)
               DATAONLY
           END-EXEC.
      *End of program RRMBS227.
