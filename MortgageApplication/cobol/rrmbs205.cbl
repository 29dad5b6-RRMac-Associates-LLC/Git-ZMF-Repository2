      *       LNMT holds no reference files; a code the remittance
      *       run cannot find on the table lands on its exception
      *       line, which is where pooling errors get worked.
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - audit lines carry the loan number (AUD-LOAN-NUMBER,
      *       rrmbc202) so a reserve correction keyed here reaches
      *       the right loan's subtotals on the RRMBS223 month-end
      *       trial balance; the TD queue length grows to match
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - dual control: a keyed change to the loan status,
      *       borrower id or investor/pool code is no longer applied
      *       here.  It is edited as before, then written to the
      *       pending-change file (PENDCHG, rrmbc228) with the
      *       operator's user id as maker, and goes on only when a
      *       second, authorized operator approves it on APRV
      *       (RRMBS227) - which applies it, syncs DB2 and writes
      *       the audit lines.  The other fields still apply at once.
      *
       ENVIRONMENT DIVISION.

           COPY rrmbc207.
           COPY rrmbc197.
           COPY rrmbc202.
           COPY rrmbc228.

      * DB2 wiring so the online update is mirrored to the
      * LOAN_MASTER table - same invariant the batch writers keep.
       01 WS-MAPNAME                 PIC X(8)  VALUE 'LNMMAP1'.
       01 WS-FILE-NAME               PIC X(8)  VALUE 'LOANMAST'.
       01 WS-AUDIT-TDQ               PIC X(4)  VALUE 'AUDL'.
       01 WS-PENDING-FILE-NAME       PIC X(8)  VALUE 'PENDCHG'.
      * Signed-on operator (EXEC CICS ASSIGN USERID) - the maker of
      * any change this turn sends for approval.
       01 WS-OPERATOR-ID             PIC X(8)  VALUE SPACES.
       01 WS-COMMAREA-FLAG           PIC X     VALUE 'Y'.
       01 WS-RESP                    PIC S9(8) COMP.
      * Length of AUDIT-TRAIL-RECORD (rrmbc202) including the
      * trailing run-id and loan-number columns.
       01 WS-AUDIT-LENGTH            PIC S9(4) COMP VALUE +78.
       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).

           88 WS-EDIT-FAILED             VALUE 'N'.
       01 WS-ANY-CHANGE-SWITCH       PIC X VALUE 'N'.
           88 WS-ANY-FIELD-CHANGED       VALUE 'Y'.
      * Dual-control changes written to PENDCHG this turn, and the
      * result lines that tell the operator the loan is not (or not
      * wholly) changed yet.
       01 WS-PENDING-QUEUED          PIC S9(4) COMP VALUE ZERO.
       01 WS-ALL-QUEUED-MESSAGE      PIC X(79) VALUE
          'CHANGE SENT FOR APPROVAL ON APRV - LOAN NOT YET UPDATED'.
       01 WS-PARTLY-QUEUED-MESSAGE   PIC X(79) VALUE
          'LOAN UPDATED - STATUS/BORROWER/POOL CHANGE AWAITS APPROVAL'.

      * BMS attribute byte: unprotected, MDT on (DFHBMSCA's
      * DFHBMFSE).  Moved to LOANNOA before each result SEND - the

      * Prior values read straight off the persisted Loan Master
      * record before any update, for the before/after audit lines -
      * same convention as RRMBS196's WS-OLD-INCL-21-A.  Status,
      * borrower and pool changes carry theirs on the pending record.
       01 WS-OLD-APP-STATUS          PIC X.
       01 WS-OLD-APP-SEQUENCE        PIC 9(4).
       01 WS-OLD-INS-RESERVE         PIC 9(6)V99.

      * Numeric-edited stand-in for AUD-OLD-VALUE/AUD-NEW-VALUE on
      * the reserve audit - same reasoning as RRMBS196's
      * and no audit entry (which used to do the ACCEPT) is written.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(0120-HANDLE-MAPFAIL)
           END-EXEC.
      * the trail write did not.
                           IF ERRMSGO = LOW-VALUES
                             OR ERRMSGO = SPACES
                               IF WS-PENDING-QUEUED > ZERO
                                   MOVE WS-PARTLY-QUEUED-MESSAGE
                                       TO ERRMSGO
                               ELSE
                                   MOVE 'LOAN UPDATED AND AUDITED'
                                       TO ERRMSGO
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'UPDATE FAILED - LOAN NOT CHANGED'
                               TO ERRMSGO
                       END-IF
                   ELSE
      * Every keyed value matched the stored one, or the only
      * changes went to PENDCHG for approval - release the record
      * unchanged rather than rewriting, syncing and telling the
      * operator something was updated.  A pending-write failure
      * posted above stays on the error line.
                       EXEC CICS UNLOCK FILE(WS-FILE-NAME)
                       END-EXEC
                       PERFORM 0910-FORMAT-LOAN-FIELDS
                       IF ERRMSGO = LOW-VALUES OR ERRMSGO = SPACES
                           IF WS-PENDING-QUEUED > ZERO
                               MOVE WS-ALL-QUEUED-MESSAGE TO ERRMSGO
                           ELSE
                               MOVE
                                 'NO CHANGES KEYED - LOAN NOT UPDATED'
                                   TO ERRMSGO
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   MOVE 'LOAN NOT ON FILE' TO ERRMSGO
           SET WS-EDIT-FAILED TO TRUE.

      * Applies only the fields the operator keyed and writes one
      * before/after audit line per actual change.  Status, borrower
      * and pool changes are sent for approval instead (0650) - the
      * record keeps its stored value for them.
       0500-APPLY-AND-AUDIT.
           MOVE 'N' TO WS-ANY-CHANGE-SWITCH.
           MOVE ZERO TO WS-PENDING-QUEUED.
           MOVE LM-APPLICATION-STATUS   TO WS-OLD-APP-STATUS.
           MOVE LM-APPLICATION-SEQUENCE TO WS-OLD-APP-SEQUENCE.
           MOVE LM-ESCROW-INS-RESERVE   TO WS-OLD-INS-RESERVE.
           IF MSTATL > 0
               IF MSTATI NOT = LM-LOAN-STATUS
                   SET PC-LOAN-STATUS-CHANGE TO TRUE
                   MOVE 'LM-STATUS '        TO PC-FIELD-NAME
                   MOVE LM-LOAN-STATUS      TO PC-OLD-VALUE
                   MOVE MSTATI              TO PC-NEW-VALUE
                   PERFORM 0650-QUEUE-PENDING-CHANGE
               END-IF
           END-IF.
           IF MBORRL > 0
               IF MBORRI NOT = LM-BORROWER-ID
                   SET PC-BORROWER-CHANGE TO TRUE
                   MOVE 'LM-BORR-ID'        TO PC-FIELD-NAME
                   MOVE LM-BORROWER-ID      TO PC-OLD-VALUE
                   MOVE MBORRI              TO PC-NEW-VALUE
                   PERFORM 0650-QUEUE-PENDING-CHANGE
               END-IF
           END-IF.
           IF MAPPSTL > 0
               END-IF
           END-IF.
           IF MINVL > 0
               IF MINVI NOT = LM-INVESTOR-CODE
                   SET PC-INVESTOR-CHANGE TO TRUE
                   MOVE 'LM-INV-CD '        TO PC-FIELD-NAME
                   MOVE LM-INVESTOR-CODE    TO PC-OLD-VALUE
                   MOVE MINVI               TO PC-NEW-VALUE
                   PERFORM 0650-QUEUE-PENDING-CHANGE
               END-IF
           END-IF.
           IF MINSTRL > 0
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE SPACES          TO AUD-RUN-ID.
           MOVE LM-LOAN-NUMBER  TO AUD-LOAN-NUMBER.
           EXEC CICS WRITEQ TD QUEUE(WS-AUDIT-TDQ)
               FROM(AUDIT-TRAIL-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
                   TO ERRMSGO
           END-IF.

      * One dual-control change on PENDCHG (rrmbc228), pending, with
      * this operator as maker.  The caller has set the field code,
      * name and before/after values; the key's date/time is this
      * turn's, so fields keyed together stay together on APRV.
       0650-QUEUE-PENDING-CHANGE.
           MOVE LM-LOAN-NUMBER  TO PC-LOAN-NUMBER.
           MOVE WS-CURRENT-DATE TO PC-REQUEST-DATE.
           MOVE WS-CURRENT-TIME TO PC-REQUEST-TIME.
           MOVE WS-OPERATOR-ID  TO PC-MAKER-ID.
           SET PC-PENDING       TO TRUE.
           MOVE SPACES          TO PC-CHECKER-ID.
           MOVE ZERO            TO PC-DECISION-DATE.
           MOVE ZERO            TO PC-DECISION-TIME.
           MOVE ZERO            TO PC-SELF-ATTEMPTS.
           MOVE ZERO            TO PC-SELF-ATTEMPTS-REPORTED.
           EXEC CICS WRITE FILE(WS-PENDING-FILE-NAME)
               FROM(PENDING-CHANGE-RECORD)
               RIDFLD(PC-CHANGE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-PENDING-QUEUED
           ELSE
               MOVE 'APPROVAL QUEUE WRITE FAILED - CHANGE NOT SENT'
                   TO ERRMSGO
           END-IF.

      * Mirrors the updated record to the DB2 LOAN_MASTER row - same
      * column set as RRMBS196's 0240-SYNC-LOAN-TO-DB2 but WITHOUT an
      * SQL COMMIT: under CICS the task syncpoint commits the VSAM
