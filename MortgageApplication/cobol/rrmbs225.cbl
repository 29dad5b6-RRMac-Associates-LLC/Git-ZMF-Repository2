       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRMBS225.
      *
      * Written by RRMAC Associates LLC on 15 Oct 2026
      *     CICS online insurance policy maintenance transaction
      *     (INPM) - the hazard-insurance companion to the RRMBS205/
      *     LNMT loan and RRMBS207/BRMT borrower maintenance.
      *     Maintains the insurance policy master (INSPOL, rrmbc226),
      *     keyed on loan number - one policy per loan.  An operator
      *     keys a loan number at LOANNO on map INPMAP1 (mapset
      *     RRMBM225) and gets the loan's policy back; keying over
      *     any of its fields applies the change:
      *       - a loan with no policy on file is ADDED when a carrier
      *         is keyed with it, provided the loan is on LOANMAST
      *         and coverage and an expiration date are keyed too -
      *         the nightly RRMBS226 run cannot track a policy
      *         without them
      *       - only modified fields (MDT on, length > 0) are edited
      *         and applied - an unkeyed field keeps its stored value
      *       - amounts must be keyed in full (cents included),
      *         dates as real calendar dates in YYYYMMDD form,
      *         expiration after effective,
      *         coverage type B (borrower) or F (force-placed)
      *       - a new expiration date is a new policy term: the
      *         expiration notice dates go back to zero so RRMBS226
      *         mails the next term's notices in their turn
      *       - every changed field writes the same before/after
      *         AUDIT-TRAIL-RECORD (rrmbc202) LNMT writes, to the
      *         AUDL transient data queue, carrying the loan number
      *     The notice and force-placed dates belong to RRMBS226 and
      *     are shown, never keyed.  The mapset runs with FRSET and
      *     the LOANNO MDT is re-armed before each result SEND, for
      *     the same reasons documented in RRMBS205.  No DB2 - the
      *     policy master is VSAM only.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * INP-MSG supplies the screen prompt literal, same as the other
      * online transactions.
           COPY rrmbc196.
           COPY rrmbc227.
           COPY rrmbc226.
           COPY rrmbc197.
           COPY rrmbc202.

       01 WS-TRANID                  PIC X(4)  VALUE 'INPM'.
       01 WS-MAPSET                  PIC X(8)  VALUE 'RRMBM225'.
       01 WS-MAPNAME                 PIC X(8)  VALUE 'INPMAP1'.
       01 WS-FILE-NAME               PIC X(8)  VALUE 'INSPOL'.
       01 WS-LOAN-FILE-NAME          PIC X(8)  VALUE 'LOANMAST'.
       01 WS-AUDIT-TDQ               PIC X(4)  VALUE 'AUDL'.
       01 WS-COMMAREA-FLAG           PIC X     VALUE 'Y'.
       01 WS-RESP                    PIC S9(8) COMP.
      * Length of AUDIT-TRAIL-RECORD (rrmbc202) including the
      * trailing run-id and loan-number columns.
       01 WS-AUDIT-LENGTH            PIC S9(4) COMP VALUE +78.
       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).

       01 WS-EDIT-STATUS             PIC X VALUE 'Y'.
           88 WS-EDIT-OK                 VALUE 'Y'.
           88 WS-EDIT-FAILED             VALUE 'N'.
       01 WS-ANY-CHANGE-SWITCH       PIC X VALUE 'N'.
           88 WS-ANY-FIELD-CHANGED       VALUE 'Y'.

      * BMS attribute byte: unprotected, MDT on (DFHBMSCA's
      * DFHBMFSE) - re-arms the loan-number field before each result
      * SEND, same convention as RRMBS205.
       01 WS-MDT-ON-ATTRIBUTE        PIC X VALUE 'A'.

      * First edit failure wins the error line - later failures keep
      * the message already set.
       01 WS-EDIT-MESSAGE            PIC X(79) VALUE SPACES.

      * Keyed amounts arrive as map characters; the numeric views
      * carry the implied cents the operator keyed.
       01 WS-KEYED-COVERAGE          PIC X(9).
       01 WS-KEYED-COVERAGE-AMOUNT   REDEFINES WS-KEYED-COVERAGE
                                     PIC 9(7)V99.
       01 WS-KEYED-PREMIUM           PIC X(8).
       01 WS-KEYED-PREMIUM-AMOUNT    REDEFINES WS-KEYED-PREMIUM
                                     PIC 9(6)V99.

      * Date edit work area - YYYYMMDD broken out for the month and
      * day range checks.
       01 WS-KEYED-DATE              PIC X(8).
       01 WS-KEYED-DATE-PARTS        REDEFINES WS-KEYED-DATE.
           05 WS-KEYED-YEAR          PIC 9(4).
           05 WS-KEYED-MONTH         PIC 9(2).
           05 WS-KEYED-DAY           PIC 9(2).
       01 WS-KEYED-DATE-NUMBER       REDEFINES WS-KEYED-DATE
                                     PIC 9(8).
       01 WS-DATE-SWITCH             PIC X VALUE 'Y'.
           88 WS-DATE-VALID              VALUE 'Y'.
           88 WS-DATE-INVALID            VALUE 'N'.

      * The term the expiration edit compares against - the keyed
      * dates where keyed, else the stored ones.
       01 WS-CHECK-EFFECTIVE-DATE    PIC 9(8).
       01 WS-CHECK-EXPIRATION-DATE   PIC 9(8).

      * Prior values read straight off the persisted policy record
      * before any update, for the before/after audit lines - same
      * convention as RRMBS205's WS-OLD-* fields.  Carrier and policy
      * number audit their leading nine characters, as BRMT's name
      * and address fields do.
       01 WS-OLD-CARRIER-NAME        PIC X(20).
       01 WS-OLD-POLICY-NUMBER       PIC X(15).
       01 WS-OLD-COVERAGE-AMOUNT     PIC 9(7)V99.
       01 WS-OLD-ANNUAL-PREMIUM      PIC 9(6)V99.
       01 WS-OLD-EFFECTIVE-DATE      PIC 9(8).
       01 WS-OLD-EXPIRATION-DATE     PIC 9(8).
       01 WS-OLD-COVERAGE-TYPE       PIC X.

      * Numeric-edited stand-ins for AUD-OLD-VALUE/AUD-NEW-VALUE on
      * the amount audits - the premium fits RRMBS205's picture, the
      * coverage needs one more digit and no cents to stay in nine.
       01 WS-AUDIT-AMOUNT-EDIT       PIC ZZZZZ9.99.
       01 WS-AUDIT-COVERAGE-EDIT     PIC ZZZZZZZZ9.
       01 WS-AUDIT-COVERAGE-WHOLE    PIC 9(7).

       LINKAGE SECTION.
       01 DFHCOMMAREA                PIC X(1).

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 0100-SEND-INITIAL-MAP
           ELSE
               PERFORM 0200-RECEIVE-AND-PROCESS
           END-IF.
           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       0100-SEND-INITIAL-MAP.
           MOVE LOW-VALUES  TO INPMAP1O.
           MOVE INP-MSG(1:20) TO PROMPTO.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(INPMAP1O)
               ERASE
           END-EXEC.

      * MAPFAIL ends the pseudo-conversational turn itself (re-prompt
      * plus RETURN) - same handling and reasoning as RRMBS198's
      * 0120-HANDLE-MAPFAIL.
       0120-HANDLE-MAPFAIL.
           PERFORM 0100-SEND-INITIAL-MAP.
           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(WS-COMMAREA-FLAG)
           END-EXEC.

       0200-RECEIVE-AND-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(0120-HANDLE-MAPFAIL)
           END-EXEC.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(INPMAP1I)
           END-EXEC.
           MOVE LOW-VALUES TO INPMAP1O.
           MOVE INP-MSG(1:20) TO PROMPTO.
      * Blank the policy fields up front - left at LOW-VALUES they
      * are not transmitted by SEND DATAONLY and an error turn would
      * leave the PREVIOUS loan's policy on screen.  A successful
      * read/update refills them in 0910.
           MOVE SPACES TO ICARRO.
           MOVE SPACES TO IPOLNOO.
           MOVE ZERO   TO ICOVERO.
           MOVE ZERO   TO IPREMO.
           MOVE ZERO   TO IEFFDTO.
           MOVE ZERO   TO IEXPDTO.
           MOVE SPACES TO ITYPEO.
           MOVE ZERO   TO INOTC1O.
           MOVE ZERO   TO INOTC2O.
           MOVE ZERO   TO IFPDTO.
           IF LOANNOI NOT NUMERIC
               MOVE 'LOAN NUMBER MUST BE NUMERIC' TO ERRMSGO
           ELSE
               MOVE LOANNOI TO IP-LOAN-NUMBER
               IF ICARRL > 0 OR IPOLNOL > 0 OR ICOVERL > 0
                 OR IPREML > 0 OR IEFFDTL > 0 OR IEXPDTL > 0
                 OR ITYPEL > 0
                   PERFORM 0400-UPDATE-POLICY
               ELSE
                   PERFORM 0300-DISPLAY-POLICY
               END-IF
           END-IF.
           PERFORM 0900-SEND-RESULT-MAP.

       0300-DISPLAY-POLICY.
           EXEC CICS READ FILE(WS-FILE-NAME)
               INTO(INSURANCE-POLICY-RECORD)
               RIDFLD(IP-LOAN-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 0910-FORMAT-POLICY-FIELDS
               MOVE 'KEY OVER A FIELD AND ENTER TO UPDATE'
                   TO ERRMSGO
           ELSE
               MOVE LOANNOI TO LOANNOO
               MOVE 'NO POLICY ON FILE - KEY CARRIER TO ADD'
                   TO ERRMSGO
           END-IF.

      * Edits run BEFORE the READ UPDATE so a failed edit never holds
      * the record under a CICS update lock - same ordering as
      * RRMBS205's 0400-UPDATE-LOAN.  The expiration-after-effective
      * check needs the stored term, so it runs in 0430 once the
      * record is read.
       0400-UPDATE-POLICY.
           PERFORM 0410-EDIT-CHANGES.
           IF WS-EDIT-FAILED
               MOVE WS-EDIT-MESSAGE TO ERRMSGO
           ELSE
               EXEC CICS READ FILE(WS-FILE-NAME)
                   INTO(INSURANCE-POLICY-RECORD)
                   RIDFLD(IP-LOAN-NUMBER)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 0430-EDIT-POLICY-TERM
                   IF WS-EDIT-FAILED
                       EXEC CICS UNLOCK FILE(WS-FILE-NAME)
                       END-EXEC
                       PERFORM 0910-FORMAT-POLICY-FIELDS
                       MOVE WS-EDIT-MESSAGE TO ERRMSGO
                   ELSE
                       PERFORM 0420-APPLY-POLICY-UPDATE
                   END-IF
               ELSE
                   IF WS-RESP = DFHRESP(NOTFND)
                       PERFORM 0450-ADD-POLICY
                   ELSE
                       MOVE 'POLICY FILE READ FAILED' TO ERRMSGO
                   END-IF
               END-IF
           END-IF.

       0420-APPLY-POLICY-UPDATE.
           PERFORM 0500-APPLY-AND-AUDIT.
           IF WS-ANY-FIELD-CHANGED
               MOVE WS-CURRENT-DATE TO IP-LAST-UPDATE-DATE
               EXEC CICS REWRITE FILE(WS-FILE-NAME)
                   FROM(INSURANCE-POLICY-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 0910-FORMAT-POLICY-FIELDS
      * Keep an audit-queue warning posted above - the update went
      * on, but the operator must know the trail write did not.
                   IF ERRMSGO = LOW-VALUES OR ERRMSGO = SPACES
                       MOVE 'POLICY UPDATED AND AUDITED' TO ERRMSGO
                   END-IF
               ELSE
                   MOVE 'UPDATE FAILED - POLICY NOT CHANGED'
                       TO ERRMSGO
               END-IF
           ELSE
      * Every keyed value matched the stored one - release the
      * record unchanged rather than rewriting and telling the
      * operator something was updated.
               EXEC CICS UNLOCK FILE(WS-FILE-NAME)
               END-EXEC
               PERFORM 0910-FORMAT-POLICY-FIELDS
               MOVE 'NO CHANGES KEYED - POLICY NOT UPDATED'
                   TO ERRMSGO
           END-IF.

      * A loan with no policy behind it is an ADD, not an error - but
      * only when a carrier was keyed, the loan exists, and the
      * coverage and expiration the nightly run tracks by are there.
       0450-ADD-POLICY.
           IF ICARRL = 0
               MOVE 'NO POLICY ON FILE - KEY CARRIER TO ADD'
                   TO ERRMSGO
           ELSE
               IF ICOVERL = 0 OR IEXPDTL = 0
                   MOVE 'NEW POLICY NEEDS COVERAGE AND EXPIRATION DATE'
                       TO ERRMSGO
               ELSE
                   MOVE IP-LOAN-NUMBER TO LM-LOAN-NUMBER
                   EXEC CICS READ FILE(WS-LOAN-FILE-NAME)
                       INTO(LOAN-MASTER-RECORD)
                       RIDFLD(LM-LOAN-NUMBER)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 0460-WRITE-NEW-POLICY
                   ELSE
                       MOVE 'LOAN NOT ON FILE' TO ERRMSGO
                   END-IF
               END-IF
           END-IF.

       0460-WRITE-NEW-POLICY.
           INITIALIZE INSURANCE-POLICY-RECORD.
           MOVE LM-LOAN-NUMBER TO IP-LOAN-NUMBER.
           SET IP-BORROWER-PLACED TO TRUE.
           PERFORM 0430-EDIT-POLICY-TERM.
           IF WS-EDIT-FAILED
               MOVE WS-EDIT-MESSAGE TO ERRMSGO
           ELSE
               PERFORM 0550-APPLY-KEYED-FIELDS
               MOVE WS-CURRENT-DATE TO IP-LAST-UPDATE-DATE
               EXEC CICS WRITE FILE(WS-FILE-NAME)
                   FROM(INSURANCE-POLICY-RECORD)
                   RIDFLD(IP-LOAN-NUMBER)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'IP-ADDED  '       TO AUD-FIELD-NAME
                   MOVE SPACES             TO AUD-OLD-VALUE
                   MOVE IP-CARRIER-NAME    TO AUD-NEW-VALUE
                   PERFORM 0600-WRITE-AUDIT-ENTRY
                   PERFORM 0910-FORMAT-POLICY-FIELDS
                   IF ERRMSGO = LOW-VALUES OR ERRMSGO = SPACES
                       MOVE 'POLICY ADDED' TO ERRMSGO
                   END-IF
               ELSE
                   MOVE 'ADD FAILED - POLICY NOT WRITTEN'
                       TO ERRMSGO
               END-IF
           END-IF.

      * Field-level edits on whatever was keyed.  Amounts and dates
      * must be all digits; the carrier must not be blanked out.
       0410-EDIT-CHANGES.
           SET WS-EDIT-OK TO TRUE.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           IF ICARRL > 0
               IF ICARRI = SPACES OR ICARRI = LOW-VALUES
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'CARRIER MUST NOT BE BLANK'
                       TO WS-EDIT-MESSAGE
               END-IF
           END-IF.
           IF ICOVERL > 0
               IF ICOVERI NOT NUMERIC
                   SET WS-EDIT-FAILED TO TRUE
                   IF WS-EDIT-MESSAGE = SPACES
                       MOVE 'COVERAGE MUST BE 9 DIGITS, CENTS INCLUDED'
                           TO WS-EDIT-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF IPREML > 0
               IF IPREMI NOT NUMERIC
                   SET WS-EDIT-FAILED TO TRUE
                   IF WS-EDIT-MESSAGE = SPACES
                       MOVE 'PREMIUM MUST BE 8 DIGITS, CENTS INCLUDED'
                           TO WS-EDIT-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF IEFFDTL > 0
               MOVE IEFFDTI TO WS-KEYED-DATE
               PERFORM 0440-EDIT-KEYED-DATE
               IF WS-DATE-INVALID
                   SET WS-EDIT-FAILED TO TRUE
                   IF WS-EDIT-MESSAGE = SPACES
                       MOVE 'EFFECTIVE DATE MUST BE A VALID YYYYMMDD'
                           TO WS-EDIT-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF IEXPDTL > 0
               MOVE IEXPDTI TO WS-KEYED-DATE
               PERFORM 0440-EDIT-KEYED-DATE
               IF WS-DATE-INVALID
                   SET WS-EDIT-FAILED TO TRUE
                   IF WS-EDIT-MESSAGE = SPACES
                       MOVE 'EXPIRATION DATE MUST BE A VALID YYYYMMDD'
                           TO WS-EDIT-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF ITYPEL > 0
               IF ITYPEI NOT = 'B' AND ITYPEI NOT = 'F'
                   SET WS-EDIT-FAILED TO TRUE
                   IF WS-EDIT-MESSAGE = SPACES
                       MOVE 'COVERAGE TYPE MUST BE B OR F'
                           TO WS-EDIT-MESSAGE
                   END-IF
               END-IF
           END-IF.

      * The term after this update - keyed dates over stored ones -
      * must end after it starts.  A term with no effective date yet
      * is allowed; the expiration is what the nightly run needs.
       0430-EDIT-POLICY-TERM.
           MOVE IP-EFFECTIVE-DATE  TO WS-CHECK-EFFECTIVE-DATE.
           MOVE IP-EXPIRATION-DATE TO WS-CHECK-EXPIRATION-DATE.
           IF IEFFDTL > 0
               MOVE IEFFDTI TO WS-CHECK-EFFECTIVE-DATE
           END-IF.
           IF IEXPDTL > 0
               MOVE IEXPDTI TO WS-CHECK-EXPIRATION-DATE
           END-IF.
           IF WS-CHECK-EFFECTIVE-DATE NOT = ZERO
             AND WS-CHECK-EXPIRATION-DATE
                 NOT > WS-CHECK-EFFECTIVE-DATE
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'EXPIRATION DATE MUST BE AFTER EFFECTIVE DATE'
                   TO WS-EDIT-MESSAGE
           END-IF.

       0440-EDIT-KEYED-DATE.
           SET WS-DATE-VALID TO TRUE.
           IF WS-KEYED-DATE NOT NUMERIC
               SET WS-DATE-INVALID TO TRUE
           ELSE
               IF WS-KEYED-YEAR < 1900
                 OR WS-KEYED-MONTH < 1 OR WS-KEYED-MONTH > 12
                 OR WS-KEYED-DAY < 1 OR WS-KEYED-DAY > 31
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-KEYED-DATE-NUMBER)
                    NOT = ZERO
                   SET WS-DATE-INVALID TO TRUE
               END-IF
           END-IF.

      * Applies only the fields the operator keyed and writes one
      * before/after audit line per actual change - same shape as
      * RRMBS205's 0500-APPLY-AND-AUDIT.
       0500-APPLY-AND-AUDIT.
           MOVE 'N' TO WS-ANY-CHANGE-SWITCH.
           MOVE IP-CARRIER-NAME     TO WS-OLD-CARRIER-NAME.
           MOVE IP-POLICY-NUMBER    TO WS-OLD-POLICY-NUMBER.
           MOVE IP-COVERAGE-AMOUNT  TO WS-OLD-COVERAGE-AMOUNT.
           MOVE IP-ANNUAL-PREMIUM   TO WS-OLD-ANNUAL-PREMIUM.
           MOVE IP-EFFECTIVE-DATE   TO WS-OLD-EFFECTIVE-DATE.
           MOVE IP-EXPIRATION-DATE  TO WS-OLD-EXPIRATION-DATE.
           MOVE IP-COVERAGE-TYPE    TO WS-OLD-COVERAGE-TYPE.
           PERFORM 0550-APPLY-KEYED-FIELDS.
           IF IP-CARRIER-NAME NOT = WS-OLD-CARRIER-NAME
               MOVE 'IP-CARRIER'          TO AUD-FIELD-NAME
               MOVE WS-OLD-CARRIER-NAME   TO AUD-OLD-VALUE
               MOVE IP-CARRIER-NAME       TO AUD-NEW-VALUE
               PERFORM 0600-WRITE-AUDIT-ENTRY
           END-IF.
           IF IP-POLICY-NUMBER NOT = WS-OLD-POLICY-NUMBER
               MOVE 'IP-POL-NO '          TO AUD-FIELD-NAME
               MOVE WS-OLD-POLICY-NUMBER  TO AUD-OLD-VALUE
               MOVE IP-POLICY-NUMBER      TO AUD-NEW-VALUE
               PERFORM 0600-WRITE-AUDIT-ENTRY
           END-IF.
           IF IP-COVERAGE-AMOUNT NOT = WS-OLD-COVERAGE-AMOUNT
               MOVE 'IP-COVER  '          TO AUD-FIELD-NAME
               MOVE WS-OLD-COVERAGE-AMOUNT TO WS-AUDIT-COVERAGE-WHOLE
               MOVE WS-AUDIT-COVERAGE-WHOLE TO WS-AUDIT-COVERAGE-EDIT
               MOVE WS-AUDIT-COVERAGE-EDIT TO AUD-OLD-VALUE
               MOVE IP-COVERAGE-AMOUNT    TO WS-AUDIT-COVERAGE-WHOLE
               MOVE WS-AUDIT-COVERAGE-WHOLE TO WS-AUDIT-COVERAGE-EDIT
               MOVE WS-AUDIT-COVERAGE-EDIT TO AUD-NEW-VALUE
               PERFORM 0600-WRITE-AUDIT-ENTRY
           END-IF.
           IF IP-ANNUAL-PREMIUM NOT = WS-OLD-ANNUAL-PREMIUM
               MOVE 'IP-PREMIUM'          TO AUD-FIELD-NAME
               MOVE WS-OLD-ANNUAL-PREMIUM TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT  TO AUD-OLD-VALUE
               MOVE IP-ANNUAL-PREMIUM     TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT  TO AUD-NEW-VALUE
               PERFORM 0600-WRITE-AUDIT-ENTRY
           END-IF.
           IF IP-EFFECTIVE-DATE NOT = WS-OLD-EFFECTIVE-DATE
               MOVE 'IP-EFF-DT '          TO AUD-FIELD-NAME
               MOVE WS-OLD-EFFECTIVE-DATE TO AUD-OLD-VALUE
               MOVE IP-EFFECTIVE-DATE     TO AUD-NEW-VALUE
               PERFORM 0600-WRITE-AUDIT-ENTRY
           END-IF.
      * A new expiration is a new term - its notices have not gone.
           IF IP-EXPIRATION-DATE NOT = WS-OLD-EXPIRATION-DATE
               MOVE 'IP-EXP-DT '          TO AUD-FIELD-NAME
               MOVE WS-OLD-EXPIRATION-DATE TO AUD-OLD-VALUE
               MOVE IP-EXPIRATION-DATE    TO AUD-NEW-VALUE
               PERFORM 0600-WRITE-AUDIT-ENTRY
               MOVE ZERO TO IP-FIRST-NOTICE-DATE
               MOVE ZERO TO IP-SECOND-NOTICE-DATE
           END-IF.
           IF IP-COVERAGE-TYPE NOT = WS-OLD-COVERAGE-TYPE
               MOVE 'IP-TYPE   '          TO AUD-FIELD-NAME
               MOVE WS-OLD-COVERAGE-TYPE  TO AUD-OLD-VALUE
               MOVE IP-COVERAGE-TYPE      TO AUD-NEW-VALUE
               PERFORM 0600-WRITE-AUDIT-ENTRY
           END-IF.

      * Shared by update and add: move in whichever fields the
      * operator keyed; an unkeyed field keeps the record's value.
       0550-APPLY-KEYED-FIELDS.
           IF ICARRL > 0
               MOVE ICARRI TO IP-CARRIER-NAME
           END-IF.
           IF IPOLNOL > 0
               MOVE IPOLNOI TO IP-POLICY-NUMBER
           END-IF.
           IF ICOVERL > 0
               MOVE ICOVERI TO WS-KEYED-COVERAGE
               MOVE WS-KEYED-COVERAGE-AMOUNT TO IP-COVERAGE-AMOUNT
           END-IF.
           IF IPREML > 0
               MOVE IPREMI TO WS-KEYED-PREMIUM
               MOVE WS-KEYED-PREMIUM-AMOUNT TO IP-ANNUAL-PREMIUM
           END-IF.
           IF IEFFDTL > 0
               MOVE IEFFDTI TO IP-EFFECTIVE-DATE
           END-IF.
           IF IEXPDTL > 0
               MOVE IEXPDTI TO IP-EXPIRATION-DATE
           END-IF.
           IF ITYPEL > 0
               MOVE ITYPEI TO IP-COVERAGE-TYPE
           END-IF.

      * Same record layout the batch writers put on AUDITLOG, routed
      * to the AUDL transient data queue - same queue and conventions
      * as RRMBS205's 0600-WRITE-AUDIT-ENTRY.  No run id online -
      * INPM is an operator action, not a batch run.
       0600-WRITE-AUDIT-ENTRY.
           SET WS-ANY-FIELD-CHANGED TO TRUE.
           MOVE WS-TRANID       TO AUD-JOB-ID.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE SPACES          TO AUD-RUN-ID.
           MOVE IP-LOAN-NUMBER  TO AUD-LOAN-NUMBER.
           EXEC CICS WRITEQ TD QUEUE(WS-AUDIT-TDQ)
               FROM(AUDIT-TRAIL-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'AUDIT QUEUE WRITE FAILED - SEE MASTER TERMINAL'
                   TO ERRMSGO
           END-IF.

       0900-SEND-RESULT-MAP.
      * FRSET on this SEND clears every MDT - re-arm the loan-number
      * field (unprotected, MDT on) so the number on the screen
      * still comes back with the operator's next turn.
           MOVE WS-MDT-ON-ATTRIBUTE TO LOANNOA.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(INPMAP1O)
               DATAONLY
           END-EXEC.

       0910-FORMAT-POLICY-FIELDS.
           MOVE IP-LOAN-NUMBER        TO LOANNOO.
           MOVE IP-CARRIER-NAME       TO ICARRO.
           MOVE IP-POLICY-NUMBER      TO IPOLNOO.
           MOVE IP-COVERAGE-AMOUNT    TO ICOVERO.
           MOVE IP-ANNUAL-PREMIUM     TO IPREMO.
           MOVE IP-EFFECTIVE-DATE     TO IEFFDTO.
           MOVE IP-EXPIRATION-DATE    TO IEXPDTO.
           MOVE IP-COVERAGE-TYPE      TO ITYPEO.
           MOVE IP-FIRST-NOTICE-DATE  TO INOTC1O.
           MOVE IP-SECOND-NOTICE-DATE TO INOTC2O.
           MOVE IP-FORCE-PLACED-DATE  TO IFPDTO.
      *End of program RRMBS225.
