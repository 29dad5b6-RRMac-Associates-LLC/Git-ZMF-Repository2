      *       (RRMBS204) can count and total one run's entries
      *       without guessing from the date/time columns.  Writers
      *       with no run-id concept leave it as spaces.
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - added AUD-LOAN-NUMBER so the month-end trial balance
      *       (RRMBS223) can roll balance changes that reach no other
      *       file - late-fee assessments (RRMBS208), returned-item
      *       fees (RRMBS218), LNMT reserve changes (RRMBS205) - into
      *       the loan's product, pool and status subtotals.  Writers
      *       that do not fill it leave it as spaces.
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - documented the dual-control approval line: a loan
      *       status, borrower id or investor/pool change approved
      *       on APRV (RRMBS227) writes its usual before/after line
      *       followed by one with AUD-FIELD-NAME 'LM-APPROVE', the
      *       maker's operator id in AUD-OLD-VALUE and the approving
      *       operator's in AUD-NEW-VALUE.  Layout unchanged.
      *
       01 AUDIT-TRAIL-RECORD.
           05 AUD-FIELD-NAME            PIC X(10).
           05 AUD-RUN-TIME              PIC 9(8).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 AUD-RUN-ID                PIC X(8).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 AUD-LOAN-NUMBER           PIC X(4)  VALUE SPACES.
