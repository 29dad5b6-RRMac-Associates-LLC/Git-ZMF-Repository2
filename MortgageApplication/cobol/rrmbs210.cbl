      *         vendor print format as RRMBS202, with the BORRMAST
      *         mailing block; then a per-borrower totals section,
      *         since one borrower may hold several loans
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - a posting RRMBS218 has since returned unpaid
      *       (PH-RETURNED-DATE set, rrmbc205) is no longer counted
      *       as interest paid; it is skipped and counted on its own
      *       run total.  Records written before the column existed
      *       carry spaces there and are treated as not returned.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-HIST-POSTED-USED        PIC 9(7) VALUE ZERO.
       01 WS-HIST-SCHEDULED-SKIPPED  PIC 9(7) VALUE ZERO.
       01 WS-HIST-OTHER-YEARS        PIC 9(7) VALUE ZERO.
       01 WS-HIST-RETURNED-SKIPPED   PIC 9(7) VALUE ZERO.
       01 WS-STATEMENTS-WRITTEN      PIC 9(7) VALUE ZERO.
       01 WS-LOANS-NOT-ON-MASTER     PIC 9(7) VALUE ZERO.
       01 WS-INTEREST-GRAND-TOTAL    PIC 9(9)V99 VALUE ZERO.
                   ADD 1 TO WS-HIST-OTHER-YEARS
               WHEN PH-SOURCE-JOB NOT = 'RRMBS200'
                   ADD 1 TO WS-HIST-SCHEDULED-SKIPPED
      * Returned unpaid by RRMBS218 - no interest was received.
               WHEN PH-RETURNED-DATE NUMERIC
                 AND PH-RETURNED-DATE NOT = ZERO
                   ADD 1 TO WS-HIST-RETURNED-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-HIST-POSTED-USED
                   IF NOT WS-LOAN-ACTIVE
               WS-HIST-POSTED-USED.
           DISPLAY 'RRMBS210 -   SCHEDULED SKIPPED     '
               WS-HIST-SCHEDULED-SKIPPED.
           DISPLAY 'RRMBS210 -   RETURNED SKIPPED      '
               WS-HIST-RETURNED-SKIPPED.
           DISPLAY 'RRMBS210 -   OTHER-YEAR RECORDS    '
               WS-HIST-OTHER-YEARS.
           DISPLAY 'RRMBS210 -   STATEMENTS WRITTEN    '
