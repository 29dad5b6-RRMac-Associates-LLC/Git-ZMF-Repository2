      *     The mapset runs with FRSET and the BORRID MDT is re-armed
      *     before each result SEND, for the same reasons documented
      *     in RRMBS205.  No DB2 - the borrower master is VSAM only.
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - TD queue length follows the longer audit record
      *       (AUD-LOAN-NUMBER, rrmbc202); a borrower change has no
      *       loan, so the column goes out as spaces
      *
       ENVIRONMENT DIVISION.

       01 WS-COMMAREA-FLAG           PIC X     VALUE 'Y'.
       01 WS-RESP                    PIC S9(8) COMP.
      * Length of AUDIT-TRAIL-RECORD (rrmbc202) including the
      * trailing run-id and loan-number columns.
       01 WS-AUDIT-LENGTH            PIC S9(4) COMP VALUE +78.
       01 WS-CURRENT-DATE            PIC 9(8).
       01 WS-CURRENT-TIME            PIC 9(8).

