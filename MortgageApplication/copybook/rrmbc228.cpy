      *
      * RRMBC228 - Pending loan change record (dual control)
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * The pending-change file (PENDCHG), keyed on loan number plus
      * the date/time the change was keyed and which field it is.
      * LNMT (RRMBS205) does not apply a change to the loan status,
      * borrower id or investor/pool code - it writes one of these,
      * status 'P', with the keying operator's id (the maker).  The
      * APRV transaction (RRMBS227) lets a second, authorized
      * operator (the checker) approve it - which applies it to the
      * Loan Master and DB2 and writes AUDITLOG - or reject it.
      *
      *   PC-CHANGE-STATUS  'P' pending   'A' approved
      *                     'R' rejected  'E' expired (not decided
      *                         within two business days)
      *   PC-OLD-VALUE      the field as it stood when keyed - an
      *                     approval is refused once the loan no
      *                     longer matches it
      *   PC-SELF-ATTEMPTS  times the maker tried to approve their
      *                     own change; PC-SELF-ATTEMPTS-REPORTED is
      *                     how many the nightly report has flagged
      *
      * The nightly dual-control report (RRMBS228) expires stale
      * pending changes and lists every decided change, then deletes
      * it - the report and AUDITLOG are the lasting record, and the
      * file holds only what is pending or not yet reported.
      *
       01 PENDING-CHANGE-RECORD.
           05 PC-CHANGE-KEY.
               10 PC-LOAN-NUMBER        PIC 9(4).
               10 PC-REQUEST-DATE       PIC 9(8).
               10 PC-REQUEST-TIME       PIC 9(8).
               10 PC-FIELD-CODE         PIC X.
                   88 PC-LOAN-STATUS-CHANGE     VALUE 'S'.
                   88 PC-BORROWER-CHANGE        VALUE 'B'.
                   88 PC-INVESTOR-CHANGE        VALUE 'I'.
           05 PC-FIELD-NAME             PIC X(10).
           05 PC-OLD-VALUE              PIC X(9).
           05 PC-NEW-VALUE              PIC X(9).
           05 PC-MAKER-ID               PIC X(8).
           05 PC-CHANGE-STATUS          PIC X.
               88 PC-PENDING                VALUE 'P'.
               88 PC-APPROVED               VALUE 'A'.
               88 PC-REJECTED               VALUE 'R'.
               88 PC-EXPIRED                VALUE 'E'.
           05 PC-CHECKER-ID             PIC X(8).
           05 PC-DECISION-DATE          PIC 9(8).
           05 PC-DECISION-TIME          PIC 9(8).
           05 PC-SELF-ATTEMPTS          PIC 9(3).
           05 PC-SELF-ATTEMPTS-REPORTED PIC 9(3).
           05 FILLER                    PIC X(12).
