      *
      * RRMBC226 - Hazard insurance policy master record
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * The insurance policy master (INSPOL), keyed on loan number -
      * one record per loan for the hazard policy currently covering
      * the property.  Grown and corrected online from the INPM
      * transaction (RRMBS225) when the declarations page comes in;
      * read nightly by the insurance tracking batch (RRMBS226),
      * which mails the expiration notices and force-places coverage
      * on the lapse date.
      *
      *   IP-COVERAGE-TYPE      'B' borrower-placed policy
      *                         'F' force-placed by servicing
      *   IP-FIRST-NOTICE-DATE  first expiration notice mailed, for
      *   IP-SECOND-NOTICE-DATE the second - both belong to the term
      *                         ending IP-EXPIRATION-DATE and go back
      *                         to zero when a new term is keyed or
      *                         coverage is force-placed
      *   IP-FORCE-PLACED-DATE  last night coverage was force-placed
      *
      * A zero date means that event has not happened.  The carrier
      * is the same width as DSB-PAYEE-NAME (rrmbc206) so it can go
      * straight onto a disbursement card, and the premium the same
      * picture as DSB-AMOUNT.
      *
       01 INSURANCE-POLICY-RECORD.
           05 IP-LOAN-NUMBER            PIC 9(4).
           05 IP-CARRIER-NAME           PIC X(20).
           05 IP-POLICY-NUMBER          PIC X(15).
           05 IP-COVERAGE-AMOUNT        PIC 9(7)V99.
           05 IP-ANNUAL-PREMIUM         PIC 9(6)V99.
           05 IP-EFFECTIVE-DATE         PIC 9(8).
           05 IP-EXPIRATION-DATE        PIC 9(8).
           05 IP-COVERAGE-TYPE          PIC X.
               88 IP-BORROWER-PLACED        VALUE 'B'.
               88 IP-FORCE-PLACED           VALUE 'F'.
           05 IP-FIRST-NOTICE-DATE      PIC 9(8).
           05 IP-SECOND-NOTICE-DATE     PIC 9(8).
           05 IP-FORCE-PLACED-DATE      PIC 9(8).
           05 IP-LAST-UPDATE-DATE       PIC 9(8).
           05 IP-LAST-RUN-ID            PIC X(8).
           05 FILLER                    PIC X(7).
