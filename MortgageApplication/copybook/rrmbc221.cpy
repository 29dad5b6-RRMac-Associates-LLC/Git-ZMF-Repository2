      *
      * RRMBC221 - Credit bureau furnishing (Metro 2) record layouts
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * The three 426-byte character-format Metro 2 records the
      * month-end credit bureau batch (RRMBS219) writes to METRO2:
      * one header record, one base segment per reported loan, and
      * one trailer record.  Positions follow the industry Credit
      * Reporting Resource Guide; fields this shop has no data for
      * (SSN, date of birth, date opened, original amount, payment
      * history profile) are carried zero/blank/'B' as the guide
      * allows and no optional segments (J1/J2/K1-K4/L1/N1) are
      * furnished.  Money fields are WHOLE DOLLARS (cents dropped)
      * and every date is MMDDYYYY, per the format.
      *
      *   M2B-ACCOUNT-STATUS - '11' current (under 30 days)
      *                        '71' 30-59 days past due
      *                        '78' 60-89 days past due
      *                        '80' 90 days or more past due
      *                        '13' paid or closed, zero balance
      *   the same 30/60/90 boundaries RRMBS208 ages on.
      *
       01 METRO2-HEADER-RECORD.
           05 M2H-RECORD-DESCRIPTOR     PIC X(4) VALUE '0426'.
           05 M2H-RECORD-IDENTIFIER     PIC X(6) VALUE 'HEADER'.
           05 M2H-CYCLE-IDENTIFIER      PIC X(2) VALUE SPACES.
           05 M2H-INNOVIS-PROGRAM-ID    PIC X(10).
           05 M2H-EQUIFAX-PROGRAM-ID    PIC X(10).
           05 M2H-EXPERIAN-PROGRAM-ID   PIC X(5).
           05 M2H-TRANSUNION-PROGRAM-ID PIC X(10).
           05 M2H-ACTIVITY-DATE         PIC 9(8).
           05 M2H-DATE-CREATED          PIC 9(8).
           05 M2H-PROGRAM-DATE          PIC 9(8).
           05 M2H-PROGRAM-REVISION-DATE PIC 9(8).
           05 M2H-REPORTER-NAME         PIC X(40).
           05 M2H-REPORTER-ADDRESS      PIC X(96).
           05 M2H-REPORTER-TELEPHONE    PIC 9(10).
           05 M2H-SOFTWARE-VENDOR-NAME  PIC X(40).
           05 M2H-SOFTWARE-VERSION      PIC X(5).
           05 FILLER                    PIC X(156) VALUE SPACES.

       01 METRO2-BASE-SEGMENT.
           05 M2B-RECORD-DESCRIPTOR     PIC X(4) VALUE '0426'.
           05 M2B-PROCESSING-INDICATOR  PIC X(1) VALUE '1'.
           05 M2B-TIME-STAMP            PIC 9(14).
           05 FILLER                    PIC X(1) VALUE '0'.
           05 M2B-IDENTIFICATION-NUMBER PIC X(20).
           05 M2B-CYCLE-IDENTIFIER      PIC X(2) VALUE SPACES.
           05 M2B-CONSUMER-ACCOUNT-NUM  PIC X(30).
           05 M2B-PORTFOLIO-TYPE        PIC X(1) VALUE 'M'.
           05 M2B-ACCOUNT-TYPE          PIC X(2) VALUE '26'.
           05 M2B-DATE-OPENED           PIC 9(8).
           05 M2B-CREDIT-LIMIT          PIC 9(9).
           05 M2B-HIGHEST-CREDIT        PIC 9(9).
           05 M2B-TERMS-DURATION        PIC X(3).
           05 M2B-TERMS-FREQUENCY       PIC X(1) VALUE 'M'.
           05 M2B-SCHEDULED-PAYMENT     PIC 9(9).
           05 M2B-ACTUAL-PAYMENT        PIC 9(9).
           05 M2B-ACCOUNT-STATUS        PIC X(2).
           05 M2B-PAYMENT-RATING        PIC X(1).
           05 M2B-PAYMENT-HISTORY       PIC X(24).
           05 M2B-SPECIAL-COMMENT       PIC X(2).
           05 M2B-COMPLIANCE-CONDITION  PIC X(2).
           05 M2B-CURRENT-BALANCE       PIC 9(9).
           05 M2B-AMOUNT-PAST-DUE       PIC 9(9).
           05 M2B-ORIGINAL-CHARGE-OFF   PIC 9(9).
           05 M2B-DATE-ACCOUNT-INFO     PIC 9(8).
           05 M2B-DATE-FIRST-DELINQUENT PIC 9(8).
           05 M2B-DATE-CLOSED           PIC 9(8).
           05 M2B-DATE-LAST-PAYMENT     PIC 9(8).
           05 M2B-INTEREST-TYPE         PIC X(1).
           05 FILLER                    PIC X(17) VALUE SPACES.
           05 M2B-SURNAME               PIC X(25).
           05 M2B-FIRST-NAME            PIC X(20).
           05 M2B-MIDDLE-NAME           PIC X(20).
           05 M2B-GENERATION-CODE       PIC X(1).
           05 M2B-SOCIAL-SECURITY-NUM   PIC 9(9).
           05 M2B-DATE-OF-BIRTH         PIC 9(8).
           05 M2B-TELEPHONE-NUMBER      PIC 9(10).
           05 M2B-ECOA-CODE             PIC X(1) VALUE '1'.
           05 M2B-CONSUMER-INFO-IND     PIC X(2).
           05 M2B-COUNTRY-CODE          PIC X(2) VALUE 'US'.
           05 M2B-ADDRESS-LINE-1        PIC X(32).
           05 M2B-ADDRESS-LINE-2        PIC X(32).
           05 M2B-CITY                  PIC X(20).
           05 M2B-STATE                 PIC X(2).
           05 M2B-POSTAL-CODE           PIC X(9).
           05 M2B-ADDRESS-INDICATOR     PIC X(1).
           05 M2B-RESIDENCE-CODE        PIC X(1).

       01 METRO2-TRAILER-RECORD.
           05 M2T-RECORD-DESCRIPTOR     PIC X(4) VALUE '0426'.
           05 M2T-RECORD-IDENTIFIER     PIC X(7) VALUE 'TRAILER'.
           05 M2T-TOTAL-BASE-RECORDS    PIC 9(9).
           05 FILLER                    PIC X(9) VALUE SPACES.
           05 M2T-TOTAL-STATUS-DF       PIC 9(9).
           05 M2T-TOTAL-J1-SEGMENTS     PIC 9(9).
           05 M2T-TOTAL-J2-SEGMENTS     PIC 9(9).
           05 M2T-BLOCK-COUNT           PIC 9(9).
           05 M2T-TOTAL-STATUS-DA       PIC 9(9).
           05 M2T-TOTAL-STATUS-05       PIC 9(9).
           05 M2T-TOTAL-STATUS-11       PIC 9(9).
           05 M2T-TOTAL-STATUS-13       PIC 9(9).
      * Status 61-65 and 82-97 are never furnished - each block is
      * its run of 9-digit counts, carried as zeros.
           05 M2T-TOTAL-STATUS-61-65    PIC X(45).
           05 M2T-TOTAL-STATUS-71       PIC 9(9).
           05 M2T-TOTAL-STATUS-78       PIC 9(9).
           05 M2T-TOTAL-STATUS-80       PIC 9(9).
           05 M2T-TOTAL-STATUS-82-97    PIC X(81).
      * Segment, ECOA and identifier totals - none of those segments
      * or identifiers is furnished, so every count is zero.
           05 M2T-OTHER-TOTALS          PIC X(172).
