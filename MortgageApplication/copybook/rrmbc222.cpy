      *
      * RRMBC222 - Loss-mitigation workout plan record
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * The workout master (WORKOUT), keyed on loan number plus plan
      * start date (WO-PLAN-KEY) - one record per hardship plan ever
      * agreed on the loan, so a booked modification's before/after
      * figures survive any later plan.  Written by the workout batch
      * (RRMBS220) off the WOTRAN cards (rrmbc223); readers find a
      * loan's plans by positioning on the loan number with a zero
      * start date and reading forward while the loan matches.  Only
      * one forbearance is ever active on a loan - a new one ends
      * the old, as does booking a modification.
      *
      *   WO-PLAN-TYPE   'F' forbearance - for WO-START-DATE through
      *                      WO-END-DATE the borrower owes only
      *                      WO-PLAN-PAYMENT (zero for a full
      *                      suspension).  While it is in force the
      *                      delinquency batch (RRMBS208) charges no
      *                      late fee and cuts no collection record,
      *                      and the statement (RRMBS202) bills the
      *                      plan payment.
      *                  'M' permanent modification, keyed on its
      *                      effective date - booked once by
      *                      RRMBS220 onto the Loan Master (new rate,
      *                      term and principal plus any capitalized
      *                      arrears, payment re-amortized).  The
      *                      WO-OLD-/WO-NEW- figures are the loan
      *                      before and after the booking.
      *   WO-PLAN-STATUS 'A' active   - a forbearance agreed and not
      *                                 cancelled (in force only
      *                                 between its start and end
      *                                 dates)
      *                  'B' booked   - a modification applied to the
      *                                 Loan Master on WO-BOOKED-DATE
      *                  'X' ended    - a forbearance cancelled early;
      *                                 WO-END-DATE is the day it was
      *                                 ended
      *
      * Test for a forbearance in force:
      *     WO-FORBEARANCE AND WO-PLAN-ACTIVE
      *     AND WO-START-DATE NOT > today AND WO-END-DATE NOT < today
      *
       01 WORKOUT-PLAN-RECORD.
           05 WO-PLAN-KEY.
               10 WO-LOAN-NUMBER        PIC 9(4).
               10 WO-START-DATE         PIC 9(8).
           05 WO-PLAN-TYPE              PIC X.
               88 WO-FORBEARANCE            VALUE 'F'.
               88 WO-MODIFICATION           VALUE 'M'.
           05 WO-PLAN-STATUS            PIC X.
               88 WO-PLAN-ACTIVE            VALUE 'A'.
               88 WO-PLAN-BOOKED            VALUE 'B'.
               88 WO-PLAN-ENDED             VALUE 'X'.
           05 WO-END-DATE               PIC 9(8).
           05 WO-PLAN-PAYMENT           PIC 9(6)V99.
           05 WO-CAPITALIZED-ARREARS    PIC 9(6)V99.
           05 WO-OLD-PRINCIPAL          PIC 9(6)V99.
           05 WO-NEW-PRINCIPAL          PIC 9(6)V99.
           05 WO-OLD-RATE               PIC 9V9999.
           05 WO-NEW-RATE               PIC 9V9999.
           05 WO-OLD-TERM-MONTHS        PIC 9(3).
           05 WO-NEW-TERM-MONTHS        PIC 9(3).
           05 WO-OLD-PAYMENT            PIC 9(6)V99.
           05 WO-NEW-PAYMENT            PIC 9(6)V99.
           05 WO-BOOKED-DATE            PIC 9(8).
           05 WO-LAST-UPDATE-DATE       PIC 9(8).
           05 WO-LAST-RUN-ID            PIC X(8).
