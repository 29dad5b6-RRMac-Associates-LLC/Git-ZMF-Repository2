      *
      * RRMBC225 - Past-due notice history record
      * by RRMAC Associates LLC on 15 Oct 2026
      *
      * The notice-history file (NOTCHIST), keyed on loan number plus
      * the due date the delinquency is measured from (NH-NOTICE-KEY
      * - the loan's LM-NEXT-DUE-DATE while it is behind).  One
      * record per delinquency episode: the first notice written for
      * a missed due date creates it, and each later notice for the
      * same episode stamps its own date.  A payment that advances
      * the due date starts a new episode under a new key, so every
      * notice goes out once per episode and the record left behind
      * proves when each went out.
      *
      * Written by the notice batch (RRMBS224).  The delinquency
      * batch (RRMBS208) reads it before cutting a collections
      * extract - a loan is referred only once NH-BREACH-DATE is at
      * least 30 days old.  A zero date means that notice has not
      * been sent.
      *
      *   NH-LATE-NOTICE-DATE   late notice (past the grace period)
      *   NH-EARLY-NOTICE-DATE  early-intervention notice (mailed
      *                         by the 45th day of delinquency)
      *   NH-BREACH-DATE        breach/demand letter, with the cure
      *                         date and total amount it demanded
      *
       01 NOTICE-HISTORY-RECORD.
           05 NH-NOTICE-KEY.
               10 NH-LOAN-NUMBER        PIC 9(4).
               10 NH-DUE-DATE           PIC 9(8).
           05 NH-BORROWER-ID            PIC X(8).
           05 NH-LATE-NOTICE-DATE       PIC 9(8).
           05 NH-EARLY-NOTICE-DATE      PIC 9(8).
           05 NH-BREACH-DATE            PIC 9(8).
           05 NH-BREACH-CURE-DATE       PIC 9(8).
           05 NH-BREACH-AMOUNT-DUE      PIC 9(7)V99.
           05 NH-LAST-RUN-ID            PIC X(8).
           05 FILLER                    PIC X(11).
