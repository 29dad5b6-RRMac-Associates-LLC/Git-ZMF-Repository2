      *       it.  Spaces means house-owned.  Stamped at origination
      *       (RRMBS196 card), boarding (RRMBS214), or keyed on the
      *       LNMT screen.  VSAM-side only, like the fields above.
      *
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - added LM-CLOSEOUT-DATE: the cycle date the payoff
      *       closeout batch (RRMBS221) refunded the loan's payoff
      *       excess and escrow and issued the lien release.  Zero
      *       on a closed ('C') loan means the closeout is still to
      *       come; non-zero means it is done and must never be
      *       repeated - RRMBS221 skips it and RRMBS218 will no
      *       longer reverse its payoff.  VSAM-side only; spaces on
      *       pre-conversion records are treated as zero.
      *
       01 LOAN-MASTER-RECORD.
           05 LM-LOAN-NUMBER            PIC 9(4).
           05 LM-LATE-FEE-BALANCE        PIC 9(6)V99.
           05 LM-LATE-FEE-ASSESSED-DATE  PIC 9(8).
           05 LM-INVESTOR-CODE           PIC X(3).
           05 LM-CLOSEOUT-DATE           PIC 9(8).
