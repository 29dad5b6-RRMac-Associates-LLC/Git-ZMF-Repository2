      *       monthly remittance; blank means house-owned and no
      *       table lookup is made - unlike the product code there
      *       is nothing to derive from the table at origination
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - payment-history records write the returned-item
      *       columns (PH-RETURNED-DATE/PH-REVERSES-DATE, rrmbc205)
      *       as zero - a scheduled pass moves no money and is never
      *       backed out by the RRMBS218 returned-item batch
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * A scheduled amortization pass collects no late fees - only
      * RRMBS200 actual postings carry fee dollars here.
           MOVE ZERO                     TO PH-LATE-FEE-AMOUNT.
           MOVE ZERO                     TO PH-RETURNED-DATE.
           MOVE ZERO                     TO PH-REVERSES-DATE.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYMENT-HISTORY-RECORD
