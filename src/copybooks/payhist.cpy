      *----------------------------------------------------------
      * Payment history layout - one record per payment, reversal
      * and adjustment that reaches the payments ledger, keyed on
      * the MEMBER-ID, the posting run's timestamp and a sequence
      * within the run, so a member's items read back in the order
      * they posted. The ledger only carries running totals; this
      * file is the itemized story behind them. PostPayments and
      * RecycleSuspense write it, the year-end receipt run reads
      * it. PAYHIST-TYPE is 'P' payment, 'R' reversal or 'J'
      * adjustment - amounts are always positive and the type
      * says which way the money went. 'O' is the opening balance
      * ConvertPayHist loads once from the ledger for the money
      * paid before this file came in, keyed on an all-zero
      * stamp; it is no payment of its own and only counts
      * toward the ledger tie. PAYHIST-REFERENCE carries
      * whatever the posting program knows about where the item
      * came from (the suspended fileID for a resolved suspense
      * item, for instance). COPY with REPLACING like the other
      * record copybooks.
      *----------------------------------------------------------
       01  PAYHIST-RECORD.
           02 PAYHIST-KEY.
              03 PAYHIST-MEMBER-ID pic X(10).
              03 PAYHIST-STAMP     pic X(14).
              03 PAYHIST-SEQ       pic 9(6).
           02 PAYHIST-TYPE        pic X.
           02 PAYHIST-AMOUNT      pic 9(7)v99.
           02 PAYHIST-PAY-DATE    pic X(8).
           02 PAYHIST-PROGRAM     pic X(15).
           02 PAYHIST-REFERENCE   pic X(20).
