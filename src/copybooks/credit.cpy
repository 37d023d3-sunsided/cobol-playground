      *----------------------------------------------------------
      * Member credit-balance layout - one record per member,
      * keyed on the MEMBER-ID, for a member whose payments
      * ledger total paid has gone above the billed dues on the
      * receivables file. CreditRefund finds the credit and
      * records the office's decision on it; BillDues takes a
      * carry-forward off the member's next bill. CREDIT-STATUS
      * is 'O' open (found, no decision yet), 'F' refund
      * requested, 'C' carried forward to the next bill or 'A'
      * applied to a bill. CREDIT-LEDGER-PAID is the ledger total
      * paid the credit was worked out from, so a decision whose
      * J adjustment PostPayments has not yet posted is not found
      * again as a new credit. CREDIT-AMOUNT is the credit found,
      * and for a carry-forward what is still to come off a bill;
      * CREDIT-APPLIED-AMOUNT is what the bill of
      * CREDIT-APPLIED-DATE took, so a BillDues re-run re-prices
      * the same credit instead of spending it twice. COPY with
      * REPLACING like the other record copybooks.
      *----------------------------------------------------------
       01  CREDIT-RECORD.
           02 CREDIT-MEMBER-ID      pic X(10).
           02 CREDIT-STATUS         pic X.
           02 CREDIT-AMOUNT         pic 9(7)v99.
           02 CREDIT-FOUND-DATE     pic X(8).
           02 CREDIT-LEDGER-PAID    pic 9(9)v99.
           02 CREDIT-DECIDED-DATE   pic X(8).
           02 CREDIT-OPERATOR       pic X(8).
           02 CREDIT-APPLIED-AMOUNT pic 9(7)v99.
           02 CREDIT-APPLIED-DATE   pic X(8).
