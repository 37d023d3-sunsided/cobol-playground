      *----------------------------------------------------------
      * Direct-debit mandate layout - one record per member, keyed
      * on the MEMBER-ID, carrying the bank account the member has
      * signed over for automatic dues collection, the mandate
      * reference the bank knows it by, the date it was signed and
      * its status: 'A' active, 'S' suspended after repeated
      * failed collections, 'C' cancelled. MaintainMandate keeps
      * it by transaction; DebitCollect collects against active
      * mandates; DebitReturns counts the bank's unpaid items
      * against MANDATE-FAIL-COUNT and suspends a mandate that
      * keeps failing. COPY with REPLACING like the other record
      * copybooks.
      *----------------------------------------------------------
       01  MANDATE-RECORD.
           02 MANDATE-MEMBER-ID     pic X(10).
           02 MANDATE-SORT-CODE     pic X(8).
           02 MANDATE-ACCOUNT-NO    pic X(20).
           02 MANDATE-ACCOUNT-NAME  pic X(30).
           02 MANDATE-REFERENCE     pic X(18).
           02 MANDATE-SIGNED-DATE   pic X(8).
           02 MANDATE-STATUS        pic X.
           02 MANDATE-STATUS-DATE   pic X(8).
           02 MANDATE-FAIL-COUNT    pic 99.
           02 MANDATE-LAST-COLLECT  pic X(8).
           02 MANDATE-LAST-RETURN   pic X(4).
