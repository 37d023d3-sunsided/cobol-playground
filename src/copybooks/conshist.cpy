      *----------------------------------------------------------
      * Consent history layout - one record per consent given or
      * withdrawn, keyed on the MEMBER-ID, the timestamp the
      * change was applied and a sequence within the run, so a
      * member's consents read back in the order they happened.
      * CONSHIST-ITEM is 'C' preferred channel or 'M' marketing;
      * the old and new values use the register's codes (see
      * consent.cpy). CONSHIST-GIVEN is the date the member gave
      * the consent and CONSHIST-SOURCE where it came from -
      * the evidence ConsentReport shows a regulator. Never
      * rewritten or deleted. COPY with REPLACING like the other
      * record copybooks.
      *----------------------------------------------------------
       01  CONSHIST-RECORD.
           02 CONSHIST-KEY.
              03 CONSHIST-MEMBER-ID pic X(10).
              03 CONSHIST-STAMP     pic X(15).
              03 CONSHIST-SEQUENCE  pic 9(4).
           02 CONSHIST-ITEM         pic X.
           02 CONSHIST-OLD-VALUE    pic X.
           02 CONSHIST-NEW-VALUE    pic X.
           02 CONSHIST-GIVEN        pic X(8).
           02 CONSHIST-SOURCE       pic X(10).
           02 CONSHIST-OPERATOR     pic X(8).
