      *----------------------------------------------------------
      * Corporate sponsorship cross-reference layout - one record
      * per sponsored member, keyed on the MEMBER-ID, carrying the
      * corporate account that pays the member's dues. A member
      * is sponsored by at most one account; moving a member to
      * another employer rewrites the record. COPY with REPLACING
      * like the other record copybooks.
      *----------------------------------------------------------
       01  CORPXREF-RECORD.
           02 CXREF-MEMBER-ID  pic X(10).
           02 CXREF-CORP-ID    pic X(10).
