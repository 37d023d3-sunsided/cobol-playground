      *----------------------------------------------------------
      * Member category layout - one record per member, keyed on
      * the MEMBER-ID, tying the member to a membership category
      * on the category catalog (CategoryCatalog, categories.cfg)
      * - junior, standard, family, senior, life, honorary and
      * whatever else the office sets up there. Kept by the 'T'
      * transaction on MaintainMember and the T action on
      * MemberScreen; a member with no record here has no
      * category and is priced by age bracket and status as
      * before. MEMCAT-SINCE is the date the category took
      * effect and MEMCAT-PRIOR-CODE the category it replaced.
      * COPY with REPLACING like the other record copybooks.
      *----------------------------------------------------------
       01  MEMCAT-RECORD.
           02 MEMCAT-MEMBER-ID  pic X(10).
           02 MEMCAT-CODE       pic X(6).
           02 MEMCAT-SINCE      pic X(8).
           02 MEMCAT-OPERATOR   pic X(8).
           02 MEMCAT-PRIOR-CODE pic X(6).
