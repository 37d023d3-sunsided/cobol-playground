      *----------------------------------------------------------
      * Member branch layout - one record per member, keyed on
      * the MEMBER-ID, naming the regional branch that owns the
      * member. A member with no record here belongs to head
      * office ('HO'), so the file only has to carry the members
      * the branches look after. Kept through BranchOwner - the
      * 'B' transfer transaction on MaintainMember moves a member
      * between branches, and a branch operator's new members are
      * assigned to their branch as they are added. MBRBR-SINCE
      * is the date the member came to the branch and
      * MBRBR-PRIOR-CODE the branch that had them before.
      * COPY with REPLACING like the other record copybooks.
      *----------------------------------------------------------
       01  MBRBR-RECORD.
           02 MBRBR-MEMBER-ID  pic X(10).
           02 MBRBR-CODE       pic X(4).
           02 MBRBR-SINCE      pic X(8).
           02 MBRBR-OPERATOR   pic X(8).
           02 MBRBR-PRIOR-CODE pic X(4).
