      *----------------------------------------------------------
      * Dual-control approval queue layout - one record per
      * destructive change waiting on a second operator, keyed on
      * the moment it was requested and a sequence within the
      * requesting run. MaintainMember (D transactions and
      * cancellations), MemberScreen (deletes) and MergeMember
      * (merge pairs) queue the change here instead of applying
      * it; ApproveQueue lets a different operator with approval
      * authority approve or reject it, and the requesting
      * program applies approved items at the start of its next
      * run through the normal audited path. ApprovalExpiry
      * expires items left pending too long. APPR-TYPE is 'D'
      * delete, 'C' cancel or 'M' merge; for a merge
      * APPR-MEMBER-ID is the survivor and APPR-OTHER-ID the
      * fileID merged away. APPR-STATE is 'P' pending, 'A'
      * approved, 'R' rejected, 'X' expired, 'D' done (applied)
      * or 'F' failed when applied. APPR-NOTE carries the
      * reviewer's reason for a rejection or why an approved
      * item could not be applied. COPY with REPLACING like the
      * other record copybooks.
      *----------------------------------------------------------
       01  APPROVAL-RECORD.
           02 APPR-KEY.
              03 APPR-STAMP      pic X(14).
              03 APPR-SEQ        pic 9(4).
           02 APPR-TYPE          pic X.
           02 APPR-PROGRAM       pic X(15).
           02 APPR-MEMBER-ID     pic X(10).
           02 APPR-OTHER-ID      pic X(10).
           02 APPR-EFFECTIVE     pic X(8).
           02 APPR-MEMBER-NAME   pic X(40).
           02 APPR-REQUESTED-BY  pic X(8).
           02 APPR-STATE         pic X.
           02 APPR-REVIEWED-BY   pic X(8).
           02 APPR-REVIEWED-AT   pic X(14).
           02 APPR-APPLIED-AT    pic X(14).
           02 APPR-NOTE          pic X(40).
