      *----------------------------------------------------------
      * Membership card layout - one record per member, keyed on
      * the MEMBER-ID, for the card the member currently holds.
      * CardIssue keeps it: a reissue overwrites the record with
      * the new card, so the old number is dead the moment the
      * replacement is cut. CARD-NUMBER is the fileID followed
      * by the two-digit issue sequence (CARD-ISSUE-COUNT), so a
      * lost card and its replacement never share a number.
      * CARD-ISSUE-REASON is 'N' new member, 'M' name change,
      * 'R' reinstatement, 'E' expiry renewal, 'L' lost or
      * stolen, 'D' damaged or 'I' office reissue. CARD-STATUS
      * is 'A' active or 'V' void - a lapsed, cancelled or
      * deleted member's card is voided with CARD-VOID-DATE, not
      * removed. CARD-NAME is the name as printed on the card.
      * COPY with REPLACING like the other record copybooks.
      *----------------------------------------------------------
       01  CARD-RECORD.
           02 CARD-MEMBER-ID    pic X(10).
           02 CARD-NUMBER       pic X(12).
           02 CARD-ISSUE-DATE   pic X(8).
           02 CARD-EXPIRY-DATE  pic X(8).
           02 CARD-ISSUE-REASON pic X.
           02 CARD-STATUS       pic X.
           02 CARD-VOID-DATE    pic X(8).
           02 CARD-NAME         pic X(40).
           02 CARD-ISSUE-COUNT  pic 99.
