      * style; joined in by the statement and letter runs so what
      * they print can actually be delivered. COPY with REPLACING
      * like the other record copybooks.
      * CONTACT-BAD-ADDRESS is 'Y' once the post office has sent
      * mail back undeliverable (ReturnedMail), with the date of
      * the first return still outstanding, the office's return
      * reason and how many pieces have come back; the mailing
      * runs skip the address until MaintainContact changes it,
      * which clears all four. ConvertContact rebuilds a contact
      * file written before these fields were added.
      *----------------------------------------------------------
       01  CONTACT-RECORD.
           02 CONTACT-MEMBER-ID pic X(10).
           02 CONTACT-POSTAL    pic X(10).
           02 CONTACT-PHONE     pic X(15).
           02 CONTACT-EMAIL     pic X(40).
           02 CONTACT-BAD-ADDRESS pic X.
           02 CONTACT-BAD-DATE  pic X(8).
           02 CONTACT-BAD-REASON pic X(20).
           02 CONTACT-RETURN-COUNT pic 99.
