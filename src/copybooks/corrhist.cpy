      *----------------------------------------------------------
      * Correspondence history layout - one record per letter
      * sent, keyed on member, date and a sequence number within
      * the day, so every letter a member was ever written sits
      * together in date order. Written through CorrLog by every
      * run that produces letters - MemberLetters, AgeDebtors,
      * MemberStatement - and read back by CorrInquiry for "did
      * we ever write to them?". CORR-LETTER is the letter type
      * (WELCOME, WELCBACK, LAPSE, CANCEL, ADDRESS, LAPSEWRN,
      * STMT ...), CORR-PRINT-FILE the print file the letter went
      * out in. COPY with REPLACING like the other record copybooks.
      *----------------------------------------------------------
       01  CORR-RECORD.
           02 CORR-KEY.
              03 CORR-MEMBER-ID pic X(10).
              03 CORR-DATE      pic X(8).
              03 CORR-SEQUENCE  pic 9(3).
           02 CORR-LETTER       pic X(8).
           02 CORR-PROGRAM      pic X(15).
           02 CORR-PRINT-FILE   pic X(60).
           02 CORR-SUBJECT      pic X(40).
