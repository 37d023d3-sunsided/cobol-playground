      *----------------------------------------------------------
      * Contact-preference and consent register layout - one
      * record per member, keyed on the MEMBER-ID, holding how
      * the member wants to be contacted and whether they agreed
      * to marketing, each with the date the member gave it and
      * where it came from (FORM, WEB, PHONE, EMAIL, AGM ...).
      * CONSENT-CHANNEL is 'P' post, 'E' email or 'N' none;
      * CONSENT-MARKETING is 'I' opted in, 'O' opted out or
      * blank when the member was never asked. Maintained by
      * MaintainConsent, which also writes every change to the
      * consent history (conshist.cpy); read through
      * ConsentCheck by the mailing runs. A member with no
      * record is mailed by post as before. COPY with REPLACING
      * like the other record copybooks.
      *----------------------------------------------------------
       01  CONSENT-RECORD.
           02 CONSENT-MEMBER-ID      pic X(10).
           02 CONSENT-CHANNEL        pic X.
           02 CONSENT-CHANNEL-DATE   pic X(8).
           02 CONSENT-CHANNEL-SOURCE pic X(10).
           02 CONSENT-MARKETING      pic X.
           02 CONSENT-MARKETING-DATE pic X(8).
           02 CONSENT-MARKETING-SOURCE pic X(10).
           02 CONSENT-OPERATOR       pic X(8).
           02 CONSENT-UPDATED        pic X(8).
