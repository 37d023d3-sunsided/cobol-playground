      *----------------------------------------------------------
      * Keyed audit history layout - one record per member audit
      * line, keyed on the MEMBER-ID, the line's own stamp
      * (YYYYMMDD-HHMMSS, as on the dated auditYYYYMMDD.dat
      * files) and a sequence within the stamp, so one member's
      * history is a single keyed start. AUDHIST-DATE-KEY carries
      * the same three values stamp first and is the alternate
      * key - the path the date-range readers take. AUDHIST-LINE
      * is the audit line exactly as the writer put it on the
      * dated file, so every reader unstrings it as before. The
      * control record keyed '*CONVERT*' with an all-zero stamp
      * is written by ConvertAudit once the dated files are
      * loaded; until it is there the readers keep to the dated
      * files. COPY with REPLACING like the other record copybooks.
      *----------------------------------------------------------
       01  AUDHIST-RECORD.
           02 AUDHIST-KEY.
              03 AUDHIST-MEMBER-ID  pic X(10).
              03 AUDHIST-STAMP      pic X(15).
              03 AUDHIST-SEQ        pic 9(4).
           02 AUDHIST-DATE-KEY.
              03 AUDHIST-DATE-STAMP  pic X(15).
              03 AUDHIST-DATE-MEMBER pic X(10).
              03 AUDHIST-DATE-SEQ    pic 9(4).
           02 AUDHIST-LINE          pic X(200).
