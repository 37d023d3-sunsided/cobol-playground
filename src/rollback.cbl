      *    carry the source-file tag, so a re-added delete comes
      *    back with a blank source - the one field the trail
      *    cannot restore. Runs under the master update lock like
      *    every other updater. Once ConvertAudit has loaded the
      *    keyed audit history (AUDIT_HISTORY, audithist.dat) the
      *    transactions since the target are read from it along
      *    the date path rather than from the dated files.

       environment division.
       input-output section.
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
           select auditHistFile assign to dynamic auditHistPath
               organization is indexed
               access mode is dynamic
               record key is auditHistKey
               alternate record key is auditHistDateKey
               file status is auditHistStatus.
           select sortWorkFile assign to 'sortwork.tmp'.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
       fd  auditFile.
       01  auditFileRecord pic X(200).

       fd  auditHistFile.
           copy audithist
               replacing ==AUDHIST-RECORD==     by ==auditHistRecord==
                         ==AUDHIST-KEY==        by ==auditHistKey==
                         ==AUDHIST-MEMBER-ID==  by ==auditHistID==
                         ==AUDHIST-STAMP==      by ==auditHistStamp==
                         ==AUDHIST-SEQ==        by ==auditHistSeq==
                         ==AUDHIST-DATE-KEY==   by ==auditHistDateKey==
                         ==AUDHIST-DATE-STAMP== by ==auditHistDStamp==
                         ==AUDHIST-DATE-MEMBER== by ==auditHistDID==
                         ==AUDHIST-DATE-SEQ==   by ==auditHistDSeq==
                         ==AUDHIST-LINE==       by ==auditHistLine==.

       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortWorkStamp   pic X(15).
           88 sortDone           value 'Y'.
       01  targetText       pic X(14).
       01  targetStamp      pic X(14).
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  keyedHistorySwitch pic X value 'N'.
           88 keyedHistory       value 'Y'.
       01  historyScanSwitch pic X.
           88 historyScanDone    value 'Y'.
       01  runTimestamp     pic X(21).
       01  fromDayNumber    pic 9(8).
       01  toDayNumber      pic 9(8).
               on exception
                   continue
           end-accept
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp

      *    An 8-digit target means midnight at the start of that
           stop run.

       sort-input-procedure.
           perform open-keyed-history
           if keyedHistory
               perform read-dated-history
               close auditHistFile
               exit paragraph
           end-if
           perform varying loopDayNumber from fromDayNumber by 1
               until loopDayNumber > toDayNumber
               compute loopDateValue =
               end-if
           end-perform.

      *    The keyed audit history is only read once ConvertAudit
      *    has loaded the dated files into it and left its control
      *    record; until then the dated files are the whole story.
       open-keyed-history.
           move 'N' to keyedHistorySwitch
           open input auditHistFile
           if auditHistStatus not = '00'
               exit paragraph
           end-if
           move '*CONVERT*' to auditHistID
           move '00000000-000000' to auditHistStamp
           move 0 to auditHistSeq
           read auditHistFile
               invalid key
                   close auditHistFile
               not invalid key
                   set keyedHistory to true
           end-read.

      *    Everything from the target day on - release-audit-line
      *    drops what falls before the target moment itself.
       read-dated-history.
           move 'N' to historyScanSwitch
           move targetStamp(1:8) to auditHistDStamp
           move low-values to auditHistDID
           move 0 to auditHistDSeq
           start auditHistFile key is not less than auditHistDateKey
               invalid key
                   set historyScanDone to true
           end-start
           perform until historyScanDone
               read auditHistFile next record
                   at end
                       set historyScanDone to true
                   not at end
                       move auditHistLine to auditFileRecord
                       perform release-audit-line
               end-read
           end-perform.

      *    Only transactions stamped after the target moment are
      *    reversed - the stamp's '-' drops out so the comparison
      *    is digit against digit.
