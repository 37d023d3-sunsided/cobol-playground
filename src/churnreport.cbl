      *    record was active when it went. A merge's delete of an
      *    active member shows up as a loss here - the audit
      *    trail does not mark it apart, and the merged ID really
      *    did leave the rolls. Once ConvertAudit has loaded the
      *    keyed audit history (AUDIT_HISTORY, audithist.dat) the
      *    range is read from it along the date path instead of
      *    opening the dated files one day at a time.

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
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is dynamic
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

       fd  masterFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==masterFileRecord==
       working-storage section.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  keyedHistorySwitch pic X value 'N'.
           88 keyedHistory       value 'Y'.
       01  historyScanSwitch pic X.
           88 historyScanDone    value 'Y'.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  reportFileName   pic X(100) value 'churn.rpt'.
               on exception
                   continue
           end-accept
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept
           if fromDateText is not numeric
               or toDateText is not numeric
               display 'Error: CHURN_FROM/CHURN_TO must be YYYYMMDD'

           perform count-master-records

           perform open-keyed-history
           if keyedHistory
               perform read-dated-history
               close auditHistFile
           else
               perform walk-dated-audit-files
           end-if

           perform print-churn-report

           if keyedHistory
               string 'ChurnReport complete - ' changesClassified
                      ' change(s) from the keyed audit history'
                   into logMessage
               end-string
           else
               string 'ChurnReport complete - ' changesClassified
                      ' change(s) from ' filesRead ' audit file(s)'
                   into logMessage
               end-string
           end-if
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.
           end-perform
           close masterFile.

      *    One pass per day in the range, the way AuditHistory
      *    walks the dated files.
       walk-dated-audit-files.
           perform varying loopDayNumber from fromDayNumber by 1
               until loopDayNumber > toDayNumber
               compute loopDateValue =
                   function date-of-integer(loopDayNumber)
               move spaces to auditFileName
               string 'audit' loopDateValue '.dat'
                   into auditFileName
               end-string
               open input auditFile
               if auditFileStatus = '00'
                   add 1 to filesRead
                   move 'N' to endOfFile
                   perform until eof
                       read auditFile into auditFileRecord
                           at end
                               set eof to true
                           not at end
                               perform classify-one-change
                       end-read
                   end-perform
                   close auditFile
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

      *    The date path reads the range in stamp order, the order
      *    the months fill in.
       read-dated-history.
           move 'N' to historyScanSwitch
           move fromDateText to auditHistDStamp
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
                       if auditHistDStamp(1:8) > toDateText
                           set historyScanDone to true
                       else
                           move auditHistLine to auditFileRecord
                           perform classify-one-change
                       end-if
               end-read
           end-perform.

       classify-one-change.
           move spaces to histStamp
           move space to histAction
