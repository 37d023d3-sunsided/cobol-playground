      *    each add/change/delete/status change with its timestamp
      *    and before/after values. HIST_ID narrows the report to
      *    one fileID; left blank it covers the whole master.
      *    Each line names the operator who made the change and,
      *    for a delete, cancellation or merge that went through
      *    the approval queue, the operator who approved it.
      *    Once ConvertAudit has loaded the keyed audit history
      *    (AUDIT_HISTORY, audithist.dat) the run reads that
      *    instead - one keyed start on the fileID when HIST_ID is
      *    given, a start on the date path otherwise - and only
      *    walks the dated files day by day while it is not there.

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
           select reportFile assign to dynamic reportFileName
               organization is line sequential
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
           02 sortWorkID      pic X(10).
       working-storage section.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  keyedHistorySwitch pic X value 'N'.
           88 keyedHistory       value 'Y'.
       01  historyScanSwitch pic X.
           88 historyScanDone    value 'Y'.
       01  reportFileName   pic X(100) value 'audithist.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
       01  histAfterStatus  pic X.
       01  histAfterStatDate pic X(8).
       01  histOperator     pic X(8).
       01  histApprover     pic X(8).
       01  breakID          pic X(10) value spaces.
       01  firstRecordSwitch pic X value 'Y'.
           88 firstRecord        value 'Y'.
               on exception
                   continue
           end-accept
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept
           if fromDateText is not numeric
               or toDateText is not numeric
               display 'Error: HIST_FROM/HIST_TO must be YYYYMMDD'
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           if keyedHistory
               string changesReported ' change(s) from the keyed'
                      ' audit history'
                   into reportLine
               end-string
           else
               string changesReported ' change(s) from '
                      filesRead ' audit file(s)'
                   into reportLine
               end-string
           end-if
           perform write-report-line
           close reportFile

      *    One pass per day in the range - a day with no audit
      *    file (nothing ran) is quietly skipped.
       sort-input-procedure.
           perform open-keyed-history
           if keyedHistory
               if selectedID not = spaces
                   perform read-member-history
               else
                   perform read-dated-history
               end-if
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

      *    One member's lines in the range - the stamp's date is
      *    its first eight bytes, so a start on the from-date finds
      *    the first line of the day.
       read-member-history.
           move 'N' to historyScanSwitch
           move selectedID to auditHistID
           move fromDateText to auditHistStamp
           move 0 to auditHistSeq
           start auditHistFile key is not less than auditHistKey
               invalid key
                   set historyScanDone to true
           end-start
           perform until historyScanDone
               read auditHistFile next record
                   at end
                       set historyScanDone to true
                   not at end
                       if auditHistID not = selectedID
                           or auditHistStamp(1:8) > toDateText
                           set historyScanDone to true
                       else
                           move auditHistLine to auditFileRecord
                           perform release-audit-line
                       end-if
               end-read
           end-perform.

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
                           perform release-audit-line
                       end-if
               end-read
           end-perform.

       release-audit-line.
           move spaces to histStamp
           move spaces to histID
           move space to histAfterStatus
           move spaces to histAfterStatDate
           move spaces to histOperator
           move spaces to histApprover
           unstring sortWorkLine delimited by ','
               into histStamp histAction histID
                    histBeforeName histBeforeAge histBeforeDOB
                    histBeforeStatus histBeforeStatDate
                    histAfterName histAfterAge histAfterDOB
                    histAfterStatus histAfterStatDate
                    histOperator histApprover
           end-unstring

           if firstRecord or sortWorkID not = breakID
                   into reportLine
               end-string
           end-if
      *    A dual-control change also names the second operator.
           if histApprover not = spaces
               move reportLine to operWorkLine
               move spaces to reportLine
               string function trim(operWorkLine trailing)
                      ' approved by ' function trim(histApprover)
                   into reportLine
               end-string
           end-if
           perform write-report-line
           add 1 to changesReported.

