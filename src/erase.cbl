      *    file touched lands on the certificate-of-erasure report
      *    (ERASE_REPORT, erasure.rpt) with its record count. Runs
      *    under the master update lock like every other updater.
      *    The member's lines on the keyed audit history
      *    (AUDIT_HISTORY, audithist.dat) are anonymized in place
      *    the same way, found with one keyed start on the fileID;
      *    once ConvertAudit has loaded that file the lines also
      *    say which days the member appears on, and only those
      *    dated member audit files are rebuilt instead of every
      *    day in the range. The contact audit files are not on
      *    the keyed history and are still walked day by day.
      *    The name printed on the member's card (CARD_FILE,
      *    cards.dat) becomes ERASED; the direct-debit mandate
      *    (DD_MANDATES, ddmandate.dat) loses its sort code,
      *    account number and account name and is cancelled,
      *    since nothing can be collected against it any more;
      *    and every dual-control item on the approval queue
      *    (APPROVAL_QUEUE, approval.dat) for the member has the
      *    name it was queued under replaced by ERASED.

       environment division.
       input-output section.
           select textOutFile assign to dynamic textOutPath
               organization is line sequential
               file status is textOutStatus.
           select auditHistFile assign to dynamic auditHistPath
               organization is indexed
               access mode is dynamic
               record key is auditHistKey
               alternate record key is auditHistDateKey
               file status is auditHistStatus.
           select cardFile assign to dynamic cardFilePath
               organization is indexed
               access mode is dynamic
               record key is cardMemberID
               file status is cardFileStatus.
           select mandateFile assign to dynamic mandateFilePath
               organization is indexed
               access mode is dynamic
               record key is mandateMemberID
               file status is mandateFileStatus.
           select approvalFile assign to dynamic approvalFilePath
               organization is indexed
               access mode is dynamic
               record key is approvalKey
               file status is approvalFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
       fd  textOutFile.
       01  textOutRecord pic X(255).

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

       fd  cardFile.
           copy card
               replacing ==CARD-RECORD==       by ==cardRecord==
                         ==CARD-MEMBER-ID==    by ==cardMemberID==
                         ==CARD-NUMBER==       by ==cardNumber==
                         ==CARD-ISSUE-DATE==   by ==cardIssueDate==
                         ==CARD-EXPIRY-DATE==  by ==cardExpiryDate==
                         ==CARD-ISSUE-REASON== by ==cardIssueReason==
                         ==CARD-STATUS==       by ==cardStatus==
                         ==CARD-VOID-DATE==    by ==cardVoidDate==
                         ==CARD-NAME==         by ==cardName==
                         ==CARD-ISSUE-COUNT==  by ==cardIssueCount==.

       fd  mandateFile.
           copy ddmandate
               replacing ==MANDATE-RECORD==    by ==mandateRecord==
                         ==MANDATE-MEMBER-ID== by ==mandateMemberID==
                         ==MANDATE-SORT-CODE== by ==mandateSortCode==
                         ==MANDATE-ACCOUNT-NO==
                                           by ==mandateAccountNo==
                         ==MANDATE-ACCOUNT-NAME==
                                           by ==mandateAccountName==
                         ==MANDATE-REFERENCE== by ==mandateReference==
                         ==MANDATE-SIGNED-DATE==
                                           by ==mandateSignedDate==
                         ==MANDATE-STATUS-DATE==
                                           by ==mandateStatusDate==
                         ==MANDATE-STATUS==    by ==mandateStatus==
                         ==MANDATE-FAIL-COUNT==
                                           by ==mandateFailCount==
                         ==MANDATE-LAST-COLLECT==
                                           by ==mandateLastCollect==
                         ==MANDATE-LAST-RETURN==
                                           by ==mandateLastReturn==.

       fd  approvalFile.
           copy approval
               replacing ==APPROVAL-RECORD==   by ==approvalRecord==
                         ==APPR-KEY==          by ==approvalKey==
                         ==APPR-STAMP==        by ==approvalStamp==
                         ==APPR-SEQ==          by ==approvalSeq==
                         ==APPR-TYPE==         by ==approvalType==
                         ==APPR-PROGRAM==      by ==approvalProgram==
                         ==APPR-MEMBER-ID==    by ==approvalMemberID==
                         ==APPR-OTHER-ID==     by ==approvalOtherID==
                         ==APPR-EFFECTIVE==    by ==approvalEffective==
                         ==APPR-MEMBER-NAME==  by ==approvalMemberName==
                         ==APPR-REQUESTED-BY== by ==approvalRequester==
                         ==APPR-STATE==        by ==approvalState==
                         ==APPR-REVIEWED-BY==  by ==approvalReviewedBy==
                         ==APPR-REVIEWED-AT==  by ==approvalReviewedAt==
                         ==APPR-APPLIED-AT==   by ==approvalAppliedAt==
                         ==APPR-NOTE==         by ==approvalNote==.

       fd  reportFile.
       01  reportFileRecord pic X(132).

       01  archiveFileStatus pic XX.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  cardFilePath     pic X(100) value 'cards.dat'.
       01  cardFileStatus   pic XX.
       01  mandateFilePath  pic X(100) value 'ddmandate.dat'.
       01  mandateFileStatus pic XX.
       01  approvalFilePath pic X(100) value 'approval.dat'.
       01  approvalFileStatus pic XX.
       01  approvalScanSwitch pic X.
           88 approvalScanDone   value 'Y'.
       01  rejectFilePath   pic X(100) value 'reject.dat'.
       01  carryFilePath    pic X(100) value 'reject.new'.
       01  textInPath       pic X(100).
           88 notEof             value 'N'.
       01  lineTouchedSwitch pic X.
           88 lineTouched        value 'Y'.
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  keyedHistorySwitch pic X value 'N'.
           88 keyedHistory       value 'Y'.
       01  historyScanSwitch pic X.
           88 historyScanDone    value 'Y'.
       01  auditWorkLine    pic X(255).
      *    The days the member's keyed lines fall on, in stamp
      *    order - past a thousand the sweep simply walks them all.
       01  auditDayTable.
           02 auditDay occurs 1000 times pic X(8).
       01  auditDayCount    pic 9(4) value 0.
       01  auditDayIndex    pic 9(4).
       01  auditDayText     pic X(8).
       01  auditDayOverflowSwitch pic X value 'N'.
           88 auditDaysOverflowed value 'Y'.
       01  auditDaySwitch   pic X.
           88 auditDayListed     value 'Y'.
       01  fileTouchedCount pic 9(6).
       01  filesTouched     pic 9(4) value 0.
       01  totalFieldsErased pic 9(6) value 0.
       01  histAfterStatus  pic X.
       01  histAfterStatDate pic X(8).
       01  histOperator     pic X(8).
      *    Dual control's second operator, on D/C lines only.
       01  histApprover     pic X(8).
       01  approverPointer  pic 9(3).
      *    Contact-audit fields - stamp,action,id,before,after,oper.
       01  contStamp        pic X(15).
       01  contAction       pic X.
               on exception
                   continue
           end-accept
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept
           accept cardFilePath from environment 'CARD_FILE'
               on exception
                   continue
           end-accept
           accept mandateFilePath from environment 'DD_MANDATES'
               on exception
                   continue
           end-accept
           accept approvalFilePath from environment 'APPROVAL_QUEUE'
               on exception
                   continue
           end-accept

           if eraseID = spaces
               display 'Error: ERASE_ID names the member to erase'
           perform erase-reject-style-file
           move carryFilePath to textInPath
           perform erase-reject-style-file
           perform erase-keyed-history
           perform erase-card-record
           perform erase-mandate-record
           perform erase-approval-queue
           perform sweep-audit-files

           move all '-' to reportLine
               string 'audit' loopDateValue '.dat'
                   into textInPath
               end-string
               perform check-audit-day
               if auditDayListed
                   perform erase-member-audit-file
               end-if
               move spaces to textInPath
               string 'contaud' loopDateValue '.dat'
                   into textInPath
      *    ages, status bytes and operator stay, so AuditHistory
      *    and the churn counts still see the transaction.
       erase-one-audit-line.
           move textInRecord to auditWorkLine
           perform anonymize-audit-line
           if lineTouched
               add 1 to fileTouchedCount
           end-if
           move auditWorkLine to textOutRecord
           write textOutRecord.

       anonymize-audit-line.
           move 'N' to lineTouchedSwitch
           move spaces to histStamp
           move space to histAction
           move spaces to histID
           move space to histAfterStatus
           move spaces to histAfterStatDate
           move spaces to histOperator
           move spaces to histApprover
           unstring auditWorkLine delimited by ','
               into histStamp histAction histID
                    histBeforeName histBeforeAge histBeforeDOB
                    histBeforeStatus histBeforeStatDate
                    histAfterName histAfterAge histAfterDOB
                    histAfterStatus histAfterStatDate
                    histOperator histApprover
           end-unstring
           if histID not = eraseID
               exit paragraph
           end-if
           if histBeforeName not = spaces
           end-if
           move spaces to histBeforeDOB
           move spaces to histAfterDOB
           move spaces to auditWorkLine
           string
               function trim(histStamp) ','
               histAction delimited by size ','
               function trim(histAfterStatDate)
                   delimited by size ','
               function trim(histOperator) delimited by size
               into auditWorkLine
           end-string
           if histApprover not = spaces
               compute approverPointer = function length(
                   function trim(auditWorkLine trailing)) + 1
               string ',' delimited by size
                      histApprover delimited by space
                   into auditWorkLine with pointer approverPointer
               end-string
           end-if
           set lineTouched to true.

       erase-contact-audit-file.
           move 0 to fileTouchedCount
           add 1 to fileTouchedCount
           write textOutRecord.

      *    The keyed file is anonymized whether or not it has been
      *    converted - whatever it holds, it holds the member.
       erase-keyed-history.
           move 'N' to keyedHistorySwitch
           move 0 to fileTouchedCount
           open i-o auditHistFile
           if auditHistStatus not = '00'
               exit paragraph
           end-if
           move '*CONVERT*' to auditHistID
           move '00000000-000000' to auditHistStamp
           move 0 to auditHistSeq
           read auditHistFile
               not invalid key
                   set keyedHistory to true
           end-read
           move 'N' to historyScanSwitch
           move eraseID to auditHistID
           move spaces to auditHistStamp
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
                       if auditHistID not = eraseID
                           set historyScanDone to true
                       else
                           perform erase-one-history-record
                       end-if
               end-read
           end-perform
           close auditHistFile
           move spaces to reportLine
           if fileTouchedCount = 0
               string function trim(auditHistPath)
                      ' - fileID not on file'
                   into reportLine
               end-string
           else
               add 1 to filesTouched
               add fileTouchedCount to totalFieldsErased
               string function trim(auditHistPath) ' - '
                      fileTouchedCount ' line(s) anonymized'
                   into reportLine
               end-string
           end-if
           perform write-report-line.

       erase-one-history-record.
           move auditHistLine to auditWorkLine
           perform anonymize-audit-line
           if lineTouched
               move auditWorkLine to auditHistLine
               rewrite auditHistRecord
               add 1 to fileTouchedCount
           end-if
           move auditHistStamp(1:8) to auditDayText
           if auditDayCount > 0
               and auditDay(auditDayCount) = auditDayText
               exit paragraph
           end-if
           if auditDayCount >= 1000
               set auditDaysOverflowed to true
               exit paragraph
           end-if
           add 1 to auditDayCount
           move auditDayText to auditDay(auditDayCount).

      *    The card keeps its number, dates and status so a
      *    replacement still numbers on from it - only the printed
      *    name goes.
       erase-card-record.
           open i-o cardFile
           if cardFileStatus not = '00'
               move cardFilePath to textOutPath
               perform report-file-unavailable
               exit paragraph
           end-if
           move eraseID to cardMemberID
           read cardFile
               invalid key
                   move spaces to reportLine
                   string function trim(cardFilePath)
                          ' - fileID not on file'
                       into reportLine
                   end-string
                   perform write-report-line
               not invalid key
                   move 'ERASED' to cardName
                   rewrite cardRecord
                   add 1 to filesTouched
                   add 1 to totalFieldsErased
                   move spaces to reportLine
                   string function trim(cardFilePath)
                          ' - name on card anonymized'
                       into reportLine
                   end-string
                   perform write-report-line
           end-read
           close cardFile.

      *    The mandate reference, dates and collection counts stay
      *    for the collection history; the bank details go, and a
      *    mandate with no account behind it is cancelled so
      *    DebitCollect never presents it.
       erase-mandate-record.
           open i-o mandateFile
           if mandateFileStatus not = '00'
               move mandateFilePath to textOutPath
               perform report-file-unavailable
               exit paragraph
           end-if
           move eraseID to mandateMemberID
           read mandateFile
               invalid key
                   move spaces to reportLine
                   string function trim(mandateFilePath)
                          ' - fileID not on file'
                       into reportLine
                   end-string
                   perform write-report-line
               not invalid key
                   move spaces to mandateSortCode
                   move spaces to mandateAccountNo
                   move 'ERASED' to mandateAccountName
                   if mandateStatus not = 'C'
                       move 'C' to mandateStatus
                       move runTimestamp(1:8) to mandateStatusDate
                   end-if
                   rewrite mandateRecord
                   add 1 to filesTouched
                   add 1 to totalFieldsErased
                   move spaces to reportLine
                   string function trim(mandateFilePath)
                          ' - bank account details anonymized,'
                          ' mandate cancelled'
                       into reportLine
                   end-string
                   perform write-report-line
           end-read
           close mandateFile.

      *    The queue is keyed on when the change was requested,
      *    not on the member, so every item is read; it only ever
      *    holds a few weeks' changes before ApprovalExpiry.
       erase-approval-queue.
           move 0 to fileTouchedCount
           open i-o approvalFile
           if approvalFileStatus not = '00'
               move approvalFilePath to textOutPath
               perform report-file-unavailable
               exit paragraph
           end-if
           move 'N' to approvalScanSwitch
           move low-values to approvalKey
           start approvalFile key is not less than approvalKey
               invalid key
                   set approvalScanDone to true
           end-start
           perform until approvalScanDone
               read approvalFile next record
                   at end
                       set approvalScanDone to true
                   not at end
                       if approvalMemberID = eraseID
                           and approvalMemberName not = 'ERASED'
                           move 'ERASED' to approvalMemberName
                           rewrite approvalRecord
                           add 1 to fileTouchedCount
                       end-if
               end-read
           end-perform
           close approvalFile
           move spaces to reportLine
           if fileTouchedCount = 0
               string function trim(approvalFilePath)
                      ' - fileID not on file'
                   into reportLine
               end-string
           else
               add 1 to filesTouched
               add fileTouchedCount to totalFieldsErased
               string function trim(approvalFilePath) ' - '
                      fileTouchedCount ' item(s) anonymized'
                   into reportLine
               end-string
           end-if
           perform write-report-line.

      *    Without a converted keyed file every day is a candidate.
       check-audit-day.
           move 'Y' to auditDaySwitch
           if not keyedHistory or auditDaysOverflowed
               exit paragraph
           end-if
           move 'N' to auditDaySwitch
           move loopDateValue to auditDayText
           perform varying auditDayIndex from 1 by 1
               until auditDayIndex > auditDayCount
               if auditDay(auditDayIndex) = auditDayText
                   set auditDayListed to true
                   exit perform
               end-if
           end-perform.

       report-file-unavailable.
           move spaces to reportLine
           string function trim(textOutPath)
