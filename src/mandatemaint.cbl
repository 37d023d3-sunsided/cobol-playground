       identification division.
       program-id. MaintainMandate.

      *    Direct-debit mandate maintenance in the MaintainHold
      *    style. A member who signs a debit mandate gives the
      *    office the bank account to collect dues from; the
      *    mandate file (DD_MANDATES, ddmandate.dat) records it
      *    for DebitCollect and DebitReturns. Transactions
      *    (MANDATE_TRANS, mandate.txn):
      *
      *        A,fileID,sortCode,account,accountName,reference,signed
      *                          new mandate, active from today
      *        C,fileID,sortCode,account,accountName,reference,signed
      *                          replacement mandate - new bank
      *                          details, active again with the
      *                          failure count cleared
      *        S,fileID          suspend collections
      *        R,fileID          resume a suspended mandate
      *        X,fileID          cancel the mandate
      *
      *    A mandate needs the member on the master and not
      *    cancelled; every applied transaction lands on the run
      *    report with the operator (MAINT_OPERATOR). Every run
      *    ends with the standing list of mandates by status
      *    (MANDATE_REPORT, mandates.rpt), the account number cut
      *    to its last four digits - run it with no transaction
      *    file to get just the list. Runs under the suite's run
      *    lock like the other maintenance runs.

       environment division.
       input-output section.
       file-control.
           select transFile assign to dynamic transFileName
               organization is line sequential
               file status is transFileStatus.
           select mandateFile assign to dynamic mandateFilePath
               organization is indexed
               access mode is dynamic
               record key is mandateMemberID
               file status is mandateFileStatus.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is random
               record key is masterFileID
               file status is masterFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  transFile.
       01  transFileRecord pic X(150).

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

       fd  masterFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==masterFileRecord==
                         ==MEMBER-ID==     by ==masterFileID==
                         ==MEMBER-NAME==   by ==masterFileName==
                         ==MEMBER-AGE==    by ==masterFileAge==
                         ==MEMBER-SOURCE== by ==masterFileSource==
                         ==MEMBER-DOB==    by ==masterFileDOB==
                         ==MEMBER-STATUS== by ==masterMemberStatus==
                         ==MEMBER-STATUS-DATE==
                                           by ==masterStatusDate==
                         ==MEMBER-LAYOUT== by ==masterLayout==
                         ==MEMBER-MAINT-FLAG==
                                           by ==masterMaintFlag==.

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  transFileName    pic X(100) value 'mandate.txn'.
       01  transFileStatus  pic XX.
       01  transAvailSwitch pic X value 'N'.
           88 transAvailable     value 'Y'.
       01  mandateFilePath  pic X(100) value 'ddmandate.dat'.
       01  mandateFileStatus pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  reportFileName   pic X(100) value 'mandates.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  mandateEndSwitch pic X value 'N'.
           88 mandateEof         value 'Y'.
       01  txnAction        pic X.
       01  txnID            pic X(10).
       01  txnSortCode      pic X(8).
       01  txnAccountNo     pic X(20).
       01  txnAccountName   pic X(30).
       01  txnReference     pic X(18).
       01  txnSigned        pic X(8).
       01  rejectText       pic X(60).
       01  accountTail      pic X(4).
       01  accountLength    pic 99.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  operatorID       pic X(8) value 'BATCH'.
       01  mandatesAdded    pic 9(6) value 0.
       01  mandatesChanged  pic 9(6) value 0.
       01  mandatesSuspended pic 9(6) value 0.
       01  mandatesResumed  pic 9(6) value 0.
       01  mandatesCancelled pic 9(6) value 0.
       01  txnsRejected     pic 9(6) value 0.
       01  standingActive   pic 9(6) value 0.
       01  standingSuspended pic 9(6) value 0.
       01  standingCancelled pic 9(6) value 0.
       01  lockRequest.
           02 lockAction   pic X.
           02 lockProgram  pic X(15) value 'MaintainMandate'.
           02 lockStatus   pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'MaintainMandate'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept transFileName from environment 'MANDATE_TRANS'
               on exception
                   continue
           end-accept
           accept mandateFilePath from environment 'DD_MANDATES'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'MAINT_MASTER'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'MANDATE_REPORT'
               on exception
                   continue
           end-accept
           accept operatorID from environment 'MAINT_OPERATOR'
               on exception
                   continue
           end-accept
           if operatorID = spaces
               move 'BATCH' to operatorID
           end-if
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate

           move 'T' to lockAction
           call 'RunLock' using lockRequest
           if lockStatus not = '00' and lockStatus not = '04'
               string 'Error: master update lock is held - '
                      'MaintainMandate cannot start'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 12 to return-code
               stop run
           end-if

           open i-o mandateFile
           if mandateFileStatus = '35'
               open output mandateFile
               close mandateFile
               open i-o mandateFile
           end-if
           if mandateFileStatus not = '00'
               string 'Error: Unable to open ' mandateFilePath
                      ' - file status ' mandateFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if
           open output reportFile
           if reportFileStatus not = '00'
               string 'Error: Unable to open ' reportFileName
                      ' - file status ' reportFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if
           move spaces to reportLine
           string 'Direct-debit mandate maintenance  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

      *    No transaction file means a report-only run.
           open input transFile
           if transFileStatus = '00'
               set transAvailable to true
           end-if

           if transAvailable
               open input masterFile
               if masterFileStatus not = '00'
                   string 'Error: Unable to open ' masterFilePath
                          ' - file status ' masterFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   perform release-run-lock
                   move 16 to return-code
                   stop run
               end-if
               perform until eof
                   read transFile into transFileRecord
                       at end
                           set eof to true
                       not at end
                           perform apply-mandate-transaction
                   end-read
               end-perform
               close transFile
               close masterFile
           end-if

           perform print-standing-mandates
           close mandateFile
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest
           perform release-run-lock

           display '===== MaintainMandate Control Totals ====='
           display 'Mandates added     : ' mandatesAdded
           display 'Mandates replaced  : ' mandatesChanged
           display 'Suspended          : ' mandatesSuspended
           display 'Resumed            : ' mandatesResumed
           display 'Cancelled          : ' mandatesCancelled
           display 'Rejected           : ' txnsRejected
           display 'Now active         : ' standingActive
           display '=========================================='
           string 'MaintainMandate complete - added ' mandatesAdded
                  ' cancelled ' mandatesCancelled
                  ' active ' standingActive
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if txnsRejected > 0
               move 4 to return-code
           end-if
           stop run.

       apply-mandate-transaction.
           if transFileRecord = spaces
               or transFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move space to txnAction
           move spaces to txnID
           move spaces to txnSortCode
           move spaces to txnAccountNo
           move spaces to txnAccountName
           move spaces to txnReference
           move spaces to txnSigned
           unstring transFileRecord delimited by ','
               into txnAction txnID txnSortCode txnAccountNo
                    txnAccountName txnReference txnSigned
           end-unstring
           evaluate txnAction
               when 'A'
               when 'C'
                   perform record-one-mandate
               when 'S'
               when 'R'
               when 'X'
                   perform change-mandate-status
               when other
                   move 'unknown mandate action' to rejectText
                   perform reject-mandate-transaction
           end-evaluate.

      *    An add wants no mandate already live for the member; a
      *    replacement wants one on file. Either way the bank
      *    details must be complete and the signing date real.
       record-one-mandate.
           move txnID to masterFileID
           read masterFile
               invalid key
                   move 'fileID not on master' to rejectText
                   perform reject-mandate-transaction
                   exit paragraph
           end-read
           if masterMemberStatus = 'C'
               move 'member is cancelled' to rejectText
               perform reject-mandate-transaction
               exit paragraph
           end-if
           if txnSortCode = spaces or txnAccountNo = spaces
               or txnReference = spaces
               move 'bank details incomplete' to rejectText
               perform reject-mandate-transaction
               exit paragraph
           end-if
           if txnSigned is not numeric
               move 'signed date must be YYYYMMDD' to rejectText
               perform reject-mandate-transaction
               exit paragraph
           end-if
           move txnID to mandateMemberID
           read mandateFile
               invalid key
                   if txnAction = 'C'
                       move 'no mandate to replace' to rejectText
                       perform reject-mandate-transaction
                       exit paragraph
                   end-if
               not invalid key
                   if txnAction = 'A' and mandateStatus not = 'C'
                       move 'mandate already on file' to rejectText
                       perform reject-mandate-transaction
                       exit paragraph
                   end-if
           end-read
           move txnID to mandateMemberID
           move txnSortCode to mandateSortCode
           move txnAccountNo to mandateAccountNo
           move txnAccountName to mandateAccountName
           move txnReference to mandateReference
           move txnSigned to mandateSignedDate
           move 'A' to mandateStatus
           move runDate to mandateStatusDate
           move 0 to mandateFailCount
           move spaces to mandateLastReturn
           if txnAction = 'A'
               move spaces to mandateLastCollect
               add 1 to mandatesAdded
           else
               add 1 to mandatesChanged
           end-if
           write mandateRecord
               invalid key
                   rewrite mandateRecord
           end-write
           move spaces to reportLine
           string txnAction ' ' txnID ' mandate '
                  function trim(txnReference)
                  ' signed ' txnSigned ' by ' operatorID
               into reportLine
           end-string
           perform write-report-line.

       change-mandate-status.
           move txnID to mandateMemberID
           read mandateFile
               invalid key
                   move 'no mandate on file' to rejectText
                   perform reject-mandate-transaction
                   exit paragraph
           end-read
           evaluate true
               when txnAction = 'S' and mandateStatus = 'A'
                   move 'S' to mandateStatus
                   add 1 to mandatesSuspended
               when txnAction = 'R' and mandateStatus = 'S'
                   move 'A' to mandateStatus
                   move 0 to mandateFailCount
                   add 1 to mandatesResumed
               when txnAction = 'X' and mandateStatus not = 'C'
                   move 'C' to mandateStatus
                   add 1 to mandatesCancelled
               when other
                   move 'mandate status does not allow that'
                       to rejectText
                   perform reject-mandate-transaction
                   exit paragraph
           end-evaluate
           move runDate to mandateStatusDate
           rewrite mandateRecord
           move spaces to reportLine
           string txnAction ' ' txnID ' mandate now '
                  mandateStatus ' by ' operatorID
               into reportLine
           end-string
           perform write-report-line.

       reject-mandate-transaction.
           add 1 to txnsRejected
           move spaces to reportLine
           string 'REJECTED ' txnAction ' ' txnID
                  ' - ' function trim(rejectText)
               into reportLine
           end-string
           perform write-report-line
           move spaces to logMessage
           string 'Reject: mandate ' txnAction ' ' txnID
                  ' - ' function trim(rejectText)
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity.

       print-standing-mandates.
           move all '=' to reportLine
           perform write-report-line
           move 'Mandates on file:' to reportLine
           perform write-report-line
           move low-values to mandateMemberID
           start mandateFile key not < mandateMemberID
               invalid key
                   set mandateEof to true
           end-start
           perform until mandateEof
               read mandateFile next record
                   at end
                       set mandateEof to true
                   not at end
                       perform list-one-mandate
               end-read
           end-perform
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Active ' standingActive
                  '  suspended ' standingSuspended
                  '  cancelled ' standingCancelled
               into reportLine
           end-string
           perform write-report-line.

      *    Only the last four digits of the account go on paper.
       list-one-mandate.
           evaluate mandateStatus
               when 'A'
                   add 1 to standingActive
               when 'S'
                   add 1 to standingSuspended
               when other
                   add 1 to standingCancelled
           end-evaluate
           move function length(function trim(mandateAccountNo))
               to accountLength
           move spaces to accountTail
           if accountLength >= 4
               move mandateAccountNo(accountLength - 3:4)
                   to accountTail
           end-if
           move spaces to reportLine
           string '  ' mandateMemberID ' ' mandateStatus
                  ' since ' mandateStatusDate
                  ' ref ' mandateReference
                  ' acct ****' accountTail
                  ' fails ' mandateFailCount
                  ' last collected ' mandateLastCollect
               into reportLine
           end-string
           perform write-report-line.

       release-run-lock.
           move 'R' to lockAction
           call 'RunLock' using lockRequest.

       write-report-line.
           write reportFileRecord from reportLine.
