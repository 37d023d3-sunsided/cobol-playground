      *    re-pointed at the survivor so old chains stay alive.
      *    Every merge lands on the merge report. Runs under the
      *    master update lock like every other updater.
      *
      *    A merge takes two operators: a pair that passes every
      *    check (hold check included) is queued on the approval
      *    file (APPROVAL_QUEUE, approval.dat) under the operator
      *    running the merge, and only merges once a different
      *    operator has approved it in ApproveQueue. The next live
      *    run applies approved pairs before reading its own
      *    transactions, rechecking both fileIDs and the holds,
      *    with the approver's ID on the end of each audit line.

       environment division.
       input-output section.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select approvalFile assign to dynamic approvalFilePath
               organization is indexed
               access mode is dynamic
               record key is approvalKey
               file status is approvalFileStatus.

       data division.
       file section.
       fd  reportFile.
       01  reportFileRecord pic X(132).

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

       working-storage section.
       01  transFileName    pic X(100) value 'merge.txn'.
       01  transFileStatus  pic XX.
       01  auditAfterStatus pic X.
       01  auditAfterStatDate pic X(8).
       01  auditLine        pic X(200).
      *    Every audit line also goes onto the keyed audit history.
       01  auditStoreRequest.
           02 auditStoreLine   pic X(200).
           02 auditStoreStatus pic XX.
       01  mergesApplied    pic 9(6) value 0.
       01  mergesRejected   pic 9(6) value 0.
       01  mergesHeld       pic 9(6) value 0.
       01  mergesQueued     pic 9(6) value 0.
       01  approvedApplied  pic 9(6) value 0.
       01  approvedFailed   pic 9(6) value 0.
       01  approvalFilePath pic X(100) value 'approval.dat'.
       01  approvalFileStatus pic XX.
       01  approvalEndSwitch pic X value 'N'.
           88 approvalEof        value 'Y'.
       01  approvalDoneSwitch pic X.
           88 approvalDone       value 'Y'.
       01  approvalSequence pic 9(4) value 0.
       01  applyingApprovedSwitch pic X value 'N'.
           88 applyingApproved   value 'Y'.
       01  approverID       pic X(8) value spaces.
       01  auditPointer     pic 9(3).
       01  runOperatorID    pic X(8).
       01  rejectsBefore    pic 9(6).
       01  heldBefore       pic 9(6).
      *    A legal hold on either side freezes the pair - the
      *    merged record must not disappear and the survivor must
      *    not change, so the whole merge is skipped and reported.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
      *    Simulate mode (MERGE_SIMULATE=Y): both fileIDs are
      *    validated exactly as live but nothing is queued or
      *    merged - the merge report lists WOULD QUEUE lines for
      *    the supervisor to look over before the real run.
       01  simulateSwitch   pic X value 'N'.
           88 simulateEnabled    value 'Y'.
      *    Each merge's audited writes are journaled as they land,
               on exception
                   continue
           end-accept
           accept approvalFilePath from environment 'APPROVAL_QUEUE'
               on exception
                   continue
           end-accept
           if operatorID = spaces
               move 'BATCH' to operatorID
           end-if
               move auditTimestamp(1:14) to jrnlRunStamp
               move 'B' to jrnlAction
               call 'UpdJournal' using journalRequest
               perform open-approval-queue
           end-if

           move spaces to reportLine
           move all '-' to reportLine
           perform write-report-line

           if not simulateEnabled
               perform apply-approved-merges
           end-if

           perform until eof
               read transFile into transFileRecord
                   at end
           perform write-report-line
           move spaces to reportLine
           string 'Merges applied ' mergesApplied
                  '  queued ' mergesQueued
                  '  rejected ' mergesRejected
                  '  xrefs re-pointed ' xrefsRepointed
               into reportLine
           end-if
           close auditFile
           close reportFile
           if not simulateEnabled
               close approvalFile
           end-if
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest
           if not simulateEnabled
           display 'Merges applied   : ' mergesApplied
           display 'Merges rejected  : ' mergesRejected
           display 'Merges held      : ' mergesHeld
           display 'Merges queued    : ' mergesQueued
           display 'Approved applied : ' approvedApplied
           display 'Approved failed  : ' approvedFailed
           display 'Xrefs re-pointed : ' xrefsRepointed
           display 'Households moved : ' householdsMoved
           display '======================================='
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    A pair read from the transactions is only validated and
      *    queued; the merge itself happens when the approved pair
      *    comes back through here from apply-approved-merges.
       merge-one-pair.
           if transFileRecord = spaces
               or transFileRecord(1:1) = '*'
           end-if

           if simulateEnabled
               add 1 to mergesQueued
               move spaces to reportLine
               string 'WOULD QUEUE ' mergedID ' ('
                      function trim(mergedName)
                      ') -> ' survivorID ' ('
                      function trim(survivorName) ')'
               perform write-report-line
               exit paragraph
           end-if
           if not applyingApproved
               perform queue-merge-pair
               exit paragraph
           end-if

      *    The merged record comes off the master as an audited
      *    delete, so the history and rollback runs treat a merge
               function trim(operatorID) delimited by size
               into auditLine
           end-string
           if approverID not = spaces
               compute auditPointer = function length(
                   function trim(auditLine trailing)) + 1
               string ',' delimited by size
                      approverID delimited by space
                   into auditLine with pointer auditPointer
               end-string
           end-if
           write auditFileRecord from auditLine
           move auditLine to auditStoreLine
           call 'AuditStore' using auditStoreRequest
           move 'J' to jrnlAction
           move auditLine to jrnlLine
           call 'UpdJournal' using journalRequest.

      *    The approval file is created on first use like the
      *    other keyed files.
       open-approval-queue.
           open i-o approvalFile
           if approvalFileStatus = '35'
               open output approvalFile
               close approvalFile
               open i-o approvalFile
           end-if
           if approvalFileStatus not = '00'
               string 'Error: Unable to open ' approvalFilePath
                      ' - file status ' approvalFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if.

      *    The validated pair goes on the queue pending, stamped
      *    with the operator running the merge. A key already
      *    taken (another program queuing in the same second)
      *    moves on to the next sequence number.
       queue-merge-pair.
           move 'N' to approvalDoneSwitch
           perform until approvalDone
               add 1 to approvalSequence
               move jrnlRunStamp to approvalStamp
               move approvalSequence to approvalSeq
               move 'M' to approvalType
               move 'MergeMember' to approvalProgram
               move survivorID to approvalMemberID
               move mergedID to approvalOtherID
               move runDate to approvalEffective
               move mergedName to approvalMemberName
               move operatorID to approvalRequester
               move 'P' to approvalState
               move spaces to approvalReviewedBy
               move spaces to approvalReviewedAt
               move spaces to approvalAppliedAt
               move spaces to approvalNote
               write approvalRecord
                   invalid key
                       if approvalFileStatus not = '22'
                           set approvalDone to true
                           perform reject-merge-pair
                       end-if
                   not invalid key
                       set approvalDone to true
                       add 1 to mergesQueued
                       move spaces to reportLine
                       string 'QUEUED ' mergedID ' ('
                              function trim(mergedName)
                              ') -> ' survivorID ' ('
                              function trim(survivorName)
                              ') for approval'
                           into reportLine
                       end-string
                       perform write-report-line
               end-write
           end-perform.

      *    Approved merge pairs are applied before the new
      *    transactions, as the operator who asked for them and
      *    with the approver carried onto the audit lines. Both
      *    fileIDs and the holds are checked again - a pair that
      *    no longer passes (one side gone, or put on hold since)
      *    is marked failed with the reason rather than left
      *    approved to be tried again every run.
       apply-approved-merges.
           move operatorID to runOperatorID
           set applyingApproved to true
           move low-values to approvalKey
           start approvalFile key is not less than approvalKey
               invalid key
                   set approvalEof to true
           end-start
           perform until approvalEof
               read approvalFile next record
                   at end
                       set approvalEof to true
                   not at end
                       if approvalState = 'A'
                           and approvalProgram = 'MergeMember'
                           and approvalType = 'M'
                           perform apply-one-approved
                       end-if
               end-read
           end-perform
           move 'N' to applyingApprovedSwitch
           move runOperatorID to operatorID
           move spaces to approverID.

       apply-one-approved.
           move approvalRequester to operatorID
           move approvalReviewedBy to approverID
           move spaces to transFileRecord
           string approvalMemberID delimited by space
                  ',' approvalOtherID delimited by space
               into transFileRecord
           end-string
           move mergesRejected to rejectsBefore
           move mergesHeld to heldBefore
           perform merge-one-pair
           move function current-date to auditTimestamp
           move auditTimestamp(1:14) to approvalAppliedAt
           evaluate true
               when mergesHeld > heldBefore
                   move 'F' to approvalState
                   move 'pair on legal hold when applied'
                       to approvalNote
                   add 1 to approvedFailed
               when mergesRejected > rejectsBefore
                   move 'F' to approvalState
                   move 'fileID missing when applied'
                       to approvalNote
                   add 1 to approvedFailed
               when other
                   move 'D' to approvalState
                   add 1 to approvedApplied
           end-evaluate
           rewrite approvalRecord
               invalid key
                   string 'Error: approval queue rewrite failed - '
                          approvalOtherID ' - file status '
                          approvalFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 8 to return-code
           end-rewrite.

       release-run-lock.
           move 'R' to lockAction
           call 'RunLock' using lockRequest.
