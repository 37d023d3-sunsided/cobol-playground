           select simulateFile assign to dynamic simulateFileName
               organization is line sequential
               file status is simulateFileStatus.
           select memcatFile assign to dynamic memcatFilePath
               organization is indexed
               access mode is random
               record key is memcatMemberID
               file status is memcatFileStatus.
           select categoryAuditFile assign to dynamic
               categoryAuditFileName
               organization is line sequential
               file status is categoryAuditFileStatus.
           select branchAuditFile assign to dynamic
               branchAuditFileName
               organization is line sequential
               file status is branchAuditFileStatus.
           select approvalFile assign to dynamic approvalFilePath
               organization is indexed
               access mode is dynamic
               record key is approvalKey
               file status is approvalFileStatus.

       data division.
       file section.
       fd  simulateFile.
       01  simulateFileRecord pic X(132).

       fd  memcatFile.
           copy memcat
               replacing ==MEMCAT-RECORD==     by ==memcatRecord==
                         ==MEMCAT-MEMBER-ID==  by ==memcatMemberID==
                         ==MEMCAT-CODE==       by ==memcatCode==
                         ==MEMCAT-SINCE==      by ==memcatSince==
                         ==MEMCAT-OPERATOR==   by ==memcatOperator==
                         ==MEMCAT-PRIOR-CODE== by ==memcatPriorCode==.

       fd  categoryAuditFile.
       01  categoryAuditFileRecord pic X(80).

       fd  branchAuditFile.
       01  branchAuditFileRecord pic X(80).

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

       fd  masterFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==masterFileRecord==
       01  txnsChanged      pic 9(6) value 0.
       01  txnsDeleted      pic 9(6) value 0.
       01  txnsStatusChanged pic 9(6) value 0.
       01  txnsCategoryChanged pic 9(6) value 0.
       01  txnsBranchChanged pic 9(6) value 0.
       01  txnsRejected     pic 9(6) value 0.
       01  auditFileName    pic X(100).
       01  auditFileOverride pic X(100) value spaces.
       01  txnStatus        pic X.
       01  txnStatusDate    pic X(8).
       01  auditLine        pic X(200).
      *    Every audit line also goes onto the keyed audit history.
       01  auditStoreRequest.
           02 auditStoreLine   pic X(200).
           02 auditStoreStatus pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
       01  catMsgRequest.
           02 operReqID        pic X(8).
           02 operReqName      pic X(30).
           02 operReqAuthority pic X.
           02 operReqMemberID  pic X(10).
           02 operReqStatus    pic XX.
           02 operReqBranch    pic X(4).
      *    Branch ownership: an operator of a regional branch may
      *    only maintain the members their branch owns, and the
      *    members they add belong to their branch. A blank branch
      *    or 'HO' is head-office authority over every member. The
      *    B transaction moves a member between branches, onto the
      *    branch change trail (BRANCH_AUDIT, branchchange.dat).
       01  operBranch       pic X(4) value spaces.
           88 headOfficeOperator value spaces 'HO'.
       01  branchRequest.
           02 brchAction       pic X.
           02 brchMemberID     pic X(10).
           02 brchOperBranch   pic X(4).
           02 brchNewBranch    pic X(4).
           02 brchOperator     pic X(8).
           02 brchDate         pic X(8).
           02 brchMemberBranch pic X(4).
           02 brchStatus       pic XX.
       01  branchAllowedSwitch pic X.
           88 branchAllowed      value 'Y'.
           88 branchRefused      value 'N'.
       01  txnBranch        pic X(4).
       01  branchAuditFileName pic X(100) value 'branchchange.dat'.
       01  branchAuditFileStatus pic XX.
       01  branchAuditLine  pic X(80).
      *    Dual control: a delete or a cancellation is not applied
      *    by the run that reads it but queued on the approval
      *    file (APPROVAL_QUEUE, approval.dat) under the
      *    requesting operator. Once a second operator has
      *    approved it in ApproveQueue the next live run applies
      *    it first thing, through the same paragraphs and audit
      *    trail as any other transaction, with the approver's ID
      *    on the end of the audit line.
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
       01  txnsQueued       pic 9(6) value 0.
       01  approvedApplied  pic 9(6) value 0.
       01  approvedFailed   pic 9(6) value 0.
      *    The name index is maintained in step with every master
      *    write, so SearchMember's keyed lookups stay honest.
       01  idxRequest.
           02 idxOldName   pic X(40).
           02 idxNewName   pic X(40).
           02 idxStatus    pic XX.
      *    Membership category assignment (T transactions) - the
      *    member-category file and its change trail, checked
      *    against the category catalog.
       01  memcatFilePath   pic X(100) value 'memcategory.dat'.
       01  memcatFileStatus pic XX.
       01  memcatOpenSwitch pic X value 'N'.
           88 memcatOpen         value 'Y'.
       01  memcatFoundSwitch pic X.
           88 memcatOnFile       value 'Y'.
           88 memcatNotOnFile    value 'N'.
       01  categoryAuditFileName pic X(100) value 'catchange.dat'.
       01  categoryAuditFileStatus pic XX.
       01  txnCategory      pic X(6).
       01  priorCategory    pic X(6).
       01  categoryAge      pic 99.
       01  categoryAuditLine pic X(80).
       01  categoryRequest.
           02 ctgAction      pic X value 'L'.
           02 ctgCode        pic X(6).
           02 ctgDescription pic X(30).
           02 ctgBillable    pic X.
           02 ctgRate        pic 9(5)v99.
           02 ctgMinAge      pic 99.
           02 ctgMaxAge      pic 99.
           02 ctgTerm        pic 99.
           02 ctgStatus      pic XX.
       01  runHistRecord.
           02 runHistProgram pic X(15) value 'MaintainMember'.
           02 runHistStart   pic X(15).
               on exception
                   continue
           end-accept
           accept memcatFilePath from environment 'MEMBER_CATEGORY'
               on exception
                   continue
           end-accept
           accept categoryAuditFileName from environment
               'CATEGORY_AUDIT'
               on exception
                   continue
           end-accept
           accept approvalFilePath from environment 'APPROVAL_QUEUE'
               on exception
                   continue
           end-accept
           accept branchAuditFileName from environment 'BRANCH_AUDIT'
               on exception
                   continue
           end-accept
           if operatorID = spaces
               move 'BATCH' to operatorID
           end-if
           if auditFileStatus not = '00'
               open output auditFile
           end-if
           perform open-category-files

           if not simulateEnabled
               move runStartTimestamp(1:14) to jrnlRunStamp
               move 'B' to jrnlAction
               call 'UpdJournal' using journalRequest
               perform open-approval-queue
               perform apply-approved-items
           end-if

           perform until eof
           close transFile
           close masterFile
           close auditFile
           if memcatOpen
               close memcatFile
           end-if
           if not simulateEnabled
               close categoryAuditFile
               close branchAuditFile
               close approvalFile
           end-if
           if not simulateEnabled
               move 'E' to jrnlAction
               call 'UpdJournal' using journalRequest
           display '  Changed             : ' txnsChanged
           display '  Deleted             : ' txnsDeleted
           display '  Status changes      : ' txnsStatusChanged
           display '  Category changes    : ' txnsCategoryChanged
           display '  Branch transfers    : ' txnsBranchChanged
           display '  Rejected            : ' txnsRejected
           display '  Queued for approval : ' txnsQueued
           display 'Approved items applied: ' approvedApplied
           display 'Approved items failed : ' approvedFailed
           display '==========================================='

           move 'MNT005I' to catMsgID
                   move 'D' to operAuthority
               when '00'
                   move operReqAuthority to operAuthority
                   move operReqBranch to operBranch
                   if operAuthority = 'I'
                       string 'Error: operator '
                              function trim(operatorID)
                   into txnAction txnID txnName txnAgeText txnDOBText
               end-unstring
               move txnID to masterFileID
               perform check-member-branch
               if branchRefused
                   add 1 to txnsRejected
                   exit paragraph
               end-if

               evaluate txnAction
                   when 'A'
                                   move masterStatusDate
                                       to auditAfterStatDate
                                   perform write-audit-record
                                   perform assign-new-member-branch
                             end-write
                           end-if
                       end-if
                       perform delete-one-member
                   when 'S'
                       perform apply-status-change
                   when 'T'
                       perform apply-category-change
                   when 'B'
                       perform apply-branch-transfer
                   when other
                       string 'Reject: unknown action code - '
                              txnAction

      *    Deletes are the one action held behind the top authority
      *    level - an update-only operator's delete transaction is
      *    rejected, not quietly applied. One that passes is queued
      *    for a second operator's approval; only an approved item
      *    coming back through apply-approved-items is deleted.
       delete-one-member.
           if operAuthority not = 'D' and operAuthority not = 'A'
               and not applyingApproved
               string 'Reject: operator '
                      function trim(operatorID)
                      ' lacks delete authority - ' txnID
               not invalid key
                   perform capture-before-images
                   if simulateEnabled
                       add 1 to txnsQueued
                       perform report-would-queue
                       exit paragraph
                   end-if
                   if not applyingApproved
                       move 'D' to approvalType
                       move runDate to approvalEffective
                       perform queue-for-approval
                       exit paragraph
                   end-if
                   delete masterFile record
                  '  change ' txnsChanged
                  '  delete ' txnsDeleted
                  '  status ' txnsStatusChanged
                  '  category ' txnsCategoryChanged
                  '  rejects ' txnsRejected
                  '  queue ' txnsQueued
               into simulateLine
           end-string
           write simulateFileRecord from simulateLine
           end-string
           perform write-simulate-line.

       report-would-status.
           move spaces to simulateLine
           string 'WOULD STATUS ' txnID ' '
                  auditBeforeStatus ' -> ' txnStatus
                  ' effective ' txnStatusDate
               into simulateLine
           end-string
           perform write-simulate-line.

       report-would-queue.
           move spaces to simulateLine
           string 'WOULD QUEUE  ' txnID ' '
                  txnAction ' '
                  function trim(auditBeforeName)
                  ' for approval'
               into simulateLine
           end-string
           perform write-simulate-line.
       write-simulate-line.
           write simulateFileRecord from simulateLine.

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
               move 'MNT001E' to catMsgID
               move approvalFilePath to catMsgSub1
               move approvalFileStatus to catMsgSub2
               call 'CatMsg' using catMsgRequest
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if.

      *    A validated delete or cancellation goes on the queue
      *    pending, stamped with the requesting operator. A key
      *    already taken (another program queuing in the same
      *    second) moves on to the next sequence number.
       queue-for-approval.
           move 'N' to approvalDoneSwitch
           perform until approvalDone
               add 1 to approvalSequence
               move runStartTimestamp(1:14) to approvalStamp
               move approvalSequence to approvalSeq
               move 'MaintainMember' to approvalProgram
               move txnID to approvalMemberID
               move spaces to approvalOtherID
               move auditBeforeName to approvalMemberName
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
                           string 'Reject: approval queue write'
                                  ' failed - ' txnID
                                  ' - file status '
                                  approvalFileStatus
                               into logMessage
                           end-string
                           move 'W' to logSeverity
                           call 'MsgLog' using logMessage,
                               logSeverity
                           add 1 to txnsRejected
                       end-if
                   not invalid key
                       set approvalDone to true
                       add 1 to txnsQueued
                       string 'Queued for approval: '
                              approvalType ' ' txnID
                              ' requested by '
                              function trim(operatorID)
                           into logMessage
                       end-string
                       move 'I' to logSeverity
                       call 'MsgLog' using logMessage, logSeverity
               end-write
           end-perform.

      *    Approved deletes and cancellations queued here or from
      *    MemberScreen are applied before the new transactions,
      *    as the
      *    operator who asked for them and with the approver
      *    carried onto the audit line. Whatever the edits turn
      *    down now (the member gone in the meantime, say) is
      *    marked failed with the reason rather than left approved
      *    to be tried again every run.
       apply-approved-items.
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
                           and (approvalProgram = 'MaintainMember'
                                or approvalProgram = 'MemberScreen')
                           and (approvalType = 'D'
                                or approvalType = 'C')
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
           move approvalMemberID to txnID
           move approvalMemberID to masterFileID
           move spaces to txnName
           move spaces to txnAgeText
           move txnsRejected to rejectsBefore
           if approvalType = 'D'
               move 'D' to txnAction
               perform delete-one-member
           else
               move 'S' to txnAction
               move 'C' to txnName
               move approvalEffective to txnAgeText
               perform apply-status-change
           end-if
           move function current-date to auditTimestamp
           move auditTimestamp(1:14) to approvalAppliedAt
           if txnsRejected > rejectsBefore
               move 'F' to approvalState
               move logMessage(9:40) to approvalNote
               add 1 to approvedFailed
           else
               move 'D' to approvalState
               add 1 to approvedApplied
           end-if
           rewrite approvalRecord
               invalid key
                   string 'Error: approval queue rewrite failed - '
                          approvalMemberID ' - file status '
                          approvalFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 8 to return-code
           end-rewrite.

       capture-before-images.
           move masterFileName to auditBeforeName
           move masterFileAge to auditBeforeAge
      *    date. The status byte cycles the membership through
      *    active/lapsed/cancelled without touching anything else
      *    on the record, and the effective date defaults to the
      *    run date when the transaction does not carry one. A
      *    cancellation is queued for approval like a delete.
       apply-status-change.
           move txnName(1:1) to txnStatus
           if txnStatus not = 'A' and txnStatus not = 'L'
                   add 1 to txnsRejected
               not invalid key
                   perform capture-before-images
                   if txnStatus = 'C' and not applyingApproved
                       if simulateEnabled
                           add 1 to txnsQueued
                           perform report-would-queue
                       else
                           move 'C' to approvalType
                           move txnStatusDate to approvalEffective
                           perform queue-for-approval
                       end-if
                       exit paragraph
                   end-if
                   move txnStatus to masterMemberStatus
                   move txnStatusDate to masterStatusDate
                   move 'M' to masterMaintFlag
                   end-if
           end-read.

      *    The member-category file is created on first use like
      *    the other keyed files; a simulated run only reads it.
       open-category-files.
           if simulateEnabled
               open input memcatFile
           else
               open i-o memcatFile
               if memcatFileStatus = '35'
                   open output memcatFile
                   close memcatFile
                   open i-o memcatFile
               end-if
           end-if
           if memcatFileStatus not = '00'
               and not (simulateEnabled and memcatFileStatus = '35')
               move 'MNT001E' to catMsgID
               move memcatFilePath to catMsgSub1
               move memcatFileStatus to catMsgSub2
               call 'CatMsg' using catMsgRequest
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if
           if memcatFileStatus = '00'
               set memcatOpen to true
           end-if
           if not simulateEnabled
               open extend categoryAuditFile
               if categoryAuditFileStatus not = '00'
                   open output categoryAuditFile
               end-if
               open extend branchAuditFile
               if branchAuditFileStatus not = '00'
                   open output branchAuditFile
               end-if
           end-if.

      *    Category assignment: T,id,code. The code has to be on
      *    the category catalog and the member's age - derived
      *    from the date of birth where there is one - has to fit
      *    the category's age range; a cancelled member takes no
      *    category. Nothing on the master itself changes, so the
      *    member audit trail is not written - the change goes
      *    onto the category change trail (CATEGORY_AUDIT,
      *    catchange.dat) instead.
       apply-category-change.
           move function upper-case(txnName(1:6)) to txnCategory
           move txnCategory to ctgCode
           call 'CategoryCatalog' using categoryRequest
           if ctgStatus not = '00'
               string 'Reject: category ' function trim(txnCategory)
                      ' is not on the category catalog - ' txnID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           read masterFile
               invalid key
                   string 'Reject: fileID not on master - ' txnID
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
                   exit paragraph
           end-read
           if masterMemberStatus = 'C'
               string 'Reject: member is cancelled - ' txnID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           move masterFileAge to categoryAge
           call 'DeriveAge' using masterFileDOB, runDate,
                                  categoryAge, deriveStatus
           if categoryAge < ctgMinAge or categoryAge > ctgMaxAge
               string 'Reject: age ' categoryAge
                      ' does not fit category '
                      function trim(txnCategory) ' - ' txnID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           move txnID to memcatMemberID
           set memcatOnFile to true
           read memcatFile
               invalid key
                   set memcatNotOnFile to true
                   move spaces to memcatCode
           end-read
           move memcatCode to priorCategory
           if memcatOnFile and memcatCode = txnCategory
               string 'Reject: member is already in category '
                      function trim(txnCategory) ' - ' txnID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           add 1 to txnsCategoryChanged
           if simulateEnabled
               move spaces to simulateLine
               string 'WOULD CATEGORY ' txnID ' '
                      priorCategory ' -> ' txnCategory
                   into simulateLine
               end-string
               perform write-simulate-line
               exit paragraph
           end-if
           move txnID to memcatMemberID
           move txnCategory to memcatCode
           move runDate to memcatSince
           move operatorID to memcatOperator
           move priorCategory to memcatPriorCode
           if memcatOnFile
               rewrite memcatRecord
           else
               write memcatRecord
           end-if
           move function current-date to auditTimestamp
           move spaces to categoryAuditLine
           string auditTimestamp(1:8) '-' auditTimestamp(9:6) ','
                  'MaintainMember,' txnID ','
                  function trim(priorCategory) ','
                  function trim(txnCategory) ','
                  function trim(operatorID)
               into categoryAuditLine
           end-string
           write categoryAuditFileRecord from categoryAuditLine.

      *    A branch operator reaches only their own branch's
      *    members; an add is always allowed, since the new member
      *    becomes theirs. Approved deletes and cancellations do
      *    not come through here - the requester was checked when
      *    the item was queued.
       check-member-branch.
           set branchAllowed to true
           if txnAction = 'A' or headOfficeOperator
               exit paragraph
           end-if
           move 'C' to brchAction
           move txnID to brchMemberID
           move operBranch to brchOperBranch
           call 'BranchOwner' using branchRequest
           evaluate brchStatus
               when '00'
               when '35'
                   continue
               when '08'
                   set branchRefused to true
                   move spaces to logMessage
                   string 'Reject: member belongs to branch '
                          function trim(brchMemberBranch)
                          ', operator ' function trim(operatorID)
                          ' is branch ' function trim(operBranch)
                          ' - ' txnID
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
               when other
                   set branchRefused to true
                   move spaces to logMessage
                   string 'Reject: member branch file unreadable'
                          ' - status ' brchStatus ' - ' txnID
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
           end-evaluate.

      *    A member added by a branch operator starts out in the
      *    operator's branch; head office's own adds need no record.
       assign-new-member-branch.
           if headOfficeOperator
               exit paragraph
           end-if
           move operBranch to txnBranch
           perform move-member-branch.

      *    Branch transfer: B,id,branch. Head office may move any
      *    member; a branch operator may hand their own members on
      *    to another branch but not take another branch's. Like a
      *    category change nothing on the master moves, so the
      *    transfer goes onto the branch change trail rather than
      *    the member audit trail.
       apply-branch-transfer.
           move function upper-case(txnName(1:4)) to txnBranch
           if txnBranch = spaces or txnName(5:) not = spaces
               move spaces to logMessage
               string 'Reject: branch code must be 1 to 4'
                      ' characters - ' txnID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           read masterFile
               invalid key
                   move spaces to logMessage
                   string 'Reject: fileID not on master - ' txnID
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
                   exit paragraph
           end-read
           if simulateEnabled
               move 'C' to brchAction
               move txnID to brchMemberID
               move spaces to brchOperBranch
               call 'BranchOwner' using branchRequest
               if brchMemberBranch = txnBranch
                   perform reject-same-branch
                   exit paragraph
               end-if
               add 1 to txnsBranchChanged
               move spaces to simulateLine
               string 'WOULD BRANCH ' txnID ' '
                      brchMemberBranch ' -> ' txnBranch
                   into simulateLine
               end-string
               perform write-simulate-line
               exit paragraph
           end-if
           perform move-member-branch
           evaluate brchStatus
               when '00'
                   add 1 to txnsBranchChanged
               when '04'
                   perform reject-same-branch
               when other
                   move spaces to logMessage
                   string 'Reject: branch transfer failed - status '
                          brchStatus ' - ' txnID
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
           end-evaluate.

       reject-same-branch.
           move spaces to logMessage
           string 'Reject: member is already in branch '
                  function trim(txnBranch) ' - ' txnID
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           add 1 to txnsRejected.

      *    Every move onto a branch, transfer or new member, goes
      *    onto the trail as stamp,program,id,from,to,operator.
       move-member-branch.
           move 'T' to brchAction
           move txnID to brchMemberID
           move txnBranch to brchNewBranch
           move operatorID to brchOperator
           move runDate to brchDate
           call 'BranchOwner' using branchRequest
           if brchStatus not = '00'
               exit paragraph
           end-if
           move function current-date to auditTimestamp
           move spaces to branchAuditLine
           string auditTimestamp(1:8) '-' auditTimestamp(9:6) ','
                  'MaintainMember,' txnID ','
                  function trim(brchMemberBranch) ','
                  function trim(txnBranch) ','
                  function trim(operatorID)
               into branchAuditLine
           end-string
           write branchAuditFileRecord from branchAuditLine.

       validate-txn-fields.
           set ageIsInvalid to true
           perform validate-txn-dob
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
