      *    the delete authority level, and the operator's ID rides
      *    on every audit line so the history can say who. A shop
      *    with no operator file yet signs on with full authority.
      *    The T action moves a member to another membership
      *    category from the category catalog, with the same
      *    catalog and age-range checks as MaintainMember's T
      *    transaction and the same category change trail. A
      *    confirmed delete is not applied on the spot but queued
      *    on the approval file (APPROVAL_QUEUE, approval.dat) for
      *    a second operator to approve in ApproveQueue; the next
      *    MaintainMember run applies it once approved. An
      *    operator of a regional branch (the branch on their
      *    operator line) may only change, delete or re-category
      *    the members their branch owns (BranchOwner,
      *    membranch.dat), and the members they add belong to
      *    their branch, onto the branch change trail
      *    (BRANCH_AUDIT, branchchange.dat) like MaintainMember's
      *    transfers; head office reaches every member.

       environment division.
       input-output section.
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
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
       fd  auditFile.
       01  auditFileRecord pic X(200).

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

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  auditAfterStatus pic X.
       01  auditAfterStatDate pic X(8).
       01  auditLine        pic X(200).
      *    Every audit line also goes onto the keyed audit history.
       01  auditStoreRequest.
           02 auditStoreLine   pic X(200).
           02 auditStoreStatus pic XX.
       01  memcatFilePath   pic X(100) value 'memcategory.dat'.
       01  memcatFileStatus pic XX.
       01  memcatFoundSwitch pic X.
           88 memcatOnFile       value 'Y'.
           88 memcatNotOnFile    value 'N'.
       01  categoryAuditFileName pic X(100) value 'catchange.dat'.
       01  categoryAuditFileStatus pic XX.
       01  categoryAuditLine pic X(80).
       01  screenCategory   pic X(6).
       01  priorCategory    pic X(6).
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
       01  screenAction     pic X.
       01  screenID         pic X(10).
       01  screenName       pic X(40).
       01  deriveStatus     pic XX.
       01  runDate          pic X(8).
       01  updatesApplied   pic 9(6) value 0.
       01  deletesQueued    pic 9(6) value 0.
       01  approvalFilePath pic X(100) value 'approval.dat'.
       01  approvalFileStatus pic XX.
       01  approvalSequence pic 9(4) value 0.
       01  approvalDoneSwitch pic X.
           88 approvalDone       value 'Y'.
       01  lockRequest.
           02 lockAction   pic X.
           02 lockProgram  pic X(15) value 'MemberScreen'.
           02 operReqID        pic X(8).
           02 operReqName      pic X(30).
           02 operReqAuthority pic X.
           02 operReqMemberID  pic X(10).
           02 operReqStatus    pic XX.
           02 operReqBranch    pic X(4).
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
       01  branchAuditFileName pic X(100) value 'branchchange.dat'.
       01  branchAuditFileStatus pic XX.
       01  branchAuditLine  pic X(80).
      *    The name index is maintained in step with every master
      *    write, so SearchMember's keyed lookups stay honest.
       01  idxRequest.
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
           move function current-date to auditTimestamp
           move auditTimestamp(1:8) to runDate
           if auditFileOverride not = spaces
           if auditFileStatus not = '00'
               open output auditFile
           end-if
           open i-o memcatFile
           if memcatFileStatus = '35'
               open output memcatFile
               close memcatFile
               open i-o memcatFile
           end-if
           if memcatFileStatus not = '00'
               string 'Error: Unable to open ' memcatFilePath
                      ' - file status ' memcatFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if
           open extend categoryAuditFile
           if categoryAuditFileStatus not = '00'
               open output categoryAuditFile
           end-if
           open extend branchAuditFile
           if branchAuditFileStatus not = '00'
               open output branchAuditFile
           end-if
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
           end-if

           perform until operatorDone
               perform process-one-request

           close masterFile
           close auditFile
           close memcatFile
           close categoryAuditFile
           close branchAuditFile
           close approvalFile
           perform release-run-lock

           string 'MemberScreen session ended - '
                  updatesApplied ' update(s) applied, '
                  deletesQueued ' delete(s) queued for approval'
               into logMessage
           end-string
           move 'I' to logSeverity
                   move 'D' to operAuthority
               when '00'
                   move operReqAuthority to operAuthority
                   move operReqBranch to operBranch
                   display 'Signed on: '
                           function trim(operReqName)
                   if not headOfficeOperator
                       display 'Branch   : ' operBranch
                   end-if
                   if operAuthority = 'I'
                       display 'Your authority is inquiry only -'
                               ' use InquireMember for lookups'

       process-one-request.
           display ' '
           display 'Action: A=add C=change D=delete T=category'
                   ' X=exit'
           accept screenAction from SYSIN
           evaluate screenAction
               when 'X'
               when 'D'
               when 'd'
                   perform screen-delete-member
               when 'T'
               when 't'
                   perform screen-category-member
               when other
                   display 'Unknown action - use A, C, D, T or X'
           end-evaluate.

       prompt-for-id.
           display 'DOB    : ' masterFileDOB
           display 'Status : ' masterMemberStatus
                   ' since ' masterStatusDate
           display 'Source : ' masterFileSource
           move masterFileID to memcatMemberID
           read memcatFile
               invalid key
                   display 'Cat    : none'
               not invalid key
                   display 'Cat    : ' memcatCode
                           ' since ' memcatSince
           end-read
           move 'C' to brchAction
           move masterFileID to brchMemberID
           move operBranch to brchOperBranch
           call 'BranchOwner' using branchRequest
           display 'Branch : ' brchMemberBranch.

      *    Straight after the record is shown, so the operator
      *    sees whose member it is before being turned away.
       check-screen-branch.
           set branchAllowed to true
           if headOfficeOperator
               exit paragraph
           end-if
           move 'C' to brchAction
           move masterFileID to brchMemberID
           move operBranch to brchOperBranch
           call 'BranchOwner' using branchRequest
           evaluate brchStatus
               when '00'
               when '35'
                   continue
               when '08'
                   set branchRefused to true
                   display 'Member belongs to branch '
                           function trim(brchMemberBranch)
                           ' - your branch is '
                           function trim(operBranch)
               when other
                   set branchRefused to true
                   display 'Member branch file unreadable - status '
                           brchStatus
           end-evaluate.

      *    A branch operator's new member starts out in their
      *    branch; head office's own adds need no record.
       assign-new-member-branch.
           if headOfficeOperator
               exit paragraph
           end-if
           move 'T' to brchAction
           move screenID to brchMemberID
           move operBranch to brchNewBranch
           move operatorID to brchOperator
           move runDate to brchDate
           call 'BranchOwner' using branchRequest
           if brchStatus not = '00'
               exit paragraph
           end-if
           move function current-date to auditTimestamp
           move spaces to branchAuditLine
           string auditTimestamp(1:8) '-' auditTimestamp(9:6) ','
                  'MemberScreen,' screenID ','
                  function trim(brchMemberBranch) ','
                  function trim(operBranch) ','
                  function trim(operatorID)
               into branchAuditLine
           end-string
           write branchAuditFileRecord from branchAuditLine.

       screen-add-member.
           perform prompt-for-id
                   call 'NameIndex' using idxRequest
                   perform capture-after-images
                   perform write-audit-record
                   perform assign-new-member-branch
                   display 'Added ' screenID
           end-write.

           end-read
           display 'Current record:'
           perform display-current-record
           perform check-screen-branch
           if branchRefused
               exit paragraph
           end-if
           perform capture-before-images
           perform prompt-for-fields
           if entryIsInvalid
           perform write-audit-record
           display 'Changed ' screenID.

      *    The delete goes on the approval queue under this
      *    operator's ID - it only reaches the master once a
      *    different operator has approved it. A key already
      *    taken (another program queuing in the same second)
      *    moves on to the next sequence number.
       screen-delete-member.
           if operAuthority not = 'D' and operAuthority not = 'A'
               display 'Your authority does not extend to deletes'
               exit paragraph
           end-if
           end-read
           display 'Record to be deleted:'
           perform display-current-record
           perform check-screen-branch
           if branchRefused
               exit paragraph
           end-if
           perform capture-before-images
           display 'Are you sure you want to delete '
                   screenID ' (Y/N)?'
               display 'Delete abandoned'
               exit paragraph
           end-if
           move 'N' to approvalDoneSwitch
           perform until approvalDone
               add 1 to approvalSequence
               move function current-date to auditTimestamp
               move auditTimestamp(1:14) to approvalStamp
               move approvalSequence to approvalSeq
               move 'D' to approvalType
               move 'MemberScreen' to approvalProgram
               move screenID to approvalMemberID
               move spaces to approvalOtherID
               move runDate to approvalEffective
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
                           display 'Delete could not be queued for '
                                   screenID ' - file status '
                                   approvalFileStatus
                       end-if
                   not invalid key
                       set approvalDone to true
                       add 1 to deletesQueued
                       display 'Delete of ' screenID
                               ' queued for approval'
               end-write
           end-perform.

      *    The member's age - derived as of the run date - has to
      *    fit the new category's age range.
       screen-category-member.
           perform prompt-for-id
           move screenID to masterFileID
           read masterFile
               invalid key
                   display 'No member found for fileID ' screenID
                   exit paragraph
           end-read
           display 'Current record:'
           perform display-current-record
           perform check-screen-branch
           if branchRefused
               exit paragraph
           end-if
           if masterMemberStatus = 'C'
               display 'Member is cancelled - no category change'
               exit paragraph
           end-if
           display 'Enter category code:'
           accept screenCategory from SYSIN
           move function upper-case(screenCategory)
               to screenCategory
           move screenCategory to ctgCode
           call 'CategoryCatalog' using categoryRequest
           if ctgStatus not = '00'
               display 'Category ' function trim(screenCategory)
                       ' is not on the category catalog'
               exit paragraph
           end-if
           move masterFileAge to derivedAge
           call 'DeriveAge' using masterFileDOB, runDate,
                                  derivedAge, deriveStatus
           if derivedAge < ctgMinAge or derivedAge > ctgMaxAge
               display 'Age ' derivedAge ' does not fit '
                       function trim(ctgDescription)
                       ' (' ctgMinAge '-' ctgMaxAge ')'
               exit paragraph
           end-if
           move screenID to memcatMemberID
           set memcatOnFile to true
           read memcatFile
               invalid key
                   set memcatNotOnFile to true
                   move spaces to memcatCode
           end-read
           move memcatCode to priorCategory
           if memcatOnFile and memcatCode = screenCategory
               display 'Member is already in that category'
               exit paragraph
           end-if
           display 'Move ' screenID ' to '
                   function trim(ctgDescription)
                   ' - confirm (Y/N)?'
           accept screenConfirm from SYSIN
           if screenConfirm not = 'Y' and screenConfirm not = 'y'
               display 'Category change abandoned'
               exit paragraph
           end-if
           move screenID to memcatMemberID
           move screenCategory to memcatCode
           move runDate to memcatSince
           move operatorID to memcatOperator
           move priorCategory to memcatPriorCode
           if memcatOnFile
               rewrite memcatRecord
           else
               write memcatRecord
           end-if
           add 1 to updatesApplied
           move function current-date to auditTimestamp
           move spaces to categoryAuditLine
           string auditTimestamp(1:8) '-' auditTimestamp(9:6) ','
                  'MemberScreen,' screenID ','
                  function trim(priorCategory) ','
                  function trim(screenCategory) ','
                  function trim(operatorID)
               into categoryAuditLine
           end-string
           write categoryAuditFileRecord from categoryAuditLine
           display 'Category changed ' screenID.

      *    On a change a blank entry keeps the value already on
      *    the record - the operator only keys what is actually
               function trim(operatorID) delimited by size
               into auditLine
           end-string
           write auditFileRecord from auditLine
           move auditLine to auditStoreLine
           call 'AuditStore' using auditStoreRequest.
