      *    to exist and the member has to be on the master - and a
      *    member re-assigned simply moves, since the xref is
      *    keyed on the member.
      *
      *    The operator (MAINT_OPERATOR, default BATCH) is looked
      *    up on the operator file for their branch: a regional
      *    branch's operator may only assign or remove the members
      *    that branch owns (BranchOwner, membranch.dat). The
      *    households themselves belong to nobody in particular.
      *    Head-office operators, and the overnight BATCH run,
      *    reach every member as before; any other operator ID the
      *    operator file does not carry is refused the run (rc 12)
      *    once the file is in place.

       environment division.
       input-output section.
       01  householdsDeleted pic 9(6) value 0.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
       01  operatorID       pic X(8) value 'BATCH'.
       01  operRequest.
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

       procedure division.
       begin.
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
           move operatorID to operReqID
           call 'OperAuth' using operRequest
      *    An ID the operator file does not carry would otherwise
      *    run with head-office reach; only the overnight BATCH ID,
      *    and a shop with no operator file at all ('35'), may.
           evaluate true
               when operReqStatus = '00'
                   move operReqBranch to operBranch
               when operReqStatus = '35'
                   continue
               when operatorID = 'BATCH'
                   continue
               when other
                   move spaces to logMessage
                   string 'Error: operator '
                          function trim(operatorID)
                          ' is not on the operator file'
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 12 to return-code
                   stop run
           end-evaluate

           open input transFile
           if transFileStatus not = '00'
                   add 1 to txnsRejected
                   exit paragraph
           end-read
           move txnField3 to brchMemberID
           perform check-member-branch
           if branchRefused
               exit paragraph
           end-if
           move txnField3 to xrefMemberID
           move txnField2 to xrefHHID
           write xrefFileRecord
           add 1 to membersAssigned.

       remove-member.
           move txnField2 to brchMemberID
           perform check-member-branch
           if branchRefused
               exit paragraph
           end-if
           move txnField2 to xrefMemberID
           delete xrefFile record
               invalid key
                   add 1 to membersRemoved
           end-delete.

       check-member-branch.
           set branchAllowed to true
           if headOfficeOperator
               exit paragraph
           end-if
           move 'C' to brchAction
           move operBranch to brchOperBranch
           call 'BranchOwner' using branchRequest
           if brchStatus not = '00' and brchStatus not = '35'
               set branchRefused to true
               move spaces to logMessage
               if brchStatus = '08'
                   string 'Reject: member belongs to branch '
                          function trim(brchMemberBranch)
                          ', operator ' function trim(operatorID)
                          ' is branch ' function trim(operBranch)
                          ' - ' brchMemberID
                       into logMessage
                   end-string
               else
                   string 'Reject: member branch file unreadable'
                          ' - status ' brchStatus ' - ' brchMemberID
                       into logMessage
                   end-string
               end-if
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
           end-if.

      *    Only an emptied household may be deleted - otherwise
      *    the cross-reference would keep pointing members at a
      *    household that no longer exists.
