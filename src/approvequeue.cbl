       identification division.
       program-id. ApproveQueue.

      *    Second-operator review of the dual-control approval
      *    queue (APPROVAL_QUEUE, approval.dat). Deletes and
      *    cancellations from MaintainMember and MemberScreen and
      *    merge pairs from MergeMember wait there pending, stamped
      *    with the operator who asked for them. The reviewer signs
      *    on with approval authority ('A' on the operator file)
      *    and is walked through the pending items oldest first,
      *    approving, rejecting (with a reason) or skipping each.
      *    Nobody reviews their own request - an operator's own
      *    items are passed over and counted. An approved item is
      *    applied by the requesting program's next live run, with
      *    both operator IDs on the audit line; a rejected one is
      *    never applied. A shop with no operator file yet signs
      *    on with full authority, but the same-operator rule
      *    still holds.

       environment division.
       input-output section.
       file-control.
           select approvalFile assign to dynamic approvalFilePath
               organization is indexed
               access mode is dynamic
               record key is approvalKey
               file status is approvalFileStatus.

       data division.
       file section.
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
       01  approvalFilePath pic X(100) value 'approval.dat'.
       01  approvalFileStatus pic XX.
       01  approvalEndSwitch pic X value 'N'.
           88 approvalEof        value 'Y'.
       01  reviewDoneSwitch pic X value 'N'.
           88 reviewDone         value 'Y'.
       01  screenChoice     pic X.
       01  screenReason     pic X(40).
       01  typeText         pic X(6).
       01  reviewTimestamp  pic X(21).
       01  itemsApproved    pic 9(6) value 0.
       01  itemsRejected    pic 9(6) value 0.
       01  itemsSkipped     pic 9(6) value 0.
       01  itemsOwn         pic 9(6) value 0.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
       01  operatorID       pic X(8).
       01  operAuthority    pic X value 'A'.
       01  operRequest.
           02 operReqID        pic X(8).
           02 operReqName      pic X(30).
           02 operReqAuthority pic X.
           02 operReqMemberID  pic X(10).
           02 operReqStatus    pic XX.
           02 operReqBranch    pic X(4).

       procedure division.
       begin.
           accept approvalFilePath from environment 'APPROVAL_QUEUE'
               on exception
                   continue
           end-accept

           perform operator-sign-on

           open i-o approvalFile
           if approvalFileStatus = '35'
               display 'Nothing is waiting for approval'
               stop run
           end-if
           if approvalFileStatus not = '00'
               string 'Error: Unable to open ' approvalFilePath
                      ' - file status ' approvalFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           move low-values to approvalKey
           start approvalFile key is not less than approvalKey
               invalid key
                   set approvalEof to true
           end-start
           perform until approvalEof or reviewDone
               read approvalFile next record
                   at end
                       set approvalEof to true
                   not at end
                       if approvalState = 'P'
                           perform review-one-item
                       end-if
               end-read
           end-perform
           close approvalFile

           display ' '
           display '===== ApproveQueue Session Totals ====='
           display 'Approved         : ' itemsApproved
           display 'Rejected         : ' itemsRejected
           display 'Skipped          : ' itemsSkipped
           display 'Own requests     : ' itemsOwn
           display '========================================'
           move spaces to logMessage
           string 'ApproveQueue session ended - '
                  function trim(operatorID)
                  ' approved ' itemsApproved
                  ' rejected ' itemsRejected
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    Only approval authority may review the queue - update
      *    and delete operators can ask for a change but cannot
      *    sign it off. No operator file ('35') means full
      *    authority, as everywhere else in the suite.
       operator-sign-on.
           display 'Operator ID:'
           accept operatorID from SYSIN
           move operatorID to operReqID
           call 'OperAuth' using operRequest
           evaluate operReqStatus
               when '35'
                   move 'A' to operAuthority
               when '00'
                   move operReqAuthority to operAuthority
                   display 'Signed on: '
                           function trim(operReqName)
                   if operAuthority not = 'A'
                       display 'Your authority does not extend to'
                               ' approvals'
                       move spaces to logMessage
                       string 'ApproveQueue: operator '
                              function trim(operatorID)
                              ' lacks approval authority'
                           into logMessage
                       end-string
                       move 'W' to logSeverity
                       call 'MsgLog' using logMessage, logSeverity
                       move 12 to return-code
                       stop run
                   end-if
               when other
                   display 'Operator ' function trim(operatorID)
                           ' is not on the operator file'
                   move spaces to logMessage
                   string 'ApproveQueue: sign-on refused for '
                          function trim(operatorID)
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 12 to return-code
                   stop run
           end-evaluate.

       review-one-item.
           if approvalRequester = operatorID
               add 1 to itemsOwn
               exit paragraph
           end-if
           perform display-item
           display 'A=approve R=reject S=skip X=exit'
           accept screenChoice from SYSIN
           evaluate screenChoice
               when 'A'
               when 'a'
                   move 'A' to approvalState
                   move spaces to approvalNote
                   perform record-review
                   if approvalFileStatus = '00'
                       add 1 to itemsApproved
                       display 'Approved'
                   end-if
               when 'R'
               when 'r'
                   display 'Reason for rejecting:'
                   move spaces to screenReason
                   accept screenReason from SYSIN
                   if screenReason = spaces
                       move 'rejected by reviewer' to screenReason
                   end-if
                   move 'R' to approvalState
                   move screenReason to approvalNote
                   perform record-review
                   if approvalFileStatus = '00'
                       add 1 to itemsRejected
                       display 'Rejected'
                   end-if
               when 'X'
               when 'x'
                   set reviewDone to true
               when other
                   add 1 to itemsSkipped
           end-evaluate.

       display-item.
           evaluate approvalType
               when 'D'
                   move 'DELETE' to typeText
               when 'C'
                   move 'CANCEL' to typeText
               when 'M'
                   move 'MERGE' to typeText
               when other
                   move approvalType to typeText
           end-evaluate
           display ' '
           display 'Queued   : ' approvalStamp(1:8) '-'
                   approvalStamp(9:6)
           display 'Request  : ' typeText
                   ' from ' function trim(approvalProgram)
                   ' by ' function trim(approvalRequester)
           if approvalType = 'M'
               display 'Merge    : ' approvalOtherID ' '
                       function trim(approvalMemberName)
               display 'Into     : ' approvalMemberID
           else
               display 'Member   : ' approvalMemberID ' '
                       function trim(approvalMemberName)
           end-if
           display 'Effective: ' approvalEffective.

       record-review.
           move operatorID to approvalReviewedBy
           move function current-date to reviewTimestamp
           move reviewTimestamp(1:14) to approvalReviewedAt
           rewrite approvalRecord
               invalid key
                   display 'Review could not be recorded - file'
                           ' status ' approvalFileStatus
           end-rewrite.
