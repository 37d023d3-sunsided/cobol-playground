       identification division.
       program-id. ApprovalExpiry.

      *    Nightly sweep of the dual-control approval queue
      *    (APPROVAL_QUEUE, approval.dat). A delete, cancellation
      *    or merge left pending for APPROVAL_EXPIRY_DAYS days or
      *    more (default 5), counted from the day it was queued to
      *    the BizDate processing date, is expired - it will never
      *    be applied, and the requester has to ask again if the
      *    change is still wanted. The report (APPROVAL_REPORT,
      *    approval.rpt) lists every item expired this run, every
      *    item still pending with its age, approved items still
      *    waiting for the requesting program's next run, and
      *    approved items that failed when applied with the
      *    reason; it is spooled. Anything expired sets rc 4 so
      *    the schedule shows it.

       environment division.
       input-output section.
       file-control.
           select approvalFile assign to dynamic approvalFilePath
               organization is indexed
               access mode is dynamic
               record key is approvalKey
               file status is approvalFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

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

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  approvalFilePath pic X(100) value 'approval.dat'.
       01  approvalFileStatus pic XX.
       01  approvalEndSwitch pic X value 'N'.
           88 approvalEof        value 'Y'.
       01  reportFileName   pic X(100) value 'approval.rpt'.
       01  reportFileStatus pic XX.
       01  expiryDaysText   pic X(5) value '5'.
       01  expiryDays       pic 9(3).
       01  runDate          pic X(8).
       01  runDayNumber     pic 9(8).
       01  itemDayNumber    pic 9(8).
       01  itemAge          pic 9(5).
       01  itemAgeOut       pic zzzz9.
       01  typeText         pic X(6).
       01  stateText        pic X(8).
       01  itemsExpired     pic 9(6) value 0.
       01  itemsPending     pic 9(6) value 0.
       01  itemsAwaiting    pic 9(6) value 0.
       01  itemsFailed      pic 9(6) value 0.
       01  reportLine       pic X(132).
       01  runTimestamp     pic X(21).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'ApprovalExpiry'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept approvalFilePath from environment 'APPROVAL_QUEUE'
               on exception
                   continue
           end-accept
           accept expiryDaysText from environment
               'APPROVAL_EXPIRY_DAYS'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'APPROVAL_REPORT'
               on exception
                   continue
           end-accept
           if function trim(expiryDaysText) is not numeric
               display 'Error: APPROVAL_EXPIRY_DAYS must be a number'
                       ' of days'
               move 16 to return-code
               stop run
           end-if
           move function numval(expiryDaysText) to expiryDays
           if expiryDays = 0
               move 1 to expiryDays
           end-if
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           compute runDayNumber = function integer-of-date(
               function numval(runDate))

           open output reportFile
           if reportFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' reportFileName
                      ' - file status ' reportFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           perform write-report-heading

      *    No approval file means nothing has ever been queued -
      *    an empty report, not an error.
           open i-o approvalFile
           if approvalFileStatus = '00'
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
                           perform check-one-item
                   end-read
               end-perform
               close approvalFile
           else
               if approvalFileStatus not = '35'
                   move spaces to logMessage
                   string 'Error: Unable to open ' approvalFilePath
                          ' - file status ' approvalFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   close reportFile
                   move 16 to return-code
                   stop run
               end-if
           end-if

           perform write-report-totals
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== ApprovalExpiry Control Totals ====='
           display 'Expired this run     : ' itemsExpired
           display 'Still pending        : ' itemsPending
           display 'Approved, not applied: ' itemsAwaiting
           display 'Failed when applied  : ' itemsFailed
           display '=========================================='
           if itemsExpired > 0
               move spaces to logMessage
               string 'ApprovalExpiry: ' itemsExpired
                      ' item(s) expired unapproved after '
                      expiryDays ' day(s)'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 4 to return-code
           end-if
           stop run.

      *    Pending items past their time are expired in place;
      *    rejected, expired and applied items are history and
      *    stay off the report.
       check-one-item.
           compute itemDayNumber = function integer-of-date(
               function numval(approvalStamp(1:8)))
           if itemDayNumber > runDayNumber
               move 0 to itemAge
           else
               compute itemAge = runDayNumber - itemDayNumber
           end-if
           evaluate approvalState
               when 'P'
                   if itemAge >= expiryDays
                       perform expire-one-item
                   else
                       add 1 to itemsPending
                       move 'PENDING' to stateText
                       perform write-item-line
                   end-if
               when 'A'
                   add 1 to itemsAwaiting
                   move 'APPROVED' to stateText
                   perform write-item-line
               when 'F'
                   add 1 to itemsFailed
                   move 'FAILED' to stateText
                   perform write-item-line
               when other
                   continue
           end-evaluate.

       expire-one-item.
           move 'X' to approvalState
           move function current-date to runTimestamp
           move runTimestamp(1:14) to approvalAppliedAt
           move 'expired unapproved' to approvalNote
           rewrite approvalRecord
               invalid key
                   move spaces to logMessage
                   string 'Error: approval queue rewrite failed - '
                          approvalMemberID ' - file status '
                          approvalFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 8 to return-code
                   exit paragraph
           end-rewrite
           add 1 to itemsExpired
           move 'EXPIRED' to stateText
           perform write-item-line.

       write-item-line.
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
           move itemAge to itemAgeOut
           move spaces to reportLine
           move stateText to reportLine(1:8)
           move approvalStamp(1:8) to reportLine(10:8)
           move itemAgeOut to reportLine(19:5)
           move typeText to reportLine(26:6)
           move approvalMemberID to reportLine(33:10)
           move approvalOtherID to reportLine(44:10)
           move approvalMemberName(1:24) to reportLine(55:24)
           move approvalRequester to reportLine(80:8)
           move approvalReviewedBy to reportLine(89:8)
           move approvalNote to reportLine(98:35)
           perform write-report-line.

       write-report-heading.
           move spaces to reportLine
           string 'Approval queue status  processing date '
                  runDate '  expiry after ' expiryDays ' day(s)'
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           move 'State' to reportLine(1:8)
           move 'Queued' to reportLine(10:8)
           move ' Days' to reportLine(19:5)
           move 'Type' to reportLine(26:6)
           move 'fileID' to reportLine(33:10)
           move 'Merged' to reportLine(44:10)
           move 'Name' to reportLine(55:24)
           move 'Asked by' to reportLine(80:8)
           move 'Reviewer' to reportLine(89:8)
           move 'Note' to reportLine(98:35)
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line.

       write-report-totals.
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Expired ' itemsExpired
                  '  pending ' itemsPending
                  '  approved not yet applied ' itemsAwaiting
                  '  failed ' itemsFailed
               into reportLine
           end-string
           perform write-report-line.

       write-report-line.
           write reportFileRecord from reportLine.
