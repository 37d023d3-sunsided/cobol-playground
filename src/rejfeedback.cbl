       identification division.
       program-id. RejectFeedback.

      *    Nightly reject feedback to the source partners. Runs
      *    after the load and RecycleRejects, over the carry file
      *    (FEEDBACK_REJECTS, reject.new - every reject still
      *    outstanding, stamped with the date it first rejected):
      *
      *        id,name,age,dob,reason,source,firstSeen,ageInDays
      *
      *    Each reject's source file is matched to its partner
      *    through PartnerRegistry, and every partner with rejects
      *    outstanding is sent one file (FEEDBACK_PREFIX followed
      *    by the partner code and the date, feedback_ACME_
      *    YYYYMMDD.csv by default) listing the row as they sent
      *    it, our reject reason, the ValidEdit rule the row broke
      *    where a rule rejected it, and the days it has been
      *    outstanding, oldest first:
      *
      *        fileID,name,age,dob,reason,rule,firstSeen,days
      *
      *    Each file is registered through OutboundLog so AckMatch
      *    shows which partners have taken theirs. A reject from a
      *    file no registered partner sends is counted but goes to
      *    nobody. The summary (FEEDBACK_REPORT,
      *    rejectfeedback.rpt, spooled) lists every partner on the
      *    registry with today's reject rate - rows rejected today
      *    against rows received today, received being the rows
      *    the manifest (READCSV_MANIFEST) shows loaded today from
      *    the partner's files plus today's rejects - and the
      *    backlog still outstanding, for account management to
      *    take up when a partner's data quality slips.

       environment division.
       input-output section.
       file-control.
           select rejectFile assign to dynamic rejectFilePath
               organization is line sequential
               file status is rejectFileStatus.
           select manifestFile assign to dynamic manifestFilePath
               organization is line sequential
               file status is manifestFileStatus.
           select sortWorkFile assign to 'sortwork.tmp'.
           select feedbackFile assign to dynamic feedbackFileName
               organization is line sequential
               file status is feedbackFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  rejectFile.
       01  rejectFileRecord pic X(150).

       fd  manifestFile.
       01  manifestFileRecord pic X(150).

       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortWorkCode     pic X(8).
           02 sortWorkDays     pic 9(6).
           02 sortWorkID       pic X(10).
           02 sortWorkName     pic X(40).
           02 sortWorkAge      pic X(4).
           02 sortWorkDOB      pic X(10).
           02 sortWorkReason   pic X(20).
           02 sortWorkFirstSeen pic X(8).

       fd  feedbackFile.
       01  feedbackFileRecord pic X(150).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  rejectFilePath   pic X(100) value 'reject.new'.
       01  rejectFileStatus pic XX.
       01  manifestFilePath pic X(100) value 'manifest.dat'.
       01  manifestFileStatus pic XX.
       01  feedbackPrefix   pic X(80) value 'feedback_'.
       01  feedbackFileName pic X(100).
       01  feedbackFileStatus pic XX.
       01  feedbackOpenSwitch pic X value 'N'.
           88 feedbackOpen       value 'Y'.
       01  reportFileName   pic X(100) value 'rejectfeedback.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
       01  manifestEndSwitch pic X value 'N'.
           88 manifestEof        value 'Y'.
       01  sortDoneSwitch   pic X value 'N'.
           88 sortDone           value 'Y'.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  todayDayNumber   pic 9(8).
       01  firstSeenDayNumber pic 9(8).
       01  rejID            pic X(10).
       01  rejName          pic X(40).
       01  rejRawAge        pic X(4).
       01  rejRawDOB        pic X(10).
       01  rejReason        pic X(20).
       01  rejSource        pic X(30).
       01  rejFirstSeen     pic X(8).
       01  rejAgeDaysText   pic X(6).
       01  manifestEntryName pic X(100).
       01  manifestCountText pic X(10).
       01  manifestStamp    pic X(14).
      *    '*NONE*' collects rejects from files no partner sends;
      *    it sorts ahead of every real code and gets no file.
       01  noPartnerCode    pic X(8) value '*NONE*'.
       01  currentCode      pic X(8) value spaces.
       01  feedbackReason   pic X(20).
       01  feedbackRule     pic X(20).
       01  feedbackLine     pic X(150).
       01  feedbackRows     pic 9(6) value 0.
       01  daysOut          pic zzzzz9.
       01  partnerSummary.
           02 summaryEntry occurs 50 times.
              03 summaryCode     pic X(8).
              03 summaryName     pic X(30).
              03 summaryContact  pic X(30).
              03 summaryReceived pic 9(7).
              03 summaryNewToday pic 9(6).
              03 summaryOutstanding pic 9(6).
              03 summaryOldest   pic 9(6).
              03 summaryFileSent pic X.
       01  summaryCount     pic 99 value 0.
       01  summaryIndex     pic 99.
       01  currentIndex     pic 99 value 0.
       01  noPartnerRejects pic 9(6) value 0.
       01  noPartnerToday   pic 9(6) value 0.
       01  rejectsRead      pic 9(6) value 0.
       01  rejectsSent      pic 9(6) value 0.
       01  filesWritten     pic 9(4) value 0.
       01  rowsReceived     pic 9(7).
       01  rejectRate       pic 999v9.
       01  rateOut          pic zz9.9.
       01  receivedOut      pic z,zzz,zz9.
       01  newTodayOut      pic zzz,zz9.
       01  outstandingOut   pic zzz,zz9.
       01  oldestOut        pic zzzzz9.
       01  reportLine       pic X(132).
       01  partnerRequest.
           02 partnerAction      pic X.
           02 partnerLookupName  pic X(100).
           02 partnerEntryIndex  pic 99.
           02 partnerCode        pic X(8).
           02 partnerName        pic X(30).
           02 partnerPattern     pic X(40).
           02 partnerLayout      pic X.
           02 partnerDelimiter   pic X.
           02 partnerExpected    pic 9(7).
           02 partnerTolerance   pic 9(3).
           02 partnerContact     pic X(30).
           02 partnerEmail       pic X(40).
           02 partnerStatus      pic XX.
       01  outboundRequest.
           02 obAction   pic X.
           02 obProgram  pic X(15) value 'RejectFeedback'.
           02 obFile     pic X(100).
           02 obCount    pic 9(6).
           02 obHash     pic 9(9).
           02 obStatus   pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'RejectFeedback'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept rejectFilePath from environment 'FEEDBACK_REJECTS'
               on exception
                   continue
           end-accept
           accept manifestFilePath from environment 'READCSV_MANIFEST'
               on exception
                   continue
           end-accept
           accept feedbackPrefix from environment 'FEEDBACK_PREFIX'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'FEEDBACK_REPORT'
               on exception
                   continue
           end-accept
      *    Same clock RecycleRejects ages the carry file by.
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate
           compute todayDayNumber =
               function integer-of-date(function numval(runDate))

           perform load-partner-summary
           if summaryCount = 0
               move spaces to logMessage
               string 'Error: no partners on the registry - '
                      'feedback cannot be addressed'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           perform count-rows-received

           open input rejectFile
           if rejectFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' rejectFilePath
                      ' - file status ' rejectFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
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

           sort sortWorkFile
               on ascending key sortWorkCode
               on descending key sortWorkDays
               on ascending key sortWorkID
               input procedure sort-input-procedure
               output procedure sort-output-procedure

           close rejectFile
           perform write-summary-report
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== RejectFeedback Control Totals ====='
           display 'Rejects read         : ' rejectsRead
           display 'Rejects sent back    : ' rejectsSent
           display 'Feedback files       : ' filesWritten
           display 'No partner on record : ' noPartnerRejects
           display '=========================================='
           move spaces to logMessage
           string 'RejectFeedback complete - ' rejectsSent
                  ' reject(s) in ' filesWritten ' partner file(s), '
                  noPartnerRejects ' with no partner'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if noPartnerRejects > 0 and return-code < 4
               move 4 to return-code
           end-if
           stop run.

      *    Every partner on the registry gets a summary line, so a
      *    partner with a clean day shows as one.
       load-partner-summary.
           move 0 to partnerEntryIndex
           move 'N' to partnerAction
           call 'PartnerRegistry' using partnerRequest
           perform until partnerStatus not = '00'
                      or summaryCount >= 50
               add 1 to summaryCount
               move partnerCode to summaryCode(summaryCount)
               move partnerName to summaryName(summaryCount)
               move partnerContact to summaryContact(summaryCount)
               move 0 to summaryReceived(summaryCount)
               move 0 to summaryNewToday(summaryCount)
               move 0 to summaryOutstanding(summaryCount)
               move 0 to summaryOldest(summaryCount)
               move 'N' to summaryFileSent(summaryCount)
               move 'N' to partnerAction
               call 'PartnerRegistry' using partnerRequest
           end-perform.

      *    Today's loads from the manifest, credited to whichever
      *    partner sends the file.
       count-rows-received.
           open input manifestFile
           if manifestFileStatus not = '00'
               exit paragraph
           end-if
           perform until manifestEof
               read manifestFile into manifestFileRecord
                   at end
                       set manifestEof to true
                   not at end
                       perform take-manifest-entry
               end-read
           end-perform
           close manifestFile.

       take-manifest-entry.
           move spaces to manifestEntryName
           move spaces to manifestCountText
           move spaces to manifestStamp
           unstring manifestFileRecord delimited by ','
               into manifestEntryName manifestCountText manifestStamp
           end-unstring
           if manifestStamp(1:8) not = runDate
               or function trim(manifestCountText) is not numeric
               exit paragraph
           end-if
           move 'M' to partnerAction
           move manifestEntryName to partnerLookupName
           call 'PartnerRegistry' using partnerRequest
           if partnerStatus not = '00'
               exit paragraph
           end-if
           perform find-summary-entry
           if summaryIndex > 0
               compute summaryReceived(summaryIndex) =
                   summaryReceived(summaryIndex)
                   + function numval(manifestCountText)
           end-if.

       find-summary-entry.
           move 0 to currentIndex
           perform varying summaryIndex from 1 by 1
                   until summaryIndex > summaryCount
               if summaryCode(summaryIndex) = partnerCode
                   move summaryIndex to currentIndex
                   exit perform
               end-if
           end-perform
           move currentIndex to summaryIndex.

       sort-input-procedure.
           perform until eof
               read rejectFile
                   at end
                       set eof to true
                   not at end
                       perform release-one-reject
               end-read
           end-perform.

       release-one-reject.
           if rejectFileRecord = spaces
               exit paragraph
           end-if
           add 1 to rejectsRead
           move spaces to rejID
           move spaces to rejName
           move spaces to rejRawAge
           move spaces to rejRawDOB
           move spaces to rejReason
           move spaces to rejSource
           move spaces to rejFirstSeen
           move spaces to rejAgeDaysText
           unstring rejectFileRecord delimited by ','
               into rejID rejName rejRawAge rejRawDOB
                    rejReason rejSource rejFirstSeen rejAgeDaysText
           end-unstring
      *    A reject straight off the load has no firstSeen yet -
      *    it is today's.
           move 0 to sortWorkDays
           if rejFirstSeen is numeric
               compute firstSeenDayNumber =
                   function integer-of-date(
                       function numval(rejFirstSeen))
               if firstSeenDayNumber < todayDayNumber
                   compute sortWorkDays =
                       todayDayNumber - firstSeenDayNumber
               end-if
           else
               move runDate to rejFirstSeen
           end-if
           move 'M' to partnerAction
           move rejSource to partnerLookupName
           call 'PartnerRegistry' using partnerRequest
           if partnerStatus = '00'
               move partnerCode to sortWorkCode
           else
               move noPartnerCode to sortWorkCode
           end-if
           move rejID to sortWorkID
           move rejName to sortWorkName
           move rejRawAge to sortWorkAge
           move rejRawDOB to sortWorkDOB
           move rejReason to sortWorkReason
           move rejFirstSeen to sortWorkFirstSeen
           release sortWorkRecord.

       sort-output-procedure.
           perform until sortDone
               return sortWorkFile
                   at end
                       set sortDone to true
                   not at end
                       perform feed-back-one-reject
               end-return
           end-perform
           perform close-feedback-file.

       feed-back-one-reject.
           if sortWorkCode = noPartnerCode
               add 1 to noPartnerRejects
               if sortWorkDays = 0
                   add 1 to noPartnerToday
               end-if
               exit paragraph
           end-if
           if sortWorkCode not = currentCode
               perform close-feedback-file
               perform open-feedback-file
           end-if
           if currentIndex > 0
               add 1 to summaryOutstanding(currentIndex)
               if sortWorkDays = 0
                   add 1 to summaryNewToday(currentIndex)
               end-if
               if sortWorkDays > summaryOldest(currentIndex)
                   move sortWorkDays to summaryOldest(currentIndex)
               end-if
           end-if
           if not feedbackOpen
               exit paragraph
           end-if
      *    A ValidEdit rejection carries the rule name as its
      *    reason; the partner sees it in the rule column.
           evaluate sortWorkReason
               when 'REQUIRED-ID'
               when 'REQUIRED-NAME'
               when 'AGE-MIN'
               when 'AGE-MAX'
               when 'ID-MASK'
               when 'NAME-ALPHA'
                   move 'VALIDATION RULE' to feedbackReason
                   move sortWorkReason to feedbackRule
               when other
                   move sortWorkReason to feedbackReason
                   move spaces to feedbackRule
           end-evaluate
           move sortWorkDays to daysOut
           move spaces to feedbackLine
           string function trim(sortWorkID) ','
                  function trim(sortWorkName) ','
                  function trim(sortWorkAge) ','
                  function trim(sortWorkDOB) ','
                  function trim(feedbackReason) ','
                  function trim(feedbackRule) ','
                  sortWorkFirstSeen ','
                  function trim(daysOut)
               delimited by size into feedbackLine
           end-string
           write feedbackFileRecord from feedbackLine
           add 1 to feedbackRows
           add 1 to rejectsSent.

       open-feedback-file.
           move sortWorkCode to currentCode
           move sortWorkCode to partnerCode
           perform find-summary-entry
           move summaryIndex to currentIndex
           move 0 to feedbackRows
           move spaces to feedbackFileName
           string function trim(feedbackPrefix)
                  function trim(sortWorkCode) '_' runDate '.csv'
               delimited by size into feedbackFileName
           end-string
           open output feedbackFile
           if feedbackFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' feedbackFileName
                      ' - file status ' feedbackFileStatus
                      ' - no feedback for partner ' sortWorkCode
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               if return-code < 8
                   move 8 to return-code
               end-if
               exit paragraph
           end-if
           set feedbackOpen to true
           move 'fileID,name,age,dob,reason,rule,firstSeen,days'
               to feedbackLine
           write feedbackFileRecord from feedbackLine.

       close-feedback-file.
           if not feedbackOpen
               exit paragraph
           end-if
           close feedbackFile
           move 'N' to feedbackOpenSwitch
           add 1 to filesWritten
           if currentIndex > 0
               move 'Y' to summaryFileSent(currentIndex)
           end-if
           move 'R' to obAction
           move feedbackFileName to obFile
           move feedbackRows to obCount
           move feedbackRows to obHash
           call 'OutboundLog' using outboundRequest.

       write-summary-report.
           move spaces to reportLine
           string 'Partner reject feedback  '
                  runDate(1:4) '-' runDate(5:2) '-' runDate(7:2)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move 'partner  name' to reportLine
           move 'received  rejected   rate%  outstanding  oldest'
               to reportLine(42:48)
           move 'file  contact' to reportLine(92:13)
           perform write-report-line
           perform varying summaryIndex from 1 by 1
                   until summaryIndex > summaryCount
               perform write-summary-line
           end-perform
           move all '-' to reportLine
           perform write-report-line
           move noPartnerToday to newTodayOut
           move noPartnerRejects to outstandingOut
           move spaces to reportLine
           string '(no partner) rejected today '
                  function trim(newTodayOut)
                  ', outstanding ' function trim(outstandingOut)
                  ' - source file not on the partner registry'
               delimited by size into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Feedback files sent ' filesWritten
                  '  rejects sent ' rejectsSent
               into reportLine
           end-string
           perform write-report-line.

       write-summary-line.
           compute rowsReceived = summaryReceived(summaryIndex)
               + summaryNewToday(summaryIndex)
           move 0 to rejectRate
           if rowsReceived > 0
               compute rejectRate rounded =
                   summaryNewToday(summaryIndex) * 100 / rowsReceived
           end-if
           move rowsReceived to receivedOut
           move summaryNewToday(summaryIndex) to newTodayOut
           move rejectRate to rateOut
           move summaryOutstanding(summaryIndex) to outstandingOut
           move summaryOldest(summaryIndex) to oldestOut
           move spaces to reportLine
           move summaryCode(summaryIndex) to reportLine(1:8)
           move summaryName(summaryIndex) to reportLine(10:30)
           move receivedOut to reportLine(41:9)
           move newTodayOut to reportLine(52:7)
           move rateOut to reportLine(63:5)
           move outstandingOut to reportLine(74:7)
           move oldestOut to reportLine(83:6)
           if summaryFileSent(summaryIndex) = 'Y'
               move 'sent' to reportLine(92:4)
           else
               move '-' to reportLine(92:1)
           end-if
           move summaryContact(summaryIndex) to reportLine(98:30)
           perform write-report-line.

       write-report-line.
           write reportFileRecord from reportLine.
