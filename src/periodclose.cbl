       identification division.
       program-id. ClosePeriod.

      *    Month-end close. Closes one accounting period on the
      *    period-control file (PERIOD_FILE, periods.dat) -
      *    PERIOD_CLOSE as YYYYMM, default the month before the
      *    BizDate processing date - but only once the month is
      *    clean:
      *
      *        suspense   no item on the suspense file
      *                   (PAY_SUSPENSE, paysusp.dat) or the
      *                   recycle carry file (SUSP_CARRY,
      *                   paysusp.new) dated in or before the month
      *        bank       every day of the month that has a
      *                   posting-detail file has a BankRecon run
      *                   on the reconciliation log (RECON_LOG,
      *                   reconlog.dat) whose latest result shows
      *                   nothing outstanding on either side
      *
      *    The run marks the period closing ('L') while it checks;
      *    a month that is clean goes to closed ('C') and nothing
      *    more can post into it, one that is not stays closing -
      *    still postable - with what is holding it listed on the
      *    close report (PERIOD_CLOSE_REPORT, periodclose.rpt) and
      *    return code 4. The operator must have update authority
      *    on the operator file as for MaintainPeriod, and every
      *    status change goes onto the period audit trail
      *    (PERIOD_AUDIT, periodaudit.dat).

       environment division.
       input-output section.
       file-control.
           select periodFile assign to dynamic periodFilePath
               organization is indexed
               access mode is random
               record key is periodID
               file status is periodFileStatus.
           select suspenseFile assign to dynamic suspenseFileName
               organization is line sequential
               file status is suspenseFileStatus.
           select reconLogFile assign to dynamic reconLogFileName
               organization is line sequential
               file status is reconLogFileStatus.
           select detailFile assign to dynamic detailFileName
               organization is line sequential
               file status is detailFileStatus.
           select periodAuditFile assign to dynamic periodAuditFileName
               organization is line sequential
               file status is periodAuditFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  periodFile.
           copy period
               replacing ==PERIOD-RECORD==      by ==periodRecord==
                         ==PERIOD-ID==          by ==periodID==
                         ==PERIOD-STATUS-DATE== by ==periodStatusDate==
                         ==PERIOD-STATUS==      by ==periodStatus==
                         ==PERIOD-OPERATOR==    by ==periodOperator==.

       fd  suspenseFile.
       01  suspenseFileRecord pic X(100).

       fd  reconLogFile.
       01  reconLogFileRecord pic X(80).

       fd  detailFile.
       01  detailFileRecord pic X(60).

       fd  periodAuditFile.
       01  periodAuditFileRecord pic X(80).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  periodFilePath   pic X(100) value 'periods.dat'.
       01  periodFileStatus pic XX.
       01  suspenseFileName pic X(100).
       01  suspenseFileStatus pic XX.
       01  suspensePath     pic X(100) value 'paysusp.dat'.
       01  carryPath        pic X(100) value 'paysusp.new'.
       01  reconLogFileName pic X(100) value 'reconlog.dat'.
       01  reconLogFileStatus pic XX.
       01  detailFileName   pic X(100).
       01  detailFileStatus pic XX.
       01  periodAuditFileName pic X(100) value 'periodaudit.dat'.
       01  periodAuditFileStatus pic XX.
       01  reportFileName   pic X(100) value 'periodclose.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  periodFoundSwitch pic X.
           88 periodOnFile       value 'Y'.
           88 periodNotOnFile    value 'N'.
       01  closePeriod.
           02 closeYear     pic 9(4).
           02 closeMonth    pic 99.
       01  closePeriodText  pic X(6).
       01  oldStatus        pic X.
       01  newStatus        pic X.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  auditTimestamp   pic X(21).
       01  auditLine        pic X(80).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  operatorID       pic X(8) value 'BATCH'.
       01  operRequest.
           02 operReqID        pic X(8).
           02 operReqName      pic X(30).
           02 operReqAuthority pic X.
           02 operReqMemberID  pic X(10).
           02 operReqStatus    pic XX.
           02 operReqBranch    pic X(4).
       01  suspID           pic X(10).
       01  suspAmountText   pic X(12).
       01  suspPayDate      pic X(10).
       01  suspReason       pic X(20).
       01  suspenseHeld     pic 9(6) value 0.
      *    The latest log result per day of the month - a rerun
      *    of BankRecon for a day supersedes the earlier one.
       01  dayTable.
           02 dayEntry occurs 31 times.
              03 dayPosted       pic X.
              03 dayReconciled   pic X.
              03 dayPostedOut    pic 9(6).
              03 dayBankOut      pic 9(6).
       01  dayIndex         pic 99.
       01  dayDate          pic X(8).
       01  logDate          pic X(8).
       01  logPostedOut     pic X(12).
       01  logPostedAmount  pic X(14).
       01  logBankOut       pic X(12).
       01  daysPosted       pic 99 value 0.
       01  daysUnreconciled pic 99 value 0.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'ClosePeriod'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept periodFilePath from environment 'PERIOD_FILE'
               on exception
                   continue
           end-accept
           accept suspensePath from environment 'PAY_SUSPENSE'
               on exception
                   continue
           end-accept
           accept carryPath from environment 'SUSP_CARRY'
               on exception
                   continue
           end-accept
           accept reconLogFileName from environment 'RECON_LOG'
               on exception
                   continue
           end-accept
           accept periodAuditFileName from environment 'PERIOD_AUDIT'
               on exception
                   continue
           end-accept
           accept reportFileName from environment
               'PERIOD_CLOSE_REPORT'
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
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           move runDate(1:6) to closePeriod
           if closeMonth = 1
               subtract 1 from closeYear
               move 12 to closeMonth
           else
               subtract 1 from closeMonth
           end-if
           move closePeriod to closePeriodText
           accept closePeriodText from environment 'PERIOD_CLOSE'
               on exception
                   continue
           end-accept
           if closePeriodText is not numeric
               or closePeriodText(5:2) < '01'
               or closePeriodText(5:2) > '12'
               display 'Error: PERIOD_CLOSE must be YYYYMM'
               move 16 to return-code
               stop run
           end-if
           move closePeriodText to closePeriod
           perform sign-on-operator

           open i-o periodFile
           if periodFileStatus = '35'
               open output periodFile
               close periodFile
               open i-o periodFile
           end-if
           if periodFileStatus not = '00'
               string 'Error: Unable to open ' periodFilePath
                      ' - file status ' periodFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open extend periodAuditFile
           if periodAuditFileStatus not = '00'
               open output periodAuditFile
           end-if
           if periodAuditFileStatus not = '00'
               string 'Error: Unable to open ' periodAuditFileName
                      ' - file status ' periodAuditFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
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
               move 16 to return-code
               stop run
           end-if
           move spaces to reportLine
           string 'Month-end close  period ' closePeriodText
                  '  run ' runTimestamp(1:8) '-' runTimestamp(9:6)
                  '  operator ' operatorID
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

           move closePeriodText to periodID
           set periodOnFile to true
           read periodFile
               invalid key
                   set periodNotOnFile to true
                   move 'O' to periodStatus
           end-read
           if periodStatus = 'C'
               move 'Period is already closed - nothing to do'
                   to reportLine
               perform write-report-line
               perform finish-close-run
               move 4 to return-code
               stop run
           end-if
           move periodStatus to oldStatus
           move 'L' to newStatus
           if oldStatus not = 'L'
               perform set-period-status
           end-if

           move 'Suspense items dated in or before the period:'
               to reportLine
           perform write-report-line
           move suspensePath to suspenseFileName
           perform check-one-suspense-file
           move carryPath to suspenseFileName
           perform check-one-suspense-file
           if suspenseHeld = 0
               move '  none' to reportLine
               perform write-report-line
           end-if

           move 'Posting days not reconciled clear:' to reportLine
           perform write-report-line
           perform check-bank-reconciliation
           if daysUnreconciled = 0
               move '  none' to reportLine
               perform write-report-line
           end-if

           move all '-' to reportLine
           perform write-report-line
           move 'L' to oldStatus
           if suspenseHeld = 0 and daysUnreconciled = 0
               move 'C' to newStatus
               perform set-period-status
               move spaces to reportLine
               string 'Period ' closePeriodText ' CLOSED - '
                      daysPosted ' posting days reconciled'
                   into reportLine
               end-string
               perform write-report-line
               string 'ClosePeriod - period ' closePeriodText
                      ' closed by ' operatorID
                   into logMessage
               end-string
               move 'I' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           else
               move spaces to reportLine
               string 'Period ' closePeriodText
                      ' NOT CLOSED - suspense items ' suspenseHeld
                      '  days not reconciled ' daysUnreconciled
                   into reportLine
               end-string
               perform write-report-line
               string 'ClosePeriod - period ' closePeriodText
                      ' left closing: suspense ' suspenseHeld
                      ' unreconciled days ' daysUnreconciled
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 4 to return-code
           end-if
           perform finish-close-run
           stop run.

       finish-close-run.
           close periodFile
           close periodAuditFile
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest
           display '===== ClosePeriod Control Totals ====='
           display 'Period             : ' closePeriodText
           display 'Suspense held      : ' suspenseHeld
           display 'Posting days       : ' daysPosted
           display 'Days unreconciled  : ' daysUnreconciled
           display '======================================'.

       sign-on-operator.
           move operatorID to operReqID
           call 'OperAuth' using operRequest
           evaluate operReqStatus
               when '35'
                   continue
               when '00'
                   if operReqAuthority = 'I'
                       string 'Error: operator '
                              function trim(operatorID)
                              ' has inquiry-only authority'
                           into logMessage
                       end-string
                       move 'E' to logSeverity
                       call 'MsgLog' using logMessage, logSeverity
                       move 12 to return-code
                       stop run
                   end-if
               when other
                   string 'Error: operator '
                          function trim(operatorID)
                          ' is not on the operator file'
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 12 to return-code
                   stop run
           end-evaluate.

       set-period-status.
           move closePeriodText to periodID
           move newStatus to periodStatus
           move runDate to periodStatusDate
           move operatorID to periodOperator
           if periodOnFile
               rewrite periodRecord
           else
               write periodRecord
               set periodOnFile to true
           end-if
           move function current-date to auditTimestamp
           move spaces to auditLine
           string auditTimestamp(1:8) '-' auditTimestamp(9:6) ','
                  'ClosePeriod,' newStatus ',' closePeriodText ','
                  oldStatus ',' newStatus ','
                  function trim(operatorID)
               into auditLine
           end-string
           write periodAuditFileRecord from auditLine.

      *    A file that is not there holds nothing.
       check-one-suspense-file.
           open input suspenseFile
           if suspenseFileStatus not = '00'
               exit paragraph
           end-if
           set notEof to true
           perform until eof
               read suspenseFile
                   at end
                       set eof to true
                   not at end
                       perform check-one-suspense-item
               end-read
           end-perform
           close suspenseFile.

       check-one-suspense-item.
           if suspenseFileRecord = spaces
               or suspenseFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move spaces to suspID
           move spaces to suspAmountText
           move spaces to suspPayDate
           move spaces to suspReason
           unstring suspenseFileRecord delimited by ','
               into suspID suspAmountText suspPayDate suspReason
           end-unstring
           if suspPayDate(1:6) is numeric
               and suspPayDate(1:6) > closePeriodText
               exit paragraph
           end-if
           add 1 to suspenseHeld
           move spaces to reportLine
           string '  ' suspID ' ' suspAmountText ' ' suspPayDate
                  ' ' suspReason ' (' function trim(suspenseFileName)
                  ')'
               into reportLine
           end-string
           perform write-report-line.

       check-bank-reconciliation.
           perform varying dayIndex from 1 by 1 until dayIndex > 31
               move 'N' to dayPosted(dayIndex)
               move 'N' to dayReconciled(dayIndex)
               move 0 to dayPostedOut(dayIndex)
               move 0 to dayBankOut(dayIndex)
           end-perform
           open input reconLogFile
           if reconLogFileStatus = '00'
               set notEof to true
               perform until eof
                   read reconLogFile
                       at end
                           set eof to true
                       not at end
                           perform take-one-recon-result
                   end-read
               end-perform
               close reconLogFile
           end-if
           perform varying dayIndex from 1 by 1 until dayIndex > 31
               perform check-one-posting-day
           end-perform.

       take-one-recon-result.
           move spaces to logDate
           move spaces to logPostedOut
           move spaces to logPostedAmount
           move spaces to logBankOut
           unstring reconLogFileRecord delimited by ','
               into logDate logPostedOut logPostedAmount logBankOut
           end-unstring
           if logDate(1:6) not = closePeriodText
               or logDate(7:2) is not numeric
               exit paragraph
           end-if
           move logDate(7:2) to dayIndex
           if dayIndex < 1 or dayIndex > 31
               exit paragraph
           end-if
           move 'Y' to dayReconciled(dayIndex)
           move 0 to dayPostedOut(dayIndex)
           move 0 to dayBankOut(dayIndex)
           if logPostedOut is numeric
               move logPostedOut to dayPostedOut(dayIndex)
           end-if
           if logBankOut is numeric
               move logBankOut to dayBankOut(dayIndex)
           end-if.

      *    Only a day something posted on needs reconciling; a
      *    day with no posting-detail file had nothing to bank.
       check-one-posting-day.
           move spaces to dayDate
           string closePeriodText dayIndex
               into dayDate
           end-string
           move spaces to detailFileName
           string 'postdetail' dayDate '.dat'
               into detailFileName
           end-string
           open input detailFile
           if detailFileStatus not = '00'
               exit paragraph
           end-if
           close detailFile
           add 1 to daysPosted
           evaluate true
               when dayReconciled(dayIndex) not = 'Y'
                   add 1 to daysUnreconciled
                   move spaces to reportLine
                   string '  ' dayDate ' no bank reconciliation run'
                       into reportLine
                   end-string
                   perform write-report-line
               when dayPostedOut(dayIndex) > 0
                   or dayBankOut(dayIndex) > 0
                   add 1 to daysUnreconciled
                   move spaces to reportLine
                   string '  ' dayDate ' outstanding - posted '
                          dayPostedOut(dayIndex) ' bank '
                          dayBankOut(dayIndex)
                       into reportLine
                   end-string
                   perform write-report-line
           end-evaluate.

       write-report-line.
           write reportFileRecord from reportLine.
