       identification division.
       program-id. ChangeWatch.

      *    Suspicious change-activity report for internal audit.
      *    Reads the dated audit files (auditYYYYMMDD.dat) for a
      *    rolling window of WATCH_DAYS days (default 7) ending on
      *    the BizDate processing date, gathers each member's
      *    maintenance in time order the way AuditHistory does,
      *    and applies the red-flag rules named in the rules file
      *    (WATCH_RULES, watchrules.cfg) - one rule per line as
      *    rule,parameter,parameter:
      *
      *        REPEAT-FIELD,n      the same field (name, age or
      *                            date of birth) changed n or
      *                            more times (default 3)
      *        DOB-BRACKET         a date-of-birth change that
      *                            moves the member into a cheaper
      *                            dues bracket on the dues rate
      *                            table (DUES_RATES)
      *        STATUS-FLIP,n       n or more status changes
      *                            (default 2) with the member put
      *                            back to a status it had left
      *        REVIVE-REMOVE       a member added, reinstated or
      *                            brought back from cancelled,
      *                            then deleted or merged away
      *        OFF-HOURS,from,to   an operator's change on a day
      *                            BizDate says is not a business
      *                            day, or outside from-to (HHMM,
      *                            default 0800 to 1800); the
      *                            scheduled batch (operator BATCH)
      *                            runs at night by design and is
      *                            not counted
      *        REVERSAL,n          maintenance on a member within
      *                            n days (default 3) after a
      *                            payment reversal was posted to
      *                            the payment history
      *                            (PAY_HISTORY)
      *
      *    A rule left off the file is not applied; with no rules
      *    file at all every rule runs at its default. Every hit is
      *    listed with the audit lines behind it and the operator
      *    who made each change. The report (WATCH_REPORT,
      *    changewatch.rpt) is spooled.

       environment division.
       input-output section.
       file-control.
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
           select rulesFile assign to dynamic rulesFileName
               organization is line sequential
               file status is rulesFileStatus.
           select ratesFile assign to dynamic ratesFileName
               organization is line sequential
               file status is ratesFileStatus.
           select payHistFile assign to dynamic payHistFilePath
               organization is indexed
               access mode is dynamic
               record key is payHistKey
               file status is payHistFileStatus.
           select sortWorkFile assign to 'sortwork.tmp'.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  auditFile.
       01  auditFileRecord pic X(200).

       fd  rulesFile.
       01  rulesFileRecord pic X(80).

       fd  ratesFile.
       01  ratesFileRecord pic X(80).

       fd  payHistFile.
           copy payhist
               replacing ==PAYHIST-RECORD==    by ==payHistRecord==
                         ==PAYHIST-KEY==       by ==payHistKey==
                         ==PAYHIST-MEMBER-ID== by ==payHistMemberID==
                         ==PAYHIST-STAMP==     by ==payHistStamp==
                         ==PAYHIST-SEQ==       by ==payHistSeq==
                         ==PAYHIST-TYPE==      by ==payHistType==
                         ==PAYHIST-AMOUNT==    by ==payHistAmount==
                         ==PAYHIST-PAY-DATE==  by ==payHistPayDate==
                         ==PAYHIST-PROGRAM==   by ==payHistProgram==
                         ==PAYHIST-REFERENCE== by ==payHistReference==.

       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortWorkID      pic X(10).
           02 sortWorkStamp   pic X(15).
           02 sortWorkLine    pic X(200).

       fd  reportFile.
       01  reportFileRecord pic X(200).

       working-storage section.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  rulesFileName    pic X(100) value 'watchrules.cfg'.
       01  rulesFileStatus  pic XX.
       01  ratesFileName    pic X(100) value 'duesrates.cfg'.
       01  ratesFileStatus  pic XX.
       01  payHistFilePath  pic X(100) value 'payhist.dat'.
       01  payHistFileStatus pic XX.
       01  payHistOpenSwitch pic X value 'N'.
           88 payHistAvailable   value 'Y'.
       01  reportFileName   pic X(100) value 'changewatch.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
       01  rulesEndSwitch   pic X value 'N'.
           88 rulesEof           value 'Y'.
       01  ratesEndSwitch   pic X value 'N'.
           88 ratesEof           value 'Y'.
       01  historyEndSwitch pic X value 'N'.
           88 historyEof         value 'Y'.
       01  sortDoneSwitch   pic X value 'N'.
           88 sortDone           value 'Y'.
       01  windowDaysText   pic X(3) value '7'.
       01  windowDays       pic 9(3).
       01  runDate          pic X(8).
       01  fromDayNumber    pic 9(8).
       01  toDayNumber      pic 9(8).
       01  loopDayNumber    pic 9(8).
       01  loopDateValue    pic 9(8).
       01  fromDateValue    pic 9(8).
       01  filesRead        pic 9(4) value 0.
       01  linesRead        pic 9(7) value 0.
       01  membersChecked   pic 9(6) value 0.
       01  linesDropped     pic 9(6) value 0.

      *    The rules in force. A rule is on when its line is on the
      *    rules file (or there is no rules file at all).
       01  ruleSettings.
           02 repeatRuleSwitch  pic X value 'N'.
              88 repeatRuleOn       value 'Y'.
           02 repeatThreshold   pic 9(3) value 3.
           02 bracketRuleSwitch pic X value 'N'.
              88 bracketRuleOn      value 'Y'.
           02 flipRuleSwitch    pic X value 'N'.
              88 flipRuleOn         value 'Y'.
           02 flipThreshold     pic 9(3) value 2.
           02 reviveRuleSwitch  pic X value 'N'.
              88 reviveRuleOn       value 'Y'.
           02 hoursRuleSwitch   pic X value 'N'.
              88 hoursRuleOn        value 'Y'.
           02 hoursFrom         pic X(4) value '0800'.
           02 hoursTo           pic X(4) value '1800'.
           02 reversalRuleSwitch pic X value 'N'.
              88 reversalRuleOn     value 'Y'.
           02 reversalDays      pic 9(3) value 3.
       01  ruleNameText     pic X(20).
       01  ruleParm1Text    pic X(10).
       01  ruleParm2Text    pic X(10).
       01  rulesLoaded      pic 99 value 0.

      *    Dues rate table, as BillDues prices it.
       01  rateTable.
           02 rateEntry occurs 20 times.
              03 rateBracket     pic X(8).
              03 rateStatus      pic X.
              03 rateAmount      pic 9(5)v99.
       01  rateCount        pic 99 value 0.
       01  rateIndex        pic 99.
       01  rateBracketText  pic X(10).
       01  rateStatusText   pic X(4).
       01  rateAmountText   pic X(12).
       01  rateFoundSwitch  pic X value 'N'.
           88 rateFound          value 'Y'.
       01  lookupBracket    pic X(8).
       01  lookupStatus     pic X.
       01  lookupRate       pic 9(5)v99.
       01  beforeBracket    pic X(8).
       01  afterBracket     pic X(8).
       01  beforeRate       pic 9(5)v99.
       01  afterRate        pic 9(5)v99.
       01  rateOut          pic zz,zz9.99.
       01  rateOut2         pic zz,zz9.99.
       01  derivedAge       pic 99.
       01  deriveStatus     pic XX.
       01  deriveDOB        pic X(8).

      *    One member's maintenance in the window, oldest first.
       01  memberID         pic X(10) value spaces.
       01  memberLineTable.
           02 memberLine occurs 100 times.
              03 lineStamp       pic X(15).
              03 lineAction      pic X.
              03 lineBeforeName  pic X(40).
              03 lineBeforeAge   pic X(4).
              03 lineBeforeDOB   pic X(8).
              03 lineBeforeStatus pic X.
              03 lineAfterName   pic X(40).
              03 lineAfterAge    pic X(4).
              03 lineAfterDOB    pic X(8).
              03 lineAfterStatus pic X.
              03 lineOperator    pic X(8).
              03 lineDayNumber   pic 9(8).
              03 lineMark        pic X.
              03 lineText        pic X(200).
       01  lineCount        pic 9(3) value 0.
       01  lineIndex        pic 9(3).
       01  earlierIndex     pic 9(3).
       01  markedCount      pic 9(3).
       01  workStamp        pic X(15).
       01  workAction       pic X.
       01  workID           pic X(10).
       01  workBeforeStatDate pic X(8).
       01  workAfterStatDate pic X(8).
       01  fieldIndex       pic 9.
       01  fieldName        pic X(13).
       01  fieldChangedSwitch pic X value 'N'.
           88 fieldChanged       value 'Y'.
       01  returnedStatus   pic X.
       01  flipBackSwitch   pic X value 'N'.
           88 flipBack           value 'Y'.
       01  reviveIndex      pic 9(3).
       01  timeOfDay        pic X(4).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.

      *    The member's payment reversals that can bear on the
      *    window, from the payment history.
       01  reversalTable.
           02 reversalDayNumber pic 9(8) occurs 20 times.
           02 reversalDate      pic X(8) occurs 20 times.
       01  reversalCount    pic 99 value 0.
       01  reversalIndex    pic 99.
       01  reversalHitDate  pic X(8).

       01  hitDescription   pic X(120).
       01  hitCounts.
           02 repeatHits    pic 9(6) value 0.
           02 bracketHits   pic 9(6) value 0.
           02 flipHits      pic 9(6) value 0.
           02 reviveHits    pic 9(6) value 0.
           02 hoursHits     pic 9(6) value 0.
           02 reversalHits  pic 9(6) value 0.
       01  totalHits        pic 9(6) value 0.
       01  membersFlagged   pic 9(6) value 0.
       01  memberHitSwitch  pic X value 'N'.
           88 memberHasHit       value 'Y'.
       01  countOut         pic zz9.
       01  reportLine       pic X(200).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'ChangeWatch'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept windowDaysText from environment 'WATCH_DAYS'
               on exception
                   continue
           end-accept
           accept rulesFileName from environment 'WATCH_RULES'
               on exception
                   continue
           end-accept
           accept ratesFileName from environment 'DUES_RATES'
               on exception
                   continue
           end-accept
           accept payHistFilePath from environment 'PAY_HISTORY'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'WATCH_REPORT'
               on exception
                   continue
           end-accept
           if function trim(windowDaysText) is not numeric
               display 'Error: WATCH_DAYS must be a number of days'
               move 16 to return-code
               stop run
           end-if
           move function numval(windowDaysText) to windowDays
           if windowDays = 0
               move 1 to windowDays
           end-if
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           compute toDayNumber = function integer-of-date(
               function numval(runDate))
           compute fromDayNumber = toDayNumber - windowDays + 1
           compute fromDateValue =
               function date-of-integer(fromDayNumber)

           perform load-watch-rules
           if bracketRuleOn
               perform load-rate-table
               if rateCount = 0
                   move spaces to logMessage
                   string 'Warning: no dues rates loaded from '
                          function trim(ratesFileName)
                          ' - DOB-BRACKET not applied'
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 'N' to bracketRuleSwitch
               end-if
           end-if
           if reversalRuleOn
               open input payHistFile
               if payHistFileStatus = '00'
                   set payHistAvailable to true
               else
                   move spaces to logMessage
                   string 'Warning: payment history '
                          function trim(payHistFilePath)
                          ' unavailable - file status '
                          payHistFileStatus
                          ' - REVERSAL not applied'
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 'N' to reversalRuleSwitch
               end-if
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
           perform write-report-heading

           sort sortWorkFile
               on ascending key sortWorkID sortWorkStamp
               input procedure sort-input-procedure
               output procedure sort-output-procedure

           perform write-report-totals
           close reportFile
           if payHistAvailable
               close payHistFile
           end-if
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== ChangeWatch Control Totals ====='
           display 'Audit files read     : ' filesRead
           display 'Audit lines read     : ' linesRead
           display 'Members checked      : ' membersChecked
           display 'Members flagged      : ' membersFlagged
           display 'Red flags raised     : ' totalHits
           display '======================================='
           move spaces to logMessage
           string 'ChangeWatch complete - ' totalHits
                  ' red flag(s) on ' membersFlagged ' member(s)'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    One rule per line as rule,parameter,parameter. Blank
      *    lines and '*' comments are skipped like every config
      *    file in the suite.
       load-watch-rules.
           open input rulesFile
           if rulesFileStatus not = '00'
               move 'Y' to repeatRuleSwitch
               move 'Y' to bracketRuleSwitch
               move 'Y' to flipRuleSwitch
               move 'Y' to reviveRuleSwitch
               move 'Y' to hoursRuleSwitch
               move 'Y' to reversalRuleSwitch
               move spaces to logMessage
               string 'No rules file ' function trim(rulesFileName)
                      ' - every rule applied at its default'
                   into logMessage
               end-string
               move 'I' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if
           perform until rulesEof
               read rulesFile into rulesFileRecord
                   at end
                       set rulesEof to true
                   not at end
                       perform load-one-rule
               end-read
           end-perform
           close rulesFile.

       load-one-rule.
           if rulesFileRecord = spaces
               or rulesFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move spaces to ruleNameText
           move spaces to ruleParm1Text
           move spaces to ruleParm2Text
           unstring rulesFileRecord delimited by ','
               into ruleNameText ruleParm1Text ruleParm2Text
           end-unstring
           move function upper-case(function trim(ruleNameText))
               to ruleNameText
           evaluate ruleNameText
               when 'REPEAT-FIELD'
                   set repeatRuleOn to true
                   if function trim(ruleParm1Text) is numeric
                       move function numval(ruleParm1Text)
                           to repeatThreshold
                   end-if
               when 'DOB-BRACKET'
                   set bracketRuleOn to true
               when 'STATUS-FLIP'
                   set flipRuleOn to true
                   if function trim(ruleParm1Text) is numeric
                       move function numval(ruleParm1Text)
                           to flipThreshold
                   end-if
               when 'REVIVE-REMOVE'
                   set reviveRuleOn to true
               when 'OFF-HOURS'
                   set hoursRuleOn to true
                   if function trim(ruleParm1Text) is numeric
                       and function length(
                           function trim(ruleParm1Text)) = 4
                       move function trim(ruleParm1Text)
                           to hoursFrom
                   end-if
                   if function trim(ruleParm2Text) is numeric
                       and function length(
                           function trim(ruleParm2Text)) = 4
                       move function trim(ruleParm2Text) to hoursTo
                   end-if
               when 'REVERSAL'
                   set reversalRuleOn to true
                   if function trim(ruleParm1Text) is numeric
                       move function numval(ruleParm1Text)
                           to reversalDays
                   end-if
               when other
                   display 'ChangeWatch: unknown rule ignored - '
                           function trim(rulesFileRecord)
                   exit paragraph
           end-evaluate
           add 1 to rulesLoaded.

      *    Same rate file and layout BillDues prices from -
      *    bracket,status,amount.
       load-rate-table.
           open input ratesFile
           if ratesFileStatus not = '00'
               exit paragraph
           end-if
           perform until ratesEof
               read ratesFile into ratesFileRecord
                   at end
                       set ratesEof to true
                   not at end
                       perform load-one-rate
               end-read
           end-perform
           close ratesFile.

       load-one-rate.
           if ratesFileRecord = spaces
               or ratesFileRecord(1:1) = '*'
               exit paragraph
           end-if
           if rateCount >= 20
               exit paragraph
           end-if
           move spaces to rateBracketText
           move spaces to rateStatusText
           move spaces to rateAmountText
           unstring ratesFileRecord delimited by ','
               into rateBracketText rateStatusText rateAmountText
           end-unstring
           if function trim(rateAmountText) = spaces
               or function test-numval(rateAmountText) not = 0
               exit paragraph
           end-if
           add 1 to rateCount
           move rateBracketText to rateBracket(rateCount)
           move rateStatusText(1:1) to rateStatus(rateCount)
           move function numval(rateAmountText)
               to rateAmount(rateCount).

       write-report-heading.
           move spaces to reportLine
           string 'Suspicious change activity  '
                  fromDateValue ' through ' runDate
                  '  (' function trim(windowDaysText) ' day window)'
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Rules applied:'
               into reportLine
           end-string
           if repeatRuleOn
               move repeatThreshold to countOut
               string function trim(reportLine) ' REPEAT-FIELD '
                      function trim(countOut)
                   delimited by size into reportLine
               end-string
           end-if
           if bracketRuleOn
               string function trim(reportLine) ' DOB-BRACKET'
                   delimited by size into reportLine
               end-string
           end-if
           if flipRuleOn
               move flipThreshold to countOut
               string function trim(reportLine) ' STATUS-FLIP '
                      function trim(countOut)
                   delimited by size into reportLine
               end-string
           end-if
           if reviveRuleOn
               string function trim(reportLine) ' REVIVE-REMOVE'
                   delimited by size into reportLine
               end-string
           end-if
           if hoursRuleOn
               string function trim(reportLine) ' OFF-HOURS '
                      hoursFrom '-' hoursTo
                   delimited by size into reportLine
               end-string
           end-if
           if reversalRuleOn
               move reversalDays to countOut
               string function trim(reportLine) ' REVERSAL '
                      function trim(countOut)
                   delimited by size into reportLine
               end-string
           end-if
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line.

       write-report-totals.
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Red flags: repeat-field ' repeatHits
                  '  dob-bracket ' bracketHits
                  '  status-flip ' flipHits
                  '  revive-remove ' reviveHits
                  '  off-hours ' hoursHits
                  '  reversal ' reversalHits
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string totalHits ' red flag(s) on ' membersFlagged
                  ' of ' membersChecked ' member(s) maintained, from '
                  filesRead ' audit file(s)'
               into reportLine
           end-string
           perform write-report-line
           if linesDropped > 0
               move spaces to reportLine
               string linesDropped ' audit line(s) past the first'
                      ' 100 for a member were not checked'
                   into reportLine
               end-string
               perform write-report-line
           end-if.

      *    One pass per day in the window - a day with no audit
      *    file (nothing ran) is quietly skipped.
       sort-input-procedure.
           perform varying loopDayNumber from fromDayNumber by 1
               until loopDayNumber > toDayNumber
               compute loopDateValue =
                   function date-of-integer(loopDayNumber)
               move spaces to auditFileName
               string 'audit' loopDateValue '.dat'
                   into auditFileName
               end-string
               open input auditFile
               if auditFileStatus = '00'
                   add 1 to filesRead
                   move 'N' to endOfFile
                   perform until eof
                       read auditFile into auditFileRecord
                           at end
                               set eof to true
                           not at end
                               perform release-audit-line
                       end-read
                   end-perform
                   close auditFile
               end-if
           end-perform.

       release-audit-line.
           if auditFileRecord = spaces
               exit paragraph
           end-if
           add 1 to linesRead
           move spaces to workStamp
           move spaces to workID
           unstring auditFileRecord delimited by ','
               into workStamp workAction workID
           end-unstring
           move workID to sortWorkID
           move workStamp to sortWorkStamp
           move auditFileRecord to sortWorkLine
           release sortWorkRecord.

       sort-output-procedure.
           perform until sortDone
               return sortWorkFile
                   at end
                       set sortDone to true
                   not at end
                       perform take-one-line
               end-return
           end-perform
           if lineCount > 0
               perform check-one-member
           end-if.

       take-one-line.
           if sortWorkID not = memberID
               if lineCount > 0
                   perform check-one-member
               end-if
               move sortWorkID to memberID
               move 0 to lineCount
           end-if
           if lineCount >= 100
               add 1 to linesDropped
               exit paragraph
           end-if
           add 1 to lineCount
           move spaces to memberLine(lineCount)
      *    Lines written before the record carried a date of birth,
      *    status or operator ID have fewer fields; the line was
      *    cleared first so nothing carries over.
           unstring sortWorkLine delimited by ','
               into lineStamp(lineCount) lineAction(lineCount)
                    workID
                    lineBeforeName(lineCount) lineBeforeAge(lineCount)
                    lineBeforeDOB(lineCount)
                    lineBeforeStatus(lineCount) workBeforeStatDate
                    lineAfterName(lineCount) lineAfterAge(lineCount)
                    lineAfterDOB(lineCount)
                    lineAfterStatus(lineCount) workAfterStatDate
                    lineOperator(lineCount)
           end-unstring
           move sortWorkLine to lineText(lineCount)
           move 0 to lineDayNumber(lineCount)
           if lineStamp(lineCount)(1:8) is numeric
               compute lineDayNumber(lineCount) =
                   function integer-of-date(
                       function numval(lineStamp(lineCount)(1:8)))
           end-if.

       check-one-member.
           add 1 to membersChecked
           move 'N' to memberHitSwitch
           if repeatRuleOn
               perform check-repeat-field
           end-if
           if bracketRuleOn
               perform check-dob-bracket
           end-if
           if flipRuleOn
               perform check-status-flip
           end-if
           if reviveRuleOn
               perform check-revive-remove
           end-if
           if hoursRuleOn
               perform check-off-hours
           end-if
           if reversalRuleOn
               perform check-reversal
           end-if
           if memberHasHit
               add 1 to membersFlagged
           end-if.

       clear-marks.
           move 0 to markedCount
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               move 'N' to lineMark(lineIndex)
           end-perform.

      *    Name, age and date of birth are counted separately -
      *    three different fields changed once each is ordinary
      *    correction work.
       check-repeat-field.
           perform varying fieldIndex from 1 by 1 until fieldIndex > 3
               perform clear-marks
               perform varying lineIndex from 1 by 1
                       until lineIndex > lineCount
                   move 'N' to fieldChangedSwitch
                   if lineAction(lineIndex) = 'C'
                       evaluate fieldIndex
                           when 1
                               if lineBeforeName(lineIndex)
                                   not = lineAfterName(lineIndex)
                                   set fieldChanged to true
                               end-if
                           when 2
                               if lineBeforeAge(lineIndex)
                                   not = lineAfterAge(lineIndex)
                                   set fieldChanged to true
                               end-if
                           when other
                               if lineBeforeDOB(lineIndex)
                                   not = lineAfterDOB(lineIndex)
                                   set fieldChanged to true
                               end-if
                       end-evaluate
                   end-if
                   if fieldChanged
                       move 'Y' to lineMark(lineIndex)
                       add 1 to markedCount
                   end-if
               end-perform
               if markedCount >= repeatThreshold
                   evaluate fieldIndex
                       when 1
                           move 'name' to fieldName
                       when 2
                           move 'age' to fieldName
                       when other
                           move 'date of birth' to fieldName
                   end-evaluate
                   move markedCount to countOut
                   move spaces to hitDescription
                   string function trim(fieldName) ' changed '
                          function trim(countOut) ' times'
                       into hitDescription
                   end-string
                   move 'REPEAT-FIELD' to ruleNameText
                   add 1 to repeatHits
                   perform write-hit
               end-if
           end-perform.

      *    Both dates of birth are bracketed as of the processing
      *    date and priced at the member's status after the
      *    change; a cheaper bracket after is the flag.
       check-dob-bracket.
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               if lineAction(lineIndex) = 'C'
                   and lineBeforeDOB(lineIndex) is numeric
                   and lineAfterDOB(lineIndex) is numeric
                   and lineBeforeDOB(lineIndex)
                       not = lineAfterDOB(lineIndex)
                   perform price-dob-change
               end-if
           end-perform.

       price-dob-change.
           move lineAfterStatus(lineIndex) to lookupStatus
           if lookupStatus = space
               move 'A' to lookupStatus
           end-if
           move lineBeforeDOB(lineIndex) to deriveDOB
           perform find-bracket-rate
           if not rateFound
               exit paragraph
           end-if
           move lookupBracket to beforeBracket
           move lookupRate to beforeRate
           move lineAfterDOB(lineIndex) to deriveDOB
           perform find-bracket-rate
           if not rateFound
               exit paragraph
           end-if
           move lookupBracket to afterBracket
           move lookupRate to afterRate
           if afterRate not < beforeRate
               exit paragraph
           end-if
           perform clear-marks
           move 'Y' to lineMark(lineIndex)
           move beforeRate to rateOut
           move afterRate to rateOut2
           move spaces to hitDescription
           string 'date of birth change moves dues from '
                  function trim(beforeBracket) ' '
                  function trim(rateOut) ' to '
                  function trim(afterBracket) ' '
                  function trim(rateOut2)
               into hitDescription
           end-string
           move 'DOB-BRACKET' to ruleNameText
           add 1 to bracketHits
           perform write-hit.

       find-bracket-rate.
           move 'N' to rateFoundSwitch
           move 0 to derivedAge
           call 'DeriveAge' using deriveDOB, runDate,
                                  derivedAge, deriveStatus
           if deriveStatus not = '00'
               exit paragraph
           end-if
           evaluate true
               when derivedAge < 18
                   move 'Under18' to lookupBracket
               when derivedAge <= 64
                   move '18to64' to lookupBracket
               when other
                   move '65plus' to lookupBracket
           end-evaluate
           perform varying rateIndex from 1 by 1
                   until rateIndex > rateCount
               if rateBracket(rateIndex) = lookupBracket
                   and rateStatus(rateIndex) = lookupStatus
                   move rateAmount(rateIndex) to lookupRate
                   set rateFound to true
                   exit perform
               end-if
           end-perform.

      *    A flip is a status change that puts the member back to
      *    a status an earlier change in the window took it off.
       check-status-flip.
           perform clear-marks
           move 'N' to flipBackSwitch
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               if lineAction(lineIndex) = 'S'
                   move 'Y' to lineMark(lineIndex)
                   add 1 to markedCount
                   perform varying earlierIndex from 1 by 1
                           until earlierIndex >= lineIndex
                       if lineAction(earlierIndex) = 'S'
                           and lineBeforeStatus(earlierIndex)
                               = lineAfterStatus(lineIndex)
                           set flipBack to true
                           move lineAfterStatus(lineIndex)
                               to returnedStatus
                       end-if
                   end-perform
               end-if
           end-perform
           if markedCount >= flipThreshold and flipBack
               move markedCount to countOut
               move spaces to hitDescription
               string 'status changed ' function trim(countOut)
                      ' times, back to ''' returnedStatus ''''
                   into hitDescription
               end-string
               move 'STATUS-FLIP' to ruleNameText
               add 1 to flipHits
               perform write-hit
           end-if.

       check-revive-remove.
           perform clear-marks
           move 0 to reviveIndex
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               evaluate true
                   when lineAction(lineIndex) = 'A'
                       move lineIndex to reviveIndex
                   when lineAction(lineIndex) = 'S'
                       and lineBeforeStatus(lineIndex) = 'C'
                       and lineAfterStatus(lineIndex) not = 'C'
                       move lineIndex to reviveIndex
                   when lineAction(lineIndex) = 'D'
                       and reviveIndex > 0
                       move 'Y' to lineMark(reviveIndex)
                       move 'Y' to lineMark(lineIndex)
                       add 2 to markedCount
                       move 0 to reviveIndex
               end-evaluate
           end-perform
           if markedCount > 0
               move spaces to hitDescription
               string 'added, reinstated or un-cancelled, then'
                      ' deleted or merged away'
                   into hitDescription
               end-string
               move 'REVIVE-REMOVE' to ruleNameText
               add 1 to reviveHits
               perform write-hit
           end-if.

       check-off-hours.
           perform clear-marks
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               if lineOperator(lineIndex) not = spaces
                   and lineOperator(lineIndex) not = 'BATCH'
                   and lineStamp(lineIndex)(1:8) is numeric
                   move lineStamp(lineIndex)(10:4) to timeOfDay
                   move 'B' to calAction
                   move lineStamp(lineIndex)(1:8) to calDate
                   call 'BizDate' using calRequest
                   if calResult = 'N'
                       or timeOfDay < hoursFrom
                       or timeOfDay not < hoursTo
                       move 'Y' to lineMark(lineIndex)
                       add 1 to markedCount
                   end-if
               end-if
           end-perform
           if markedCount > 0
               move markedCount to countOut
               move spaces to hitDescription
               string function trim(countOut)
                      ' change(s) outside business hours '
                      hoursFrom '-' hoursTo ' or off a business day'
                   into hitDescription
               end-string
               move 'OFF-HOURS' to ruleNameText
               add 1 to hoursHits
               perform write-hit
           end-if.

       check-reversal.
           perform load-member-reversals
           if reversalCount = 0
               exit paragraph
           end-if
           perform clear-marks
           move spaces to reversalHitDate
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               if lineAction(lineIndex) = 'A' or 'C' or 'D' or 'S'
                   perform varying reversalIndex from 1 by 1
                           until reversalIndex > reversalCount
                       if lineDayNumber(lineIndex)
                               >= reversalDayNumber(reversalIndex)
                           and lineDayNumber(lineIndex)
                               <= reversalDayNumber(reversalIndex)
                                  + reversalDays
                           and lineMark(lineIndex) = 'N'
                           move 'Y' to lineMark(lineIndex)
                           add 1 to markedCount
                           if reversalHitDate = spaces
                               move reversalDate(reversalIndex)
                                   to reversalHitDate
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform
           if markedCount > 0
               move reversalDays to countOut
               move spaces to hitDescription
               string 'maintained within ' function trim(countOut)
                      ' day(s) of a payment reversal posted '
                      reversalHitDate
                   into hitDescription
               end-string
               move 'REVERSAL' to ruleNameText
               add 1 to reversalHits
               perform write-hit
           end-if.

      *    Reversals posted from the rule's look-back before the
      *    window through the end of it can explain maintenance in
      *    the window.
       load-member-reversals.
           move 0 to reversalCount
           move low-values to payHistKey
           move memberID to payHistMemberID
           move 'N' to historyEndSwitch
           start payHistFile key not < payHistKey
               invalid key
                   set historyEof to true
           end-start
           perform until historyEof
               read payHistFile next record
                   at end
                       set historyEof to true
                   not at end
                       if payHistMemberID not = memberID
                           set historyEof to true
                       else
                           perform take-one-reversal
                       end-if
               end-read
           end-perform.

       take-one-reversal.
           if payHistType not = 'R'
               or payHistStamp(1:8) is not numeric
               or reversalCount >= 20
               exit paragraph
           end-if
           add 1 to reversalCount
           move payHistStamp(1:8) to reversalDate(reversalCount)
           compute reversalDayNumber(reversalCount) =
               function integer-of-date(
                   function numval(payHistStamp(1:8)))
           if reversalDayNumber(reversalCount) + reversalDays
                   < fromDayNumber
               or reversalDayNumber(reversalCount) > toDayNumber
               subtract 1 from reversalCount
           end-if.

      *    A hit is the rule, the member and what was seen, then
      *    each audit line behind it with the operator who made
      *    the change.
       write-hit.
           set memberHasHit to true
           add 1 to totalHits
           move spaces to reportLine
           string ruleNameText delimited by space
                  '  member ' memberID '  '
                  function trim(hitDescription)
               delimited by size into reportLine
           end-string
           perform write-report-line
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               if lineMark(lineIndex) = 'Y'
                   move spaces to reportLine
                   if lineOperator(lineIndex) = spaces
                       string '    ' lineStamp(lineIndex)
                              '  operator (none recorded)  '
                              function trim(lineText(lineIndex))
                           delimited by size into reportLine
                       end-string
                   else
                       string '    ' lineStamp(lineIndex)
                              '  operator '
                              lineOperator(lineIndex) '  '
                              function trim(lineText(lineIndex))
                           delimited by size into reportLine
                       end-string
                   end-if
                   perform write-report-line
               end-if
           end-perform.

       write-report-line.
           write reportFileRecord from reportLine.
