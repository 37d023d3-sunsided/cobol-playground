       identification division.
       program-id. OperActivity.

      *    Operator activity and segregation-of-duties report for
      *    internal audit's quarterly sign-off. Reads the dated
      *    audit files (auditYYYYMMDD.dat) from OPACT_FROM through
      *    OPACT_TO - by default the calendar quarter holding the
      *    BizDate processing date, up to that date - and counts
      *    what each operator on the audit lines did: adds,
      *    changes, deletes, status changes, holds placed and
      *    released, and merges (a delete whose fileID is on the
      *    merge cross-reference, MERGE_XREF, is the merged-away
      *    side of a merge). Each operator ID is checked against
      *    the operator file through OperAuth, and activity by an
      *    ID no longer on it is called out.
      *
      *    The member's maintenance is then read back in time
      *    order, as ChangeWatch does, for work where one person
      *    did both halves of a job that should take two:
      *
      *        ADD-THEN-DOB     the operator who added a member
      *                         later changed that member's date
      *                         of birth
      *        HOLD-RELEASE     the operator who placed a legal
      *                         hold on a member released it
      *        OWN-HOUSEHOLD    the operator maintained their own
      *                         record or one in their household -
      *                         the operator's own fileID comes
      *                         from the operator file, the
      *                         household from the household
      *                         cross-reference (HH_XREF)
      *
      *    Each conflict is listed with the audit lines behind it.
      *    The report (OPACT_REPORT, opactivity.rpt) is spooled;
      *    any conflict or unknown operator sets rc 4.

       environment division.
       input-output section.
       file-control.
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
           select xrefFile assign to dynamic xrefFilePath
               organization is indexed
               access mode is random
               record key is xrefOldID
               file status is xrefFileStatus.
           select hhXrefFile assign to dynamic hhXrefFilePath
               organization is indexed
               access mode is random
               record key is hhXrefMemberID
               file status is hhXrefFileStatus.
           select sortWorkFile assign to 'sortwork.tmp'.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  auditFile.
       01  auditFileRecord pic X(200).

       fd  xrefFile.
       01  xrefFileRecord.
           02 xrefOldID     pic X(10).
           02 xrefNewID     pic X(10).

       fd  hhXrefFile.
           copy hhxref
               replacing ==HHXREF-RECORD==   by ==hhXrefRecord==
                         ==XREF-MEMBER-ID==  by ==hhXrefMemberID==
                         ==XREF-HH-ID==      by ==hhXrefHHID==.

       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortWorkID      pic X(10).
           02 sortWorkStamp   pic X(15).
           02 sortWorkAction  pic X.
           02 sortWorkOperator pic X(8).
           02 sortWorkLine    pic X(200).

       fd  reportFile.
       01  reportFileRecord pic X(200).

       working-storage section.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  xrefFilePath     pic X(100) value 'mergexref.dat'.
       01  xrefFileStatus   pic XX.
       01  xrefOpenSwitch   pic X value 'N'.
           88 xrefAvailable      value 'Y'.
       01  hhXrefFilePath   pic X(100) value 'hhxref.dat'.
       01  hhXrefFileStatus pic XX.
       01  hhXrefOpenSwitch pic X value 'N'.
           88 hhXrefAvailable    value 'Y'.
       01  reportFileName   pic X(100) value 'opactivity.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
       01  sortDoneSwitch   pic X value 'N'.
           88 sortDone           value 'Y'.
       01  fromDateText     pic X(8) value spaces.
       01  toDateText       pic X(8) value spaces.
       01  runDate          pic X(8).
       01  quarterMonth     pic 99.
       01  fromDayNumber    pic 9(8).
       01  toDayNumber      pic 9(8).
       01  loopDayNumber    pic 9(8).
       01  loopDateValue    pic 9(8).
       01  filesRead        pic 9(4) value 0.
       01  linesRead        pic 9(7) value 0.
       01  linesDropped     pic 9(6) value 0.
       01  noOperatorFileSwitch pic X value 'N'.
           88 noOperatorFile     value 'Y'.

      *    Every operator seen on the audit lines, kept in ID
      *    order as they are found. The blank ID collects lines
      *    written before sign-on existed.
       01  operatorTable.
           02 operatorEntry occurs 200 times.
              03 opID            pic X(8).
              03 opName          pic X(30).
              03 opStatus        pic XX.
              03 opMemberID      pic X(10).
              03 opHousehold     pic X(10).
              03 opAdds          pic 9(6).
              03 opChanges       pic 9(6).
              03 opDeletes       pic 9(6).
              03 opStatusChanges pic 9(6).
              03 opHoldsPlaced   pic 9(6).
              03 opHoldsReleased pic 9(6).
              03 opMerges        pic 9(6).
              03 opOther         pic 9(6).
              03 opConflicts     pic 9(5).
       01  operatorCount    pic 9(3) value 0.
       01  operatorIndex    pic 9(3).
       01  shiftIndex       pic 9(3).
       01  operatorsDropped pic 9(6) value 0.
       01  lookupOperator   pic X(8).
       01  operatorFoundSwitch pic X value 'N'.
           88 operatorFound      value 'Y'.
       01  operRequest.
           02 operReqID        pic X(8).
           02 operReqName      pic X(30).
           02 operReqAuthority pic X.
           02 operReqMemberID  pic X(10).
           02 operReqStatus    pic XX.
           02 operReqBranch    pic X(4).

      *    One member's maintenance in the window, oldest first.
       01  memberID         pic X(10) value spaces.
       01  memberHousehold  pic X(10).
       01  memberLineTable.
           02 memberLine occurs 100 times.
              03 lineStamp       pic X(15).
              03 lineAction      pic X.
              03 lineBeforeDOB   pic X(8).
              03 lineAfterDOB    pic X(8).
              03 lineOperator    pic X(8).
              03 lineOperIndex   pic 9(3).
              03 lineMark        pic X.
              03 lineDone        pic X.
              03 lineText        pic X(200).
       01  lineCount        pic 9(3) value 0.
       01  lineIndex        pic 9(3).
       01  earlierIndex     pic 9(3).
       01  otherIndex       pic 9(3).
       01  addFoundSwitch   pic X value 'N'.
           88 addFound           value 'Y'.
       01  workStamp        pic X(15).
       01  workAction       pic X.
       01  workID           pic X(10).
       01  workName         pic X(40).
       01  workAge          pic X(4).
       01  workDOB          pic X(8).
       01  workStatus       pic X.
       01  workStatDate     pic X(8).
       01  workOperator     pic X(8).
       01  ruleNameText     pic X(14).
       01  hitDescription   pic X(120).
       01  conflictCounts.
           02 addDobHits    pic 9(6) value 0.
           02 holdHits      pic 9(6) value 0.
           02 householdHits pic 9(6) value 0.
       01  totalConflicts   pic 9(6) value 0.
       01  unknownOperators pic 9(4) value 0.
       01  totalActions     pic 9(7).
       01  countOut         pic zzzzz9.
       01  reportLine       pic X(200).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'OperActivity'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept fromDateText from environment 'OPACT_FROM'
               on exception
                   continue
           end-accept
           accept toDateText from environment 'OPACT_TO'
               on exception
                   continue
           end-accept
           accept xrefFilePath from environment 'MERGE_XREF'
               on exception
                   continue
           end-accept
           accept hhXrefFilePath from environment 'HH_XREF'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'OPACT_REPORT'
               on exception
                   continue
           end-accept
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
      *    The default window is the quarter to date - run on the
      *    quarter's last business day it is the whole quarter.
           if toDateText = spaces
               move runDate to toDateText
           end-if
           if fromDateText = spaces
               move toDateText(5:2) to quarterMonth
               compute quarterMonth =
                   ((quarterMonth - 1) / 3) * 3 + 1
               string toDateText(1:4) quarterMonth '01'
                   delimited by size into fromDateText
               end-string
           end-if
           if fromDateText is not numeric
               or toDateText is not numeric
               or function test-date-yyyymmdd(
                   function numval(fromDateText)) not = 0
               or function test-date-yyyymmdd(
                   function numval(toDateText)) not = 0
               or fromDateText > toDateText
               display 'Error: OPACT_FROM/OPACT_TO must be YYYYMMDD'
                       ' dates, from not after to'
               move 16 to return-code
               stop run
           end-if
           compute fromDayNumber = function integer-of-date(
               function numval(fromDateText))
           compute toDayNumber = function integer-of-date(
               function numval(toDateText))

      *    Neither cross-reference has to exist - without the
      *    merge cross-reference merges count as deletes, without
      *    households only an operator's own record is checked.
           open input xrefFile
           if xrefFileStatus = '00'
               set xrefAvailable to true
           end-if
           open input hhXrefFile
           if hhXrefFileStatus = '00'
               set hhXrefAvailable to true
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
           move spaces to reportLine
           string 'Operator activity and segregation of duties  '
                  fromDateText ' through ' toDateText
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           move 'Conflicts of duty' to reportLine
           perform write-report-line
           move spaces to reportLine
           perform write-report-line

           sort sortWorkFile
               on ascending key sortWorkID sortWorkStamp
               input procedure sort-input-procedure
               output procedure sort-output-procedure

           if totalConflicts = 0
               move '  none found' to reportLine
               perform write-report-line
           end-if
           perform write-operator-section
           perform write-report-totals
           close reportFile
           if xrefAvailable
               close xrefFile
           end-if
           if hhXrefAvailable
               close hhXrefFile
           end-if
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== OperActivity Control Totals ====='
           display 'Audit files read     : ' filesRead
           display 'Audit lines read     : ' linesRead
           display 'Operators seen       : ' operatorCount
           display 'Unknown operators    : ' unknownOperators
           display 'Conflicts of duty    : ' totalConflicts
           display '========================================'
           move spaces to logMessage
           string 'OperActivity complete - ' totalConflicts
                  ' conflict(s), ' unknownOperators
                  ' operator(s) not on file'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if totalConflicts > 0 or unknownOperators > 0
               move 4 to return-code
           end-if
           stop run.

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

      *    Lines written before sign-on carry no operator; the
      *    line is cleared first so nothing carries over.
       release-audit-line.
           if auditFileRecord = spaces
               exit paragraph
           end-if
           add 1 to linesRead
           move spaces to workStamp
           move space to workAction
           move spaces to workID
           move spaces to workOperator
           unstring auditFileRecord delimited by ','
               into workStamp workAction workID
                    workName workAge workDOB workStatus workStatDate
                    workName workAge workDOB workStatus workStatDate
                    workOperator
           end-unstring
           if workAction = 'D' and xrefAvailable
               move workID to xrefOldID
               read xrefFile
                   invalid key
                       continue
                   not invalid key
                       move 'M' to workAction
               end-read
           end-if
           move workOperator to lookupOperator
           perform find-operator
           if operatorFound
               perform count-operator-action
           end-if
           move workID to sortWorkID
           move workStamp to sortWorkStamp
           move workAction to sortWorkAction
           move workOperator to sortWorkOperator
           move auditFileRecord to sortWorkLine
           release sortWorkRecord.

       count-operator-action.
           evaluate workAction
               when 'A'
                   add 1 to opAdds(operatorIndex)
               when 'C'
                   add 1 to opChanges(operatorIndex)
               when 'D'
                   add 1 to opDeletes(operatorIndex)
               when 'S'
                   add 1 to opStatusChanges(operatorIndex)
               when 'H'
                   add 1 to opHoldsPlaced(operatorIndex)
               when 'R'
                   add 1 to opHoldsReleased(operatorIndex)
               when 'M'
                   add 1 to opMerges(operatorIndex)
               when other
                   add 1 to opOther(operatorIndex)
           end-evaluate.

      *    Looks lookupOperator up in the table, adding it in ID
      *    order the first time it is seen - with the operator
      *    file's answer and, for an operator who is a member,
      *    their household.
       find-operator.
           move 'N' to operatorFoundSwitch
           perform varying operatorIndex from 1 by 1
                   until operatorIndex > operatorCount
               if opID(operatorIndex) = lookupOperator
                   set operatorFound to true
                   exit paragraph
               end-if
               if opID(operatorIndex) > lookupOperator
                   exit perform
               end-if
           end-perform
           if operatorCount >= 200
               add 1 to operatorsDropped
               exit paragraph
           end-if
           perform varying shiftIndex from operatorCount by -1
                   until shiftIndex < operatorIndex
               move operatorEntry(shiftIndex)
                   to operatorEntry(shiftIndex + 1)
           end-perform
           add 1 to operatorCount
           move spaces to operatorEntry(operatorIndex)
           move lookupOperator to opID(operatorIndex)
           move 0 to opAdds(operatorIndex)
           move 0 to opChanges(operatorIndex)
           move 0 to opDeletes(operatorIndex)
           move 0 to opStatusChanges(operatorIndex)
           move 0 to opHoldsPlaced(operatorIndex)
           move 0 to opHoldsReleased(operatorIndex)
           move 0 to opMerges(operatorIndex)
           move 0 to opOther(operatorIndex)
           move 0 to opConflicts(operatorIndex)
           set operatorFound to true
           if lookupOperator = spaces
               exit paragraph
           end-if
           move lookupOperator to operReqID
           call 'OperAuth' using operRequest
           move operReqStatus to opStatus(operatorIndex)
           evaluate operReqStatus
               when '00'
                   move operReqName to opName(operatorIndex)
                   move operReqMemberID to opMemberID(operatorIndex)
                   if operReqMemberID not = spaces
                       and hhXrefAvailable
                       move operReqMemberID to hhXrefMemberID
                       read hhXrefFile
                           invalid key
                               continue
                           not invalid key
                               move hhXrefHHID
                                   to opHousehold(operatorIndex)
                       end-read
                   end-if
               when '35'
                   set noOperatorFile to true
               when other
                   add 1 to unknownOperators
           end-evaluate.

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
           move spaces to workOperator
           unstring sortWorkLine delimited by ','
               into workStamp workAction workID
                    workName workAge lineBeforeDOB(lineCount)
                    workStatus workStatDate
                    workName workAge lineAfterDOB(lineCount)
                    workStatus workStatDate
           end-unstring
           move sortWorkStamp to lineStamp(lineCount)
           move sortWorkAction to lineAction(lineCount)
           move sortWorkOperator to lineOperator(lineCount)
           move sortWorkLine to lineText(lineCount)
           move 'N' to lineDone(lineCount)
           move sortWorkOperator to lookupOperator
           perform find-operator
           move 0 to lineOperIndex(lineCount)
           if operatorFound
               move operatorIndex to lineOperIndex(lineCount)
           end-if.

       check-one-member.
           move spaces to memberHousehold
           if hhXrefAvailable
               move memberID to hhXrefMemberID
               read hhXrefFile
                   invalid key
                       continue
                   not invalid key
                       move hhXrefHHID to memberHousehold
               end-read
           end-if
           perform check-add-then-dob
           perform check-hold-release
           perform check-own-household.

       clear-marks.
           perform varying otherIndex from 1 by 1
                   until otherIndex > lineCount
               move 'N' to lineMark(otherIndex)
           end-perform.

      *    A date-of-birth change by the operator who added the
      *    member - the add itself is listed with it.
       check-add-then-dob.
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               if lineAction(lineIndex) = 'C'
                   and lineOperator(lineIndex) not = spaces
                   and lineBeforeDOB(lineIndex)
                       not = lineAfterDOB(lineIndex)
                   perform clear-marks
                   move 'N' to addFoundSwitch
                   perform varying earlierIndex from 1 by 1
                           until earlierIndex >= lineIndex
                       if lineAction(earlierIndex) = 'A'
                           and lineOperator(earlierIndex)
                               = lineOperator(lineIndex)
                           move 'Y' to lineMark(earlierIndex)
                           set addFound to true
                       end-if
                   end-perform
                   if addFound
                       perform mark-add-dob-hit
                   end-if
               end-if
           end-perform.

       mark-add-dob-hit.
           move 'Y' to lineMark(lineIndex)
           move 'ADD-THEN-DOB' to ruleNameText
           move spaces to hitDescription
           string 'added by ' function trim(lineOperator(lineIndex))
                  ', who then changed the date of birth '
                  lineBeforeDOB(lineIndex) ' -> '
                  lineAfterDOB(lineIndex)
               into hitDescription
           end-string
           add 1 to addDobHits
           move lineOperIndex(lineIndex) to operatorIndex
           perform write-hit.

      *    A release by the operator who placed the hold - the
      *    latest placement before the release is the one paired.
       check-hold-release.
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               if lineAction(lineIndex) = 'R'
                   and lineOperator(lineIndex) not = spaces
                   perform find-hold-placement
               end-if
           end-perform.

       find-hold-placement.
           move 0 to otherIndex
           perform varying earlierIndex from 1 by 1
                   until earlierIndex >= lineIndex
               if lineAction(earlierIndex) = 'H'
                   move earlierIndex to otherIndex
               end-if
           end-perform
           if otherIndex = 0
               exit paragraph
           end-if
           if lineOperator(otherIndex) not = lineOperator(lineIndex)
               exit paragraph
           end-if
           perform clear-marks
           move 'Y' to lineMark(otherIndex)
           move 'Y' to lineMark(lineIndex)
           move 'HOLD-RELEASE' to ruleNameText
           move spaces to hitDescription
           string 'hold placed and released by '
                  function trim(lineOperator(lineIndex))
               into hitDescription
           end-string
           add 1 to holdHits
           move lineOperIndex(lineIndex) to operatorIndex
           perform write-hit.

      *    All of one operator's work on their own record or their
      *    household's is one conflict, listed line by line.
       check-own-household.
           perform varying lineIndex from 1 by 1
                   until lineIndex > lineCount
               if lineDone(lineIndex) = 'N'
                   and lineOperIndex(lineIndex) > 0
                   move lineOperIndex(lineIndex) to operatorIndex
                   if opMemberID(operatorIndex) not = spaces
                       and (opMemberID(operatorIndex) = memberID
                            or (opHousehold(operatorIndex)
                                    not = spaces
                                and opHousehold(operatorIndex)
                                    = memberHousehold))
                       perform mark-household-hit
                   end-if
               end-if
           end-perform.

       mark-household-hit.
           perform clear-marks
           perform varying otherIndex from lineIndex by 1
                   until otherIndex > lineCount
               if lineOperator(otherIndex) = lineOperator(lineIndex)
                   move 'Y' to lineMark(otherIndex)
                   move 'Y' to lineDone(otherIndex)
               end-if
           end-perform
           move 'OWN-HOUSEHOLD' to ruleNameText
           move spaces to hitDescription
           if opMemberID(operatorIndex) = memberID
               string 'operator '
                      function trim(lineOperator(lineIndex))
                      ' maintained their own record'
                   into hitDescription
               end-string
           else
               string 'operator '
                      function trim(lineOperator(lineIndex))
                      ' (member ' function trim(opMemberID
                      (operatorIndex))
                      ') maintained a record in their household '
                      memberHousehold
                   into hitDescription
               end-string
           end-if
           add 1 to householdHits
           perform write-hit.

      *    A conflict is the rule, the member and what was seen,
      *    then each audit line behind it.
       write-hit.
           add 1 to totalConflicts
           if operatorIndex > 0
               add 1 to opConflicts(operatorIndex)
           end-if
           move spaces to reportLine
           string ruleNameText delimited by space
                  '  member ' memberID '  '
                  function trim(hitDescription)
               delimited by size into reportLine
           end-string
           perform write-report-line
           perform varying otherIndex from 1 by 1
                   until otherIndex > lineCount
               if lineMark(otherIndex) = 'Y'
                   move spaces to reportLine
                   string '    ' function trim(lineText(otherIndex))
                       delimited by size into reportLine
                   end-string
                   perform write-report-line
               end-if
           end-perform.

       write-operator-section.
           move all '-' to reportLine
           perform write-report-line
           move 'Activity by operator' to reportLine
           perform write-report-line
           if noOperatorFile
               move '  (no operator file - IDs were not checked)'
                   to reportLine
               perform write-report-line
           end-if
           move spaces to reportLine
           perform write-report-line
           move spaces to reportLine
           move 'Operator' to reportLine(1:8)
           move 'Name' to reportLine(10:24)
           move '  Adds' to reportLine(35:6)
           move 'Changs' to reportLine(42:6)
           move '  Dels' to reportLine(49:6)
           move 'Status' to reportLine(56:6)
           move ' Holds' to reportLine(63:6)
           move 'Releas' to reportLine(70:6)
           move 'Merges' to reportLine(77:6)
           move ' Other' to reportLine(84:6)
           move ' Confl' to reportLine(91:6)
           perform write-report-line
           perform varying operatorIndex from 1 by 1
                   until operatorIndex > operatorCount
               perform write-operator-line
           end-perform.

       write-operator-line.
           move spaces to reportLine
           if opID(operatorIndex) = spaces
               move '(none)' to reportLine(1:8)
               move 'lines written before sign-on'
                   to reportLine(10:24)
           else
               move opID(operatorIndex) to reportLine(1:8)
               move opName(operatorIndex) to reportLine(10:24)
           end-if
           move opAdds(operatorIndex) to countOut
           move countOut to reportLine(35:6)
           move opChanges(operatorIndex) to countOut
           move countOut to reportLine(42:6)
           move opDeletes(operatorIndex) to countOut
           move countOut to reportLine(49:6)
           move opStatusChanges(operatorIndex) to countOut
           move countOut to reportLine(56:6)
           move opHoldsPlaced(operatorIndex) to countOut
           move countOut to reportLine(63:6)
           move opHoldsReleased(operatorIndex) to countOut
           move countOut to reportLine(70:6)
           move opMerges(operatorIndex) to countOut
           move countOut to reportLine(77:6)
           move opOther(operatorIndex) to countOut
           move countOut to reportLine(84:6)
           move opConflicts(operatorIndex) to countOut
           move countOut to reportLine(91:6)
           if opID(operatorIndex) not = spaces
               and opStatus(operatorIndex) not = '00'
               and opStatus(operatorIndex) not = '35'
               move '** NOT ON OPERATOR FILE' to reportLine(99:23)
           end-if
           perform write-report-line.

       write-report-totals.
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Conflicts: add-then-dob ' addDobHits
                  '  hold-release ' holdHits
                  '  own-household ' householdHits
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string totalConflicts ' conflict(s), ' unknownOperators
                  ' operator(s) not on the operator file, from '
                  linesRead ' audit line(s) in ' filesRead
                  ' audit file(s)'
               into reportLine
           end-string
           perform write-report-line
           if linesDropped > 0
               move spaces to reportLine
               string linesDropped ' audit line(s) past the first'
                      ' 100 for a member were not checked for'
                      ' conflicts'
                   into reportLine
               end-string
               perform write-report-line
           end-if
           if operatorsDropped > 0
               move spaces to reportLine
               string operatorsDropped ' audit line(s) from'
                      ' operators past the first 200 were not'
                      ' counted'
                   into reportLine
               end-string
               perform write-report-line
           end-if.

       write-report-line.
           write reportFileRecord from reportLine.
