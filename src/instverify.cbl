       identification division.
       program-id. InstallVerify.

      *    Installation verification run - the first jobstream
      *    step after a release, so a missing subprogram or a
      *    config file someone mistyped shows up before the night
      *    starts instead of in the middle of it. Built on the
      *    HelloDriver approach: every shared module is reached by
      *    a dynamic CALL, and a module the runtime cannot load
      *    comes back through ON EXCEPTION as a failure rather
      *    than an abend. Each module gets a request that changes
      *    nothing anybody relies on:
      *
      *        MsgLog       an information line saying the check
      *                     is running
      *        CatMsg       message IVP001I, which the catalog
      *                     should carry
      *        BizDate      'G' the processing date, then 'B' on
      *                     it - status 04 (no usable procdate)
      *                     is a warning
      *        RunLock      an action it does not know, which it
      *                     must answer '16' without touching the
      *                     lock - a real take would stop the
      *                     night's updaters
      *        OperAuth     lookup of operator IVPCHECK - found,
      *                     not found or no operator file all pass
      *        HoldCheck    lookup of fileID IVPCHECK - likewise
      *        ValidEdit    an ordinary record through the rules
      *        DeriveAge    a leap-day birthday, which must come
      *                     back 23 as of 20240228
      *        NameIndex    an action it does not know ('16', the
      *                     index only opened and closed)
      *        AuditStore   a blank audit line, which it must
      *                     refuse '04' before opening the keyed
      *                     audit history
      *        BranchOwner  an action it does not know ('16', the
      *                     member branch file never opened)
      *        UpdJournal   a begin and end pair for this run, so
      *                     BackoutRun sees a run that finished
      *        OutboundLog  'C' for this program, which never
      *                     sends anything and so must answer '00'
      *        SpoolReport  a one-line scratch file (IVP_SPOOLTEST,
      *                     ivpspool.txt) spooled as IVPSpoolTest
      *        RunHistory   this run's record - config lines read,
      *                     checks passed, checks failed
      *
      *    Then every config file the suite depends on is read
      *    line by line against the grammar its owning module
      *    uses, from the same environment names the modules
      *    read: the message catalog (MSG_CATALOG), validation
      *    rules (VALIDATION_RULES), dues rates (DUES_RATES),
      *    holidays (HOLIDAY_FILE), the processing date
      *    (PROCDATE_FILE), operators (OPERATOR_FILE), the
      *    jobstream step config (JOBSTREAM_CONFIG) and the
      *    retention schedule (RETENTION_SCHEDULE). Blank lines
      *    and '*' comments are skipped as everywhere else; every
      *    line that would be ignored, misread or overflow the
      *    module's table is listed with its line number. A file
      *    that is absent is a warning - each module carries on
      *    without its file - not a failure.
      *
      *    One report (IVP_REPORT, instverify.rpt), spooled, with
      *    PASS/WARN/FAIL per check and an overall verdict. Return
      *    code 0 all passed, 4 warnings only, 8 something failed,
      *    16 the report itself will not open - so the jobstream
      *    step can ABORT above 4.

       environment division.
       configuration section.
       special-names.
           call-convention 1 is dynamic-call.
       input-output section.
       file-control.
           select configFile assign to dynamic configFilePath
               organization is line sequential
               file status is configFileStatus.
           select spoolTestFile assign to dynamic spoolTestFileName
               organization is line sequential
               file status is spoolTestFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  configFile.
       01  configFileRecord pic X(200).

       fd  spoolTestFile.
       01  spoolTestFileRecord pic X(80).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  configFilePath   pic X(100).
       01  configFileStatus pic XX.
       01  catalogFileName  pic X(100) value 'msgcatalog.cfg'.
       01  rulesFileName    pic X(100) value 'validrules.cfg'.
       01  ratesFileName    pic X(100) value 'duesrates.cfg'.
       01  holidayFileName  pic X(100) value 'holidays.cfg'.
       01  procDateFileName pic X(100) value 'procdate.dat'.
       01  operFileName     pic X(100) value 'operators.dat'.
       01  jobstreamFileName pic X(100) value 'jobstream.cfg'.
       01  retentionFileName pic X(100) value 'retention.cfg'.
       01  spoolTestFileName pic X(100) value 'ivpspool.txt'.
       01  spoolTestFileStatus pic XX.
       01  reportFileName   pic X(100) value 'instverify.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
      *    One check at a time is described here and written by
      *    write-check-line.
       01  checkName        pic X(16).
       01  checkResult      pic X(4).
           88 checkPassed        value 'PASS'.
           88 checkWarned        value 'WARN'.
           88 checkFailed        value 'FAIL'.
       01  checkDetail      pic X(100).
       01  checksRun        pic 9(4) value 0.
       01  checksPassed     pic 9(4) value 0.
       01  checksWarned     pic 9(4) value 0.
       01  checksFailed     pic 9(4) value 0.
       01  moduleMissingSwitch pic X.
           88 moduleMissing      value 'Y'.
      *    Config file being read - which grammar applies, its
      *    line numbers and what each line breaks.
       01  configKind       pic X(8).
       01  configLineNumber pic 9(5).
       01  configEntries    pic 9(5).
       01  configBadLines   pic 9(5).
       01  configLinesRead  pic 9(6) value 0.
       01  configLinesBad   pic 9(6) value 0.
       01  configTableLimit pic 9(5).
       01  lineError        pic X(60).
      *    The unreadable lines wait here so they print under
      *    their file's result line.
       01  badLineTable.
           02 badLineText   pic X(132) occurs 20 times.
       01  badLineIndex     pic 99.
       01  catalogIVPSwitch pic X.
           88 catalogHasIVP      value 'Y'.
       01  fieldCount       pic 99.
       01  field1           pic X(100).
       01  field1Length     pic 9(3).
       01  field2           pic X(150).
       01  field2Length     pic 9(3).
       01  field3           pic X(100).
       01  field3Length     pic 9(3).
       01  field4           pic X(100).
       01  field4Length     pic 9(3).
       01  field5           pic X(100).
       01  field5Length     pic 9(3).
       01  field6           pic X(100).
       01  field6Length     pic 9(3).
       01  retainTally      pic 9(3).
       01  fieldLastByte    pic X.
       01  maskPos          pic 99.
       01  editedLineNumber pic zzzz9.
       01  editedCount      pic zzzz9.
      *    Module request areas, each in the shape of the module's
      *    linkage section.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
       01  catRequest.
           02 catMsgID      pic X(8).
           02 catSub1       pic X(100).
           02 catSub2       pic X(100).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  lockRequest.
           02 lockAction   pic X.
           02 lockProgram  pic X(15).
           02 lockStatus   pic XX.
       01  operRequest.
           02 operID        pic X(8).
           02 operName      pic X(30).
           02 operAuthority pic X.
           02 operMemberID  pic X(10).
           02 operStatus    pic XX.
           02 operBranch    pic X(4).
       01  branchRequest.
           02 brchAction       pic X.
           02 brchMemberID     pic X(10).
           02 brchOperBranch   pic X(4).
           02 brchNewBranch    pic X(4).
           02 brchOperator     pic X(8).
           02 brchDate         pic X(8).
           02 brchMemberBranch pic X(4).
           02 brchStatus       pic XX.
       01  holdRequest.
           02 holdMemberID pic X(10).
           02 holdSince    pic X(8).
           02 holdReason   pic X(30).
           02 holdStatus   pic XX.
       01  editRequest.
           02 editID       pic X(10).
           02 editName     pic X(40).
           02 editAge      pic 99.
           02 editRule     pic X(20).
       01  dobDate          pic X(8).
       01  asOfDate         pic X(8).
       01  derivedAge       pic 99.
       01  deriveStatus     pic XX.
       01  indexRequest.
           02 idxAction    pic X.
           02 idxMemberID  pic X(10).
           02 idxOldName   pic X(40).
           02 idxNewName   pic X(40).
           02 idxStatus    pic XX.
       01  auditStoreRequest.
           02 auditStoreLine   pic X(200).
           02 auditStoreStatus pic XX.
       01  journalRequest.
           02 jrnlAction   pic X.
           02 jrnlProgram  pic X(15).
           02 jrnlRunStamp pic X(14).
           02 jrnlLine     pic X(200).
       01  outboundRequest.
           02 obAction     pic X.
           02 obProgram    pic X(15).
           02 obFile       pic X(100).
           02 obCount      pic 9(6).
           02 obHash       pic 9(9).
           02 obStatus     pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'InstallVerify'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  runRecord.
           02 runProgram   pic X(15) value 'InstallVerify'.
           02 runStart     pic X(15).
           02 runEnd       pic X(15).
           02 runCount1    pic 9(6).
           02 runCount2    pic 9(6).
           02 runCount3    pic 9(6).
           02 runRC        pic 9(4).
       01  runTimestamp     pic X(21).
       01  endTimestamp     pic X(21).
       01  verifyRC         pic 9(4) value 0.
       01  reportLine       pic X(132).

       procedure division.
       begin.
           accept catalogFileName from environment 'MSG_CATALOG'
               on exception
                   continue
           end-accept
           accept rulesFileName from environment 'VALIDATION_RULES'
               on exception
                   continue
           end-accept
           accept ratesFileName from environment 'DUES_RATES'
               on exception
                   continue
           end-accept
           accept holidayFileName from environment 'HOLIDAY_FILE'
               on exception
                   continue
           end-accept
           accept procDateFileName from environment 'PROCDATE_FILE'
               on exception
                   continue
           end-accept
           accept operFileName from environment 'OPERATOR_FILE'
               on exception
                   continue
           end-accept
           accept jobstreamFileName from environment
               'JOBSTREAM_CONFIG'
               on exception
                   continue
           end-accept
           accept retentionFileName from environment
               'RETENTION_SCHEDULE'
               on exception
                   continue
           end-accept
           accept spoolTestFileName from environment 'IVP_SPOOLTEST'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'IVP_REPORT'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move spaces to runStart
           string runTimestamp(1:8) '-' runTimestamp(9:6)
               delimited by size
               into runStart
           end-string

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
           string 'Installation verification  run ' runStart
               delimited by size
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

      *    Config files first, so the RunHistory record at the end
      *    of the module checks can carry the line counts.
           move spaces to reportLine
           move 'Configuration files' to reportLine
           perform write-report-line
           move 'CATALOG' to configKind
           move 'msgcatalog.cfg' to checkName
           move catalogFileName to configFilePath
           move 200 to configTableLimit
           move 'N' to catalogIVPSwitch
           perform check-config-file
           move 'RULES' to configKind
           move 'validrules.cfg' to checkName
           move rulesFileName to configFilePath
           move 0 to configTableLimit
           perform check-config-file
           move 'RATES' to configKind
           move 'duesrates.cfg' to checkName
           move ratesFileName to configFilePath
           move 20 to configTableLimit
           perform check-config-file
           move 'HOLIDAYS' to configKind
           move 'holidays.cfg' to checkName
           move holidayFileName to configFilePath
           move 100 to configTableLimit
           perform check-config-file
           move 'PROCDATE' to configKind
           move 'procdate.dat' to checkName
           move procDateFileName to configFilePath
           move 0 to configTableLimit
           perform check-config-file
           move 'OPERATOR' to configKind
           move 'operators.dat' to checkName
           move operFileName to configFilePath
           move 0 to configTableLimit
           perform check-config-file
           move 'JOBSTEP' to configKind
           move 'jobstream.cfg' to checkName
           move jobstreamFileName to configFilePath
           move 0 to configTableLimit
           perform check-config-file
           move 'RETAIN' to configKind
           move 'retention.cfg' to checkName
           move retentionFileName to configFilePath
           move 0 to configTableLimit
           perform check-config-file

           move spaces to reportLine
           perform write-report-line
           move 'Called modules' to reportLine
           perform write-report-line
           perform check-msglog
           perform check-catmsg
           perform check-bizdate
           perform check-runlock
           perform check-operauth
           perform check-holdcheck
           perform check-validedit
           perform check-deriveage
           perform check-nameindex
           perform check-auditstore
           perform check-branchowner
           perform check-updjournal
           perform check-outboundlog
           perform check-spoolreport
           perform check-runhistory

           evaluate true
               when checksFailed > 0
                   move 8 to verifyRC
               when checksWarned > 0
                   move 4 to verifyRC
               when other
                   move 0 to verifyRC
           end-evaluate
           move all '=' to reportLine
           perform write-report-line
           move spaces to reportLine
           evaluate verifyRC
               when 0
                   move 'VERIFIED' to reportLine(1:12)
               when 4
                   move 'VERIFIED WITH WARNINGS' to reportLine(1:24)
               when other
                   move 'NOT VERIFIED' to reportLine(1:12)
           end-evaluate
           move checksRun to editedCount
           string function trim(reportLine) ' - '
                  function trim(editedCount) ' check(s), '
               delimited by size
               into reportLine
           end-string
           move checksPassed to editedCount
           string function trim(reportLine) ' '
                  function trim(editedCount) ' passed, '
               delimited by size
               into reportLine
           end-string
           move checksWarned to editedCount
           string function trim(reportLine) ' '
                  function trim(editedCount) ' warning(s), '
               delimited by size
               into reportLine
           end-string
           move checksFailed to editedCount
           string function trim(reportLine) ' '
                  function trim(editedCount) ' failed - rc '
                  verifyRC
               delimited by size
               into reportLine
           end-string
           perform write-report-line
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest
               on exception
                   continue
           end-call

           display '===== InstallVerify Control Totals ====='
           display 'Checks run        : ' checksRun
           display 'Passed            : ' checksPassed
           display 'Warnings          : ' checksWarned
           display 'Failed            : ' checksFailed
           display 'Config lines read : ' configLinesRead
           display 'Config lines bad  : ' configLinesBad
           display '========================================='
           move spaces to logMessage
           string 'InstallVerify complete - ' checksRun
                  ' check(s), ' checksFailed ' failed, '
                  checksWarned ' warning(s) - rc ' verifyRC
               into logMessage
           end-string
           if verifyRC > 4
               move 'E' to logSeverity
           else
               move 'I' to logSeverity
           end-if
           call 'MsgLog' using logMessage, logSeverity
               on exception
                   display function trim(logMessage)
           end-call
           move verifyRC to return-code
           stop run.

      *    ----------------------------------------------------------
      *    Called modules
      *    ----------------------------------------------------------
       check-msglog.
           move 'N' to moduleMissingSwitch
           move spaces to logMessage
           string 'InstallVerify: checking the called modules - run '
                  runStart
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
               on exception
                   set moduleMissing to true
           end-call
           move 'MsgLog' to checkName
           if moduleMissing
               perform report-module-missing
           else
               move 'PASS' to checkResult
               move 'information line logged' to checkDetail
               perform write-check-line
           end-if.

       check-catmsg.
           move 'N' to moduleMissingSwitch
           move 'IVP001I' to catMsgID
           move 'CatMsg reached - run' to catSub1
           move runStart to catSub2
           call 'CatMsg' using catRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'CatMsg' to checkName
           if moduleMissing
               perform report-module-missing
           else
               if catalogHasIVP
                   move 'PASS' to checkResult
                   move 'IVP001I issued from the catalog'
                       to checkDetail
               else
                   move 'WARN' to checkResult
                   move 'IVP001I issued but it is not in the catalog'
                       to checkDetail
               end-if
               perform write-check-line
           end-if.

       check-bizdate.
           move 'N' to moduleMissingSwitch
           move 'G' to calAction
           move spaces to calDate
           call 'BizDate' using calRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'BizDate' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           if calStatus not = '00' and calStatus not = '04'
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'processing date request answered status '
                      calStatus
                   into checkDetail
               end-string
               perform write-check-line
               exit paragraph
           end-if
           if calStatus = '04'
               move 'WARN' to checkResult
           else
               move 'PASS' to checkResult
           end-if
           move 'B' to calAction
           call 'BizDate' using calRequest
           if calStatus not = '00'
               or (calResult not = 'Y' and calResult not = 'N')
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'business-day test on ' calDate
                      ' answered status ' calStatus
                   into checkDetail
               end-string
               perform write-check-line
               exit paragraph
           end-if
           move spaces to checkDetail
           if checkWarned
               string 'no usable processing date - calendar date '
                      calDate ' in use'
                   into checkDetail
               end-string
           else
               string 'processing date ' calDate
                      ', business day ' calResult
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

       check-runlock.
           move 'N' to moduleMissingSwitch
           move 'V' to lockAction
           move 'InstallVerify' to lockProgram
           move spaces to lockStatus
           call 'RunLock' using lockRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'RunLock' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           if lockStatus = '16'
               move 'PASS' to checkResult
               move 'answered an unknown action 16, lock untouched'
                   to checkDetail
           else
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'unknown action answered status ' lockStatus
                      ' - expected 16'
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

       check-operauth.
           move 'N' to moduleMissingSwitch
           move 'IVPCHECK' to operID
           move spaces to operStatus
           call 'OperAuth' using operRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'OperAuth' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           move 'PASS' to checkResult
           evaluate operStatus
               when '00'
                   move 'IVPCHECK is on the operator file'
                       to checkDetail
               when '12'
                   move 'lookup answered - IVPCHECK not on file'
                       to checkDetail
               when '35'
                   move 'lookup answered - no operator file in use'
                       to checkDetail
               when other
                   move 'FAIL' to checkResult
                   move spaces to checkDetail
                   string 'lookup answered status ' operStatus
                       into checkDetail
                   end-string
           end-evaluate
           perform write-check-line.

       check-holdcheck.
           move 'N' to moduleMissingSwitch
           move 'IVPCHECK' to holdMemberID
           move spaces to holdStatus
           call 'HoldCheck' using holdRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'HoldCheck' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           move 'PASS' to checkResult
           evaluate holdStatus
               when '00'
               when '12'
                   move 'lookup answered from the legal-hold file'
                       to checkDetail
               when '35'
                   move 'lookup answered - no legal-hold file in use'
                       to checkDetail
               when other
                   move 'FAIL' to checkResult
                   move spaces to checkDetail
                   string 'lookup answered status ' holdStatus
                       into checkDetail
                   end-string
           end-evaluate
           perform write-check-line.

       check-validedit.
           move 'N' to moduleMissingSwitch
           move 'IVP0000001' to editID
           move 'Verification Record' to editName
           move 40 to editAge
           move spaces to editRule
           call 'ValidEdit' using editRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'ValidEdit' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           move 'PASS' to checkResult
           move spaces to checkDetail
           if editRule = spaces
               move 'test record passed the rules' to checkDetail
           else
               string 'rules answered - test record stopped by '
                      editRule
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

       check-deriveage.
           move 'N' to moduleMissingSwitch
           move '20000229' to dobDate
           move '20240228' to asOfDate
           move 0 to derivedAge
           move spaces to deriveStatus
           call 'DeriveAge' using dobDate, asOfDate,
                                  derivedAge, deriveStatus
               on exception
                   set moduleMissing to true
           end-call
           move 'DeriveAge' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           move spaces to checkDetail
           if deriveStatus = '00' and derivedAge = 23
               move 'PASS' to checkResult
               move 'born 20000229, 23 as of 20240228'
                   to checkDetail
           else
               move 'FAIL' to checkResult
               string 'born 20000229 as of 20240228 answered age '
                      derivedAge ' status ' deriveStatus
                      ' - expected 23'
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

       check-nameindex.
           move 'N' to moduleMissingSwitch
           move 'V' to idxAction
           move spaces to idxMemberID idxOldName idxNewName
           move spaces to idxStatus
           call 'NameIndex' using indexRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'NameIndex' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           if idxStatus = '16'
               move 'PASS' to checkResult
               move 'answered an unknown action 16, index untouched'
                   to checkDetail
           else
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'unknown action answered status ' idxStatus
                      ' - expected 16'
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

       check-auditstore.
           move 'N' to moduleMissingSwitch
           move spaces to auditStoreLine
           move spaces to auditStoreStatus
           call 'AuditStore' using auditStoreRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'AuditStore' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           if auditStoreStatus = '04'
               move 'PASS' to checkResult
               move 'refused a blank line 04, history untouched'
                   to checkDetail
           else
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'blank line answered status ' auditStoreStatus
                      ' - expected 04'
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

       check-branchowner.
           move 'N' to moduleMissingSwitch
           move 'V' to brchAction
           move 'IVPCHECK' to brchMemberID
           move spaces to brchStatus
           call 'BranchOwner' using branchRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'BranchOwner' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           if brchStatus = '16'
               move 'PASS' to checkResult
               move 'answered an unknown action 16, file untouched'
                   to checkDetail
           else
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'unknown action answered status ' brchStatus
                      ' - expected 16'
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

      *    A begin and its end, so the journal shows this run as
      *    one that finished and BackoutRun has nothing to do.
       check-updjournal.
           move 'N' to moduleMissingSwitch
           move 'B' to jrnlAction
           move 'InstallVerify' to jrnlProgram
           move runTimestamp(1:14) to jrnlRunStamp
           move spaces to jrnlLine
           call 'UpdJournal' using journalRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'UpdJournal' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           move 'E' to jrnlAction
           call 'UpdJournal' using journalRequest
           move 'PASS' to checkResult
           move 'begin and end written for this run'
               to checkDetail
           perform write-check-line.

       check-outboundlog.
           move 'N' to moduleMissingSwitch
           move 'C' to obAction
           move 'InstallVerify' to obProgram
           move spaces to obFile
           move 0 to obCount obHash
           move spaces to obStatus
           call 'OutboundLog' using outboundRequest
               on exception
                   set moduleMissing to true
           end-call
           move 'OutboundLog' to checkName
           if moduleMissing
               perform report-module-missing
               exit paragraph
           end-if
           if obStatus = '00'
               move 'PASS' to checkResult
               move 'transfer check answered - nothing outstanding'
                   to checkDetail
           else
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'transfer check answered status ' obStatus
                      ' - expected 00'
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

       check-spoolreport.
           move 'SpoolReport' to checkName
           open output spoolTestFile
           if spoolTestFileStatus not = '00'
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'cannot write test file '
                      function trim(spoolTestFileName)
                      ' - file status ' spoolTestFileStatus
                   into checkDetail
               end-string
               perform write-check-line
               exit paragraph
           end-if
           move spaces to spoolTestFileRecord
           string 'InstallVerify spool test - run ' runStart
               into spoolTestFileRecord
           end-string
           write spoolTestFileRecord
           close spoolTestFile
           move 'N' to moduleMissingSwitch
           move 'IVPSpoolTest' to spoolProgram
           move spoolTestFileName to spoolFile
           move spaces to spoolStatus
           call 'SpoolReport' using spoolRequest
               on exception
                   set moduleMissing to true
           end-call
           if moduleMissing
               perform report-module-missing
               move 'InstallVerify' to spoolProgram
               exit paragraph
           end-if
           move 'InstallVerify' to spoolProgram
           if spoolStatus = '00'
               move 'PASS' to checkResult
               move 'test file spooled and indexed' to checkDetail
           else
               move 'FAIL' to checkResult
               move spaces to checkDetail
               string 'spooling the test file answered status '
                      spoolStatus
                   into checkDetail
               end-string
           end-if
           perform write-check-line.

      *    The last module check, so the record carries the
      *    figures from everything before it.
       check-runhistory.
           move 'N' to moduleMissingSwitch
           move function current-date to endTimestamp
           move spaces to runEnd
           string endTimestamp(1:8) '-' endTimestamp(9:6)
               delimited by size
               into runEnd
           end-string
           move configLinesRead to runCount1
           move checksPassed to runCount2
           move checksFailed to runCount3
           if checksFailed > 0
               move 8 to runRC
           else
               if checksWarned > 0
                   move 4 to runRC
               else
                   move 0 to runRC
               end-if
           end-if
           call 'RunHistory' using runRecord
               on exception
                   set moduleMissing to true
           end-call
           move 'RunHistory' to checkName
           if moduleMissing
               perform report-module-missing
           else
               move 'PASS' to checkResult
               move 'run record written for this run'
                   to checkDetail
               perform write-check-line
           end-if.

       report-module-missing.
           move 'FAIL' to checkResult
           move 'module could not be loaded' to checkDetail
           perform write-check-line.

      *    ----------------------------------------------------------
      *    Config files - each line against its owner's grammar
      *    ----------------------------------------------------------
       check-config-file.
           move 0 to configLineNumber configEntries configBadLines
           open input configFile
           if configFileStatus not = '00'
               move 'WARN' to checkResult
               move spaces to checkDetail
               string 'not found (file status ' configFileStatus
                      ') - ' function trim(configFilePath)
                   into checkDetail
               end-string
               perform write-check-line
               exit paragraph
           end-if
           move 'N' to endOfFile
           perform until eof
               read configFile
                   at end
                       set eof to true
                   not at end
                       perform check-one-config-line
               end-read
           end-perform
           close configFile
           if configKind = 'PROCDATE' and configEntries = 0
               and configBadLines = 0
               move 1 to configBadLines
               move 'FAIL' to checkResult
               move 'empty - BizDate falls back to the calendar'
                   to checkDetail
               perform write-check-line
               exit paragraph
           end-if
           move spaces to checkDetail
           move configEntries to editedCount
           string function trim(editedCount) ' entr(ies)'
               delimited by size
               into checkDetail
           end-string
           if configBadLines = 0
               move 'PASS' to checkResult
           else
               move 'FAIL' to checkResult
               move configBadLines to editedCount
               string function trim(checkDetail) ', '
                      function trim(editedCount)
                      ' line(s) unreadable'
                   delimited by size
                   into checkDetail
               end-string
           end-if
           perform write-check-line
           perform varying badLineIndex from 1 by 1
               until badLineIndex > configBadLines
                  or badLineIndex > 20
               move badLineText(badLineIndex) to reportLine
               perform write-report-line
           end-perform
           if configBadLines > 20
               move spaces to reportLine
               compute configEntries = configBadLines - 20
               move configEntries to editedCount
               string '          and ' function trim(editedCount)
                      ' more'
                   delimited by size
                   into reportLine
               end-string
               perform write-report-line
           end-if.

       check-one-config-line.
           add 1 to configLineNumber
           add 1 to configLinesRead
           if configKind = 'PROCDATE'
               if configLineNumber > 1
                   exit paragraph
               end-if
           else
               if configFileRecord = spaces
                   or configFileRecord(1:1) = '*'
                   exit paragraph
               end-if
           end-if
           move spaces to lineError
           move spaces to field1 field2 field3 field4 field5
                          field6
           move 0 to fieldCount field1Length field2Length
                     field3Length field4Length field5Length
                     field6Length
           unstring configFileRecord delimited by ','
               into field1 field2 field3 field4 field5 field6
               tallying in fieldCount
           end-unstring
      *    Lengths exclude the record's trailing padding, which
      *    the last field on the line would otherwise carry.
           if field1 not = spaces
               move function length(function trim(field1 trailing))
                   to field1Length
           end-if
           if field2 not = spaces
               move function length(function trim(field2 trailing))
                   to field2Length
           end-if
           if field3 not = spaces
               move function length(function trim(field3 trailing))
                   to field3Length
           end-if
           if field4 not = spaces
               move function length(function trim(field4 trailing))
                   to field4Length
           end-if
           if field5 not = spaces
               move function length(function trim(field5 trailing))
                   to field5Length
           end-if
           if field6 not = spaces
               move function length(function trim(field6 trailing))
                   to field6Length
           end-if
           evaluate configKind
               when 'CATALOG'
                   perform edit-catalog-line
               when 'RULES'
                   perform edit-rules-line
               when 'RATES'
                   perform edit-rates-line
               when 'HOLIDAYS'
                   perform edit-holiday-line
               when 'PROCDATE'
                   perform edit-procdate-line
               when 'OPERATOR'
                   perform edit-operator-line
               when 'JOBSTEP'
                   perform edit-jobstep-line
               when 'RETAIN'
                   perform edit-retention-line
           end-evaluate
           if lineError = spaces
               add 1 to configEntries
               if configTableLimit > 0
                   and configEntries > configTableLimit
                   move 'beyond the module''s table - ignored'
                       to lineError
                   subtract 1 from configEntries
               end-if
           end-if
           if lineError not = spaces
               add 1 to configBadLines
               add 1 to configLinesBad
               if configBadLines <= 20
                   move configLineNumber to editedLineNumber
                   move spaces to badLineText(configBadLines)
                   string '          line ' editedLineNumber ': '
                          function trim(lineError) ' - '
                          function trim(configFileRecord)
                       delimited by size
                       into badLineText(configBadLines)
                   end-string
               end-if
           end-if.

      *    id,text - an ID of up to eight characters whose last
      *    letter is the severity.
       edit-catalog-line.
           if fieldCount < 2 or field1 = spaces or field2 = spaces
               move 'needs id,text' to lineError
               exit paragraph
           end-if
           if field1Length > 8
               move 'message ID longer than 8' to lineError
               exit paragraph
           end-if
           move field1(field1Length:1) to fieldLastByte
           if fieldLastByte not = 'I' and fieldLastByte not = 'W'
               and fieldLastByte not = 'E'
               move 'message ID does not end in I, W or E'
                   to lineError
               exit paragraph
           end-if
           if field1 = 'IVP001I'
               set catalogHasIVP to true
           end-if.

       edit-rules-line.
           if fieldCount < 2 or field2 = spaces
               move 'needs rule,value' to lineError
               exit paragraph
           end-if
           evaluate function trim(field1)
               when 'ID-MASK'
                   perform edit-id-mask
               when 'NAME-ALPHA'
                   if function trim(field2) not = 'Y'
                       and function trim(field2) not = 'N'
                       move 'NAME-ALPHA must be Y or N' to lineError
                   end-if
               when 'AGE-MIN'
               when 'AGE-MAX'
                   if function trim(field2) is not numeric
                       or function length(function trim(field2)) > 2
                       move 'age limit must be 0 to 99' to lineError
                   end-if
               when 'REQUIRED'
                   if function trim(field2) not = 'ID'
                       and function trim(field2) not = 'NAME'
                       move 'REQUIRED must be ID or NAME' to lineError
                   end-if
               when other
                   move 'unknown rule' to lineError
           end-evaluate.

       edit-id-mask.
           if field2Length > 10
               move 'ID-MASK longer than 10' to lineError
               exit paragraph
           end-if
           perform varying maskPos from 1 by 1 until maskPos > 10
               if field2(maskPos:1) not = 'A'
                   and field2(maskPos:1) not = '9'
                   and field2(maskPos:1) not = 'X'
                   and field2(maskPos:1) not = space
                   move 'ID-MASK takes only A, 9, X and blank'
                       to lineError
                   exit perform
               end-if
           end-perform.

      *    bracket,status,amount
       edit-rates-line.
           if fieldCount < 3
               move 'needs bracket,status,amount' to lineError
               exit paragraph
           end-if
           if function trim(field1) not = 'Under18'
               and function trim(field1) not = '18to64'
               and function trim(field1) not = '65plus'
               move 'bracket not Under18, 18to64 or 65plus'
                   to lineError
               exit paragraph
           end-if
           if function trim(field2) not = 'A'
               and function trim(field2) not = 'L'
               and function trim(field2) not = 'C'
               move 'status not A, L or C' to lineError
               exit paragraph
           end-if
           if field3 = spaces or function test-numval(field3) not = 0
               move 'amount not numeric' to lineError
           end-if.

       edit-holiday-line.
           if configFileRecord(1:8) is not numeric
               move 'not a YYYYMMDD date' to lineError
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
               function numval(configFileRecord(1:8))) not = 0
               move 'not a calendar date' to lineError
           end-if.

      *    BizDate reads the first record only, comment or not.
       edit-procdate-line.
           if configFileRecord(1:8) is not numeric
               or configFileRecord(9:) not = spaces
               move 'not a YYYYMMDD date' to lineError
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
               function numval(configFileRecord(1:8))) not = 0
               move 'not a calendar date' to lineError
           end-if.

      *    operID,name,authority,memberID,branch
       edit-operator-line.
           if fieldCount < 3 or field1 = spaces
               move 'needs operID,name,authority' to lineError
               exit paragraph
           end-if
           if field1Length > 8
               move 'operator ID longer than 8' to lineError
               exit paragraph
           end-if
           if field3Length > 1
               or (field3 not = 'I' and field3 not = 'U'
                   and field3 not = 'D' and field3 not = 'A')
               move 'authority not I, U, D or A' to lineError
               exit paragraph
           end-if
           if field4Length > 10
               move 'member ID longer than 10' to lineError
               exit paragraph
           end-if
           if field5Length > 4
               move 'branch longer than 4' to lineError
           end-if.

      *    stepName,command,maxOkRC,failAction
       edit-jobstep-line.
           if fieldCount < 4 or field1 = spaces or field2 = spaces
               move 'needs step,command,maxOkRC,failAction'
                   to lineError
               exit paragraph
           end-if
           if field1Length > 20
               move 'step name longer than 20' to lineError
               exit paragraph
           end-if
           if field2Length > 120
               move 'command longer than 120' to lineError
               exit paragraph
           end-if
           if function trim(field3) is not numeric
               move 'maxOkRC not numeric' to lineError
               exit paragraph
           end-if
           if function trim(field4) not = 'SKIP'
               and function trim(field4) not = 'ABORT'
               move 'failAction not SKIP or ABORT' to lineError
           end-if.

      *    family,pattern,keepDays,action,hold[,dateField] -
      *    dateField only, and then required, for a pattern with
      *    no YYYYMMDD in it.
       edit-retention-line.
           if fieldCount < 5 or field1 = spaces or field2 = spaces
               move 'needs family,pattern,keepDays,action,hold'
                   to lineError
               exit paragraph
           end-if
           if field1Length > 12
               move 'family longer than 12' to lineError
               exit paragraph
           end-if
           if function trim(field2)(1:1) = '/'
               move 'pattern not relative' to lineError
               exit paragraph
           end-if
           move 0 to retainTally
           inspect field2 tallying retainTally for all '..'
           if retainTally > 0
               move 'pattern reaches outside the run directory'
                   to lineError
               exit paragraph
           end-if
           if function trim(field3) is not numeric
               move 'keepDays not numeric' to lineError
               exit paragraph
           end-if
           if function numval(field3) < 1
               move 'keepDays must be 1 or more' to lineError
               exit paragraph
           end-if
           if function upper-case(function trim(field4))
                   not = 'DELETE'
               and function upper-case(function trim(field4))
                   not = 'ARCHIVE'
               move 'action not DELETE or ARCHIVE' to lineError
               exit paragraph
           end-if
           if function upper-case(function trim(field5))
                   not = 'NONE'
               and function upper-case(function trim(field5))
                   not = 'TEXT'
               and function upper-case(function trim(field5))
                   not = 'ALL'
               move 'hold not NONE, TEXT or ALL' to lineError
               exit paragraph
           end-if
           move 0 to retainTally
           inspect field2 tallying retainTally for all 'YYYYMMDD'
           if retainTally > 0
               exit paragraph
           end-if
           if function trim(field6) is not numeric
               move 'line-by-line file needs a dateField'
                   to lineError
               exit paragraph
           end-if
           if function numval(field6) < 1
               or function numval(field6) > 20
               move 'dateField not 1 to 20' to lineError
           end-if.

       write-check-line.
           add 1 to checksRun
           evaluate true
               when checkPassed
                   add 1 to checksPassed
               when checkWarned
                   add 1 to checksWarned
               when other
                   add 1 to checksFailed
           end-evaluate
           move spaces to reportLine
           move checkResult to reportLine(3:4)
           move checkName to reportLine(9:16)
           move checkDetail to reportLine(27:100)
           perform write-report-line.

       write-report-line.
           write reportFileRecord from reportLine.
