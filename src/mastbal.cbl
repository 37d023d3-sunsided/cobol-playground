       identification division.
       program-id. MasterBalance.

      *    Daily balancing proof for the member master. The
      *    morning report shows counts; this run proves them. It
      *    starts from the newest generation on the generation
      *    catalog (GEN_CATALOG, gencatalog.dat) - the master as
      *    it stood when CycleMaster copied it - counted by
      *    MEMBER-STATUS from the generation file itself and
      *    checked against the catalogued record count. Every
      *    movement since that copy is then added in:
      *
      *      - ReadCSV adds and bulk merge-load adds, from the
      *        ReadCSV-Adds run-history record (RUNHIST_FILE)
      *        the load writes beside its own;
      *      - RecycleRejects adds, from its run history;
      *      - audited adds, deletes and status changes from the
      *        dated audit files (auditYYYYMMDD.dat) - a delete of
      *        a fileID on the merge cross-reference (MERGE_XREF)
      *        is a member merged away and shown as such;
      *      - reinstatements, from ReinstateMember's run history
      *        (their audit line reads like any other add, so they
      *        come out of the audited adds);
      *      - purges to the archive, from PurgeMember's run
      *        history.
      *
      *    The expected figures are compared with a count of the
      *    live master (BAL_MASTER, master.dat) by status. Any
      *    difference prints as an OUT OF BALANCE block on the
      *    report (BAL_REPORT, mastbal.rpt), goes to the operator
      *    alerts and ends the run rc 8, so the jobstream stops
      *    the extracts; rc 16 when there is no generation to
      *    start from. A record that left or arrived without a
      *    run-history count or an audit line shows up here.

       environment division.
       input-output section.
       file-control.
           select catalogFile assign to dynamic catalogFileName
               organization is line sequential
               file status is catalogFileStatus.
           select genFile assign to dynamic genFilePath
               organization is indexed
               access mode is sequential
               record key is genFileID
               file status is genFileStatus.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is sequential
               record key is masterFileID
               file status is masterFileStatus.
           select runHistFile assign to dynamic runHistFileName
               organization is line sequential
               file status is runHistFileStatus.
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
           select xrefFile assign to dynamic xrefFilePath
               organization is indexed
               access mode is random
               record key is xrefOldID
               file status is xrefFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  catalogFile.
       01  catalogFileRecord pic X(150).

       fd  genFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==genFileRecord==
                         ==MEMBER-ID==     by ==genFileID==
                         ==MEMBER-NAME==   by ==genFileName==
                         ==MEMBER-AGE==    by ==genFileAge==
                         ==MEMBER-SOURCE== by ==genFileSource==
                         ==MEMBER-DOB==    by ==genFileDOB==
                         ==MEMBER-STATUS== by ==genMemberStatus==
                         ==MEMBER-STATUS-DATE==
                                           by ==genStatusDate==.

       fd  masterFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==masterFileRecord==
                         ==MEMBER-ID==     by ==masterFileID==
                         ==MEMBER-NAME==   by ==masterFileName==
                         ==MEMBER-AGE==    by ==masterFileAge==
                         ==MEMBER-SOURCE== by ==masterFileSource==
                         ==MEMBER-DOB==    by ==masterFileDOB==
                         ==MEMBER-STATUS== by ==masterMemberStatus==
                         ==MEMBER-STATUS-DATE==
                                           by ==masterStatusDate==.

       fd  runHistFile.
       01  runHistFileRecord pic X(100).

       fd  auditFile.
       01  auditFileRecord pic X(200).

       fd  xrefFile.
       01  xrefFileRecord.
           02 xrefOldID     pic X(10).
           02 xrefNewID     pic X(10).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  catalogFileName  pic X(100) value 'gencatalog.dat'.
       01  catalogFileStatus pic XX.
       01  genFilePath      pic X(100).
       01  genFileStatus    pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  runHistFileName  pic X(100) value 'runhistory.dat'.
       01  runHistFileStatus pic XX.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  xrefFilePath     pic X(100) value 'mergexref.dat'.
       01  xrefFileStatus   pic XX.
       01  xrefOpenSwitch   pic X value 'N'.
           88 xrefAvailable      value 'Y'.
       01  reportFileName   pic X(100) value 'mastbal.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
      *    The generation the proof starts from - the catalog's
      *    last line, since CycleMaster only ever appends.
       01  genCatalogDate   pic X(8).
       01  genCatalogText   pic X(12).
       01  genCatalogCount  pic 9(7).
       01  genCatalogStamp  pic X(14).
       01  genCountedTotal  pic 9(7) value 0.
       01  genCountSwitch   pic X value 'Y'.
           88 genCountAgrees     value 'Y'.
       01  catalogWorkPath  pic X(100).
       01  catalogWorkDate  pic X(10).
       01  catalogWorkCount pic X(12).
       01  catalogWorkStamp pic X(16).
      *    Run-history fields.
       01  histProgram      pic X(15).
       01  histStart        pic X(16).
       01  histEnd          pic X(16).
       01  histCount1       pic X(8).
       01  histCount2       pic X(8).
       01  histCount3       pic X(8).
       01  histRC           pic X(6).
       01  histStamp        pic X(14).
       01  histRunsCounted  pic 9(5) value 0.
      *    Audit-line fields, in MaintainMember's layout.
       01  auditStamp       pic X(15).
       01  auditAction      pic X.
       01  auditID          pic X(10).
       01  auditBeforeName  pic X(40).
       01  auditBeforeAge   pic X(4).
       01  auditBeforeDOB   pic X(8).
       01  auditBeforeStatus pic X.
       01  auditBeforeStatDate pic X(8).
       01  auditAfterName   pic X(40).
       01  auditAfterAge    pic X(4).
       01  auditAfterDOB    pic X(8).
       01  auditAfterStatus pic X.
       01  auditCompareStamp pic X(14).
       01  auditLinesCounted pic 9(7) value 0.
       01  auditFilesRead   pic 9(5) value 0.
       01  auditUnknownLines pic 9(7) value 0.
       01  fromDayNumber    pic 9(8).
       01  toDayNumber      pic 9(8).
       01  loopDayNumber    pic 9(8).
       01  loopDateValue    pic 9(8).
      *    Status column - 1 active, 2 lapsed, 3 cancelled; a
      *    blank or unknown status counts as active, as on every
      *    other report.
       01  statusByte       pic X.
       01  statusColumn     pic 9.
       01  beforeColumn     pic 9.
       01  afterColumn      pic 9.
       01  columnIndex      pic 9.
      *    One line of the proof per group, each by status.
       01  openingCounts.
           02 openingCount     pic s9(7) occurs 3 times.
       01  csvAddCounts.
           02 csvAddCount      pic s9(7) occurs 3 times.
       01  bulkAddCounts.
           02 bulkAddCount     pic s9(7) occurs 3 times.
       01  recycleAddCounts.
           02 recycleAddCount  pic s9(7) occurs 3 times.
       01  auditAddCounts.
           02 auditAddCount    pic s9(7) occurs 3 times.
       01  reinstateCounts.
           02 reinstateCount   pic s9(7) occurs 3 times.
       01  auditDeleteCounts.
           02 auditDeleteCount pic s9(7) occurs 3 times.
       01  mergeCounts.
           02 mergeCount       pic s9(7) occurs 3 times.
       01  purgeCounts.
           02 purgeCount       pic s9(7) occurs 3 times.
       01  statusMoveCounts.
           02 statusMoveCount  pic s9(7) occurs 3 times.
       01  expectedCounts.
           02 expectedCount    pic s9(7) occurs 3 times.
       01  masterCounts.
           02 masterCount      pic s9(7) occurs 3 times.
       01  differenceCounts.
           02 differenceCount  pic s9(7) occurs 3 times.
       01  lineCounts.
           02 lineCount        pic s9(7) occurs 3 times.
       01  lineTotal        pic s9(7).
       01  lineLabel        pic X(40).
       01  lineSign         pic X.
       01  outOfBalanceSwitch pic X value 'N'.
           88 outOfBalance       value 'Y'.
       01  editedCount      pic -,---,--9.
       01  editedPlain      pic z,zzz,zz9.
       01  numericWork      pic 9(7).
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'MasterBalance'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept catalogFileName from environment 'GEN_CATALOG'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'BAL_MASTER'
               on exception
                   continue
           end-accept
           accept runHistFileName from environment 'RUNHIST_FILE'
               on exception
                   continue
           end-accept
           accept xrefFilePath from environment 'MERGE_XREF'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'BAL_REPORT'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           initialize openingCounts csvAddCounts bulkAddCounts
                      recycleAddCounts auditAddCounts
                      reinstateCounts auditDeleteCounts mergeCounts
                      purgeCounts statusMoveCounts masterCounts

           perform find-latest-generation
           perform count-generation
           perform count-live-master

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

           perform add-run-history-movements
           open input xrefFile
           if xrefFileStatus = '00'
               set xrefAvailable to true
           end-if
           perform add-audit-movements
           if xrefAvailable
               close xrefFile
           end-if
           perform prove-balance
           perform print-proof
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== MasterBalance Control Totals ====='
           display 'Generation date     : ' genCatalogDate
           display 'Generation records  : ' genCountedTotal
           display 'Run-history records : ' histRunsCounted
           display 'Audit files read    : ' auditFilesRead
           display 'Audit lines counted : ' auditLinesCounted
           if outOfBalance
               display 'Result              : OUT OF BALANCE'
           else
               display 'Result              : IN BALANCE'
           end-if
           display '========================================'
           move spaces to logMessage
           if outOfBalance
               string 'MasterBalance: master OUT OF BALANCE against'
                      ' generation ' genCatalogDate
                      ' - see ' function trim(reportFileName)
                   into logMessage
               end-string
               move 'E' to logSeverity
               move 8 to return-code
           else
               string 'MasterBalance: master in balance against'
                      ' generation ' genCatalogDate
                   into logMessage
               end-string
               move 'I' to logSeverity
               move 0 to return-code
           end-if
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    ----------------------------------------------------------
      *    The opening figures
      *    ----------------------------------------------------------
       find-latest-generation.
           move spaces to genFilePath
           open input catalogFile
           if catalogFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' catalogFileName
                      ' - file status ' catalogFileStatus
                      ' - no generation to balance from'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           move 'N' to endOfFile
           perform until eof
               read catalogFile
                   at end
                       set eof to true
                   not at end
                       if catalogFileRecord not = spaces
                           perform take-catalog-line
                       end-if
               end-read
           end-perform
           close catalogFile
           if genFilePath = spaces
               move spaces to logMessage
               string 'Error: generation catalog '
                      function trim(catalogFileName)
                      ' is empty - no generation to balance from'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if.

       take-catalog-line.
           move spaces to catalogWorkPath catalogWorkDate
                          catalogWorkCount catalogWorkStamp
           unstring catalogFileRecord delimited by ','
               into catalogWorkPath catalogWorkDate
                    catalogWorkCount catalogWorkStamp
           end-unstring
           move catalogWorkPath to genFilePath
           move catalogWorkDate(1:8) to genCatalogDate
           move catalogWorkStamp(1:14) to genCatalogStamp
           move 0 to genCatalogCount
           if function trim(catalogWorkCount) is numeric
               move function numval(catalogWorkCount)
                   to genCatalogCount
           end-if
      *    A line written before the catalog carried its copy
      *    stamp starts the window at the top of its date.
           if genCatalogStamp is not numeric
               move genCatalogDate to genCatalogStamp(1:8)
               move '000000' to genCatalogStamp(9:6)
           end-if.

       count-generation.
           open input genFile
           if genFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open generation '
                      function trim(genFilePath)
                      ' - file status ' genFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           move 'N' to endOfFile
           perform until eof
               read genFile next record
                   at end
                       set eof to true
                   not at end
                       move genMemberStatus to statusByte
                       perform find-status-column
                       add 1 to openingCount(statusColumn)
                       add 1 to genCountedTotal
               end-read
           end-perform
           close genFile
           if genCountedTotal not = genCatalogCount
               move 'N' to genCountSwitch
           end-if.

       count-live-master.
           open input masterFile
           if masterFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' masterFilePath
                      ' - file status ' masterFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           move 'N' to endOfFile
           perform until eof
               read masterFile next record
                   at end
                       set eof to true
                   not at end
                       move masterMemberStatus to statusByte
                       perform find-status-column
                       add 1 to masterCount(statusColumn)
               end-read
           end-perform
           close masterFile.

       find-status-column.
           evaluate statusByte
               when 'L'
                   move 2 to statusColumn
               when 'C'
                   move 3 to statusColumn
               when other
                   move 1 to statusColumn
           end-evaluate.

      *    ----------------------------------------------------------
      *    Movements from the run history - every run that started
      *    after the generation was copied
      *    ----------------------------------------------------------
       add-run-history-movements.
           open input runHistFile
           if runHistFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to endOfFile
           perform until eof
               read runHistFile
                   at end
                       set eof to true
                   not at end
                       perform take-run-history-line
               end-read
           end-perform
           close runHistFile.

       take-run-history-line.
           if runHistFileRecord = spaces
               exit paragraph
           end-if
           move spaces to histProgram histStart histEnd histCount1
                          histCount2 histCount3 histRC
           unstring runHistFileRecord delimited by ','
               into histProgram histStart histEnd histCount1
                    histCount2 histCount3 histRC
           end-unstring
           move histStart(1:14) to histStamp
           if histStamp is not numeric
               or histStamp <= genCatalogStamp
               exit paragraph
           end-if
           evaluate histProgram
               when 'ReadCSV-Adds'
                   move histCount1 to numericWork
                   add numericWork to csvAddCount(1)
                   move histCount2 to numericWork
                   add numericWork to bulkAddCount(1)
               when 'RecycleRejects'
                   move histCount3 to numericWork
                   add numericWork to recycleAddCount(1)
               when 'ReinstateMember'
                   move histCount1 to numericWork
                   add numericWork to reinstateCount(1)
               when 'PurgeMember'
                   move histCount2 to numericWork
                   add numericWork to purgeCount(2)
               when other
                   exit paragraph
           end-evaluate
           add 1 to histRunsCounted.

      *    ----------------------------------------------------------
      *    Movements from the audit trail - every dated audit file
      *    from the generation's day to today, lines stamped after
      *    the copy
      *    ----------------------------------------------------------
       add-audit-movements.
           compute fromDayNumber = function integer-of-date(
               function numval(genCatalogStamp(1:8)))
           compute toDayNumber = function integer-of-date(
               function numval(runTimestamp(1:8)))
           if runDate is numeric and runDate > runTimestamp(1:8)
               compute toDayNumber = function integer-of-date(
                   function numval(runDate))
           end-if
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
                   add 1 to auditFilesRead
                   move 'N' to endOfFile
                   perform until eof
                       read auditFile
                           at end
                               set eof to true
                           not at end
                               perform take-audit-line
                       end-read
                   end-perform
                   close auditFile
               end-if
           end-perform.

       take-audit-line.
           if auditFileRecord = spaces
               exit paragraph
           end-if
           move spaces to auditStamp auditID auditBeforeName
                          auditBeforeAge auditBeforeDOB
                          auditBeforeStatDate auditAfterName
                          auditAfterAge auditAfterDOB
           move space to auditAction auditBeforeStatus
                         auditAfterStatus
           unstring auditFileRecord delimited by ','
               into auditStamp auditAction auditID
                    auditBeforeName auditBeforeAge auditBeforeDOB
                    auditBeforeStatus auditBeforeStatDate
                    auditAfterName auditAfterAge auditAfterDOB
                    auditAfterStatus
           end-unstring
           move auditStamp(1:8) to auditCompareStamp(1:8)
           move auditStamp(10:6) to auditCompareStamp(9:6)
           if auditCompareStamp <= genCatalogStamp
               exit paragraph
           end-if
           move auditBeforeStatus to statusByte
           perform find-status-column
           move statusColumn to beforeColumn
           move auditAfterStatus to statusByte
           perform find-status-column
           move statusColumn to afterColumn
           evaluate auditAction
               when 'A'
                   add 1 to auditAddCount(afterColumn)
               when 'D'
                   perform take-audit-delete
               when 'C'
               when 'S'
                   subtract 1 from statusMoveCount(beforeColumn)
                   add 1 to statusMoveCount(afterColumn)
      *    Hold and release lines never touch the master.
               when 'H'
               when 'R'
                   continue
               when other
                   add 1 to auditUnknownLines
                   exit paragraph
           end-evaluate
           add 1 to auditLinesCounted.

      *    A merge takes the merged-away record off as an audited
      *    delete and leaves its cross-reference behind.
       take-audit-delete.
           if xrefAvailable
               move auditID to xrefOldID
               read xrefFile
                   invalid key
                       add 1 to auditDeleteCount(beforeColumn)
                   not invalid key
                       add 1 to mergeCount(beforeColumn)
               end-read
           else
               add 1 to auditDeleteCount(beforeColumn)
           end-if.

      *    ----------------------------------------------------------
      *    The proof
      *    ----------------------------------------------------------
      *    A reinstatement's add is already among the audited
      *    adds; it is taken back out there so it is counted once,
      *    on its own line.
       prove-balance.
           subtract reinstateCount(1) from auditAddCount(1)
           perform varying columnIndex from 1 by 1
               until columnIndex > 3
               compute expectedCount(columnIndex) =
                   openingCount(columnIndex)
                 + csvAddCount(columnIndex)
                 + bulkAddCount(columnIndex)
                 + recycleAddCount(columnIndex)
                 + auditAddCount(columnIndex)
                 + reinstateCount(columnIndex)
                 - auditDeleteCount(columnIndex)
                 - mergeCount(columnIndex)
                 - purgeCount(columnIndex)
                 + statusMoveCount(columnIndex)
               compute differenceCount(columnIndex) =
                   masterCount(columnIndex)
                 - expectedCount(columnIndex)
               if differenceCount(columnIndex) not = 0
                   set outOfBalance to true
               end-if
           end-perform
           if not genCountAgrees
               set outOfBalance to true
           end-if.

       print-proof.
           move spaces to reportLine
           string 'Master balancing proof  processing date ' runDate
                  '  run ' runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'From generation ' function trim(genFilePath)
                  ' copied ' genCatalogStamp(1:8) '-'
                  genCatalogStamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           move 'Active' to reportLine(48:6)
           move 'Lapsed' to reportLine(58:6)
           move 'Cancelled' to reportLine(65:9)
           move 'Total' to reportLine(79:5)
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

           move 'Generation opening count' to lineLabel
           move ' ' to lineSign
           move openingCounts to lineCounts
           perform print-proof-line
           move 'ReadCSV adds' to lineLabel
           move '+' to lineSign
           move csvAddCounts to lineCounts
           perform print-proof-line
           move 'Bulk merge-load adds' to lineLabel
           move bulkAddCounts to lineCounts
           perform print-proof-line
           move 'Reject recycle adds' to lineLabel
           move recycleAddCounts to lineCounts
           perform print-proof-line
           move 'Audited adds' to lineLabel
           move auditAddCounts to lineCounts
           perform print-proof-line
           move 'Reinstatements from the archive' to lineLabel
           move reinstateCounts to lineCounts
           perform print-proof-line
           move 'Audited deletes' to lineLabel
           move '-' to lineSign
           move auditDeleteCounts to lineCounts
           perform print-proof-line
           move 'Members merged away' to lineLabel
           move mergeCounts to lineCounts
           perform print-proof-line
           move 'Purged to the archive' to lineLabel
           move purgeCounts to lineCounts
           perform print-proof-line
           move 'Audited status changes (net)' to lineLabel
           move '+' to lineSign
           move statusMoveCounts to lineCounts
           perform print-proof-line
           move all '-' to reportLine
           perform write-report-line
           move 'Expected master count' to lineLabel
           move '=' to lineSign
           move expectedCounts to lineCounts
           perform print-proof-line
           move 'Master record count' to lineLabel
           move ' ' to lineSign
           move masterCounts to lineCounts
           perform print-proof-line
           move 'Difference' to lineLabel
           move differenceCounts to lineCounts
           perform print-proof-line
           move all '-' to reportLine
           perform write-report-line
           if not genCountAgrees
               move genCatalogCount to editedPlain
               move spaces to reportLine
               string 'The generation file holds ' genCountedTotal
                      ' record(s) but the catalog says '
                      function trim(editedPlain)
                   into reportLine
               end-string
               perform write-report-line
           end-if
           if auditUnknownLines > 0
               move spaces to reportLine
               string 'Audit lines with an unknown action, not'
                      ' counted: ' auditUnknownLines
                   into reportLine
               end-string
               perform write-report-line
           end-if
           move spaces to reportLine
           perform write-report-line
           if outOfBalance
               move all '*' to reportLine
               perform write-report-line
               move all '*' to reportLine
               move spaces to reportLine(3:128)
               move 'MASTER OUT OF BALANCE' to reportLine(56:21)
               perform write-report-line
               move all '*' to reportLine
               move spaces to reportLine(3:128)
               perform print-difference-summary
               move all '*' to reportLine
               perform write-report-line
           else
               move 'MASTER IN BALANCE' to reportLine
               perform write-report-line
           end-if.

       print-difference-summary.
           move spaces to reportLine(3:128)
           move differenceCount(1) to editedCount
           string 'Active ' function trim(editedCount)
               delimited by size
               into reportLine(20:30)
           end-string
           move differenceCount(2) to editedCount
           string 'Lapsed ' function trim(editedCount)
               delimited by size
               into reportLine(50:30)
           end-string
           move differenceCount(3) to editedCount
           string 'Cancelled ' function trim(editedCount)
               delimited by size
               into reportLine(80:30)
           end-string
           perform write-report-line.

       print-proof-line.
           move spaces to reportLine
           move lineSign to reportLine(2:1)
           move lineLabel to reportLine(4:40)
           compute lineTotal = lineCount(1) + lineCount(2)
               + lineCount(3)
           move lineCount(1) to editedCount
           move editedCount to reportLine(45:9)
           move lineCount(2) to editedCount
           move editedCount to reportLine(55:9)
           move lineCount(3) to editedCount
           move editedCount to reportLine(65:9)
           move lineTotal to editedCount
           move editedCount to reportLine(75:9)
           perform write-report-line.

       write-report-line.
           write reportFileRecord from reportLine.
