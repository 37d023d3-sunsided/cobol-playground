       identification division.
       program-id. RetentionRun.

      *    Nightly expiry run for the suite's retention schedule.
      *    The dated files the suite writes are never cleared by
      *    the programs that write them - the member and contact
      *    audit files, posting and suspense detail, the batch
      *    logs, ReadCSV's archived inputs, CycleMaster generations
      *    left behind outside its own GEN_KEEP - and the undated
      *    files that only grow (the reject and suspense carry-
      *    forwards, the update journal) keep every line they are
      *    given. The schedule (RETENTION_SCHEDULE, retention.cfg)
      *    says how long each family of files is kept and what
      *    happens to it then, one family per line:
      *
      *        family,pattern,keepDays,action,hold[,dateField]
      *
      *      family    name for the certificate and the archive
      *                directory, up to 12 characters
      *      pattern   the file name, relative to the run
      *                directory. A pattern carrying YYYYMMDD is a
      *                family of dated files - every file matching
      *                it (YYYYMMDD standing for the date, the rest
      *                taken as the shell would, e.g.
      *                archive/YYYYMMDD/*) is dated by its name and
      *                expires whole. Anything before the YYYYMMDD
      *                must be literal. A pattern without it is one
      *                file whose lines expire one by one, dated by
      *                dateField
      *      keepDays  days a file or line is kept after its date,
      *                1 or more - nothing dated the processing
      *                date itself is ever expired
      *      action    DELETE - removed outright
      *                ARCHIVE - moved to long-term archive
      *                (RETAIN_ARCHIVE, longterm) under
      *                <family>/<file date>/; expired lines are
      *                appended to <family>/<file>.<run date>
      *      hold      what a legal hold (LEGALHOLD_FILE,
      *                legalhold.dat) means for the family:
      *                NONE - no member data, holds do not apply
      *                TEXT - a file or line that mentions a held
      *                       fileID anywhere is kept
      *                ALL  - every file covers every member, so
      *                       nothing expires while any hold is in
      *                       force (the master generations)
      *      dateField for a line-by-line file, the comma field
      *                (1 = first) whose first 8 characters are the
      *                line's YYYYMMDD date; a line without a date
      *                there is kept
      *
      *    Ages run from the BizDate processing date. A file still
      *    named on CycleMaster's generation catalog (GEN_CATALOG,
      *    gencatalog.dat) is CycleMaster's to retire and is never
      *    touched here, and the spool keeps to SpoolView's own
      *    SPOOL_RETAIN purge. A hold file that will not open, or
      *    more holds than the table takes, keeps every family
      *    with hold TEXT or ALL whole - the run only ever errs on
      *    the side of keeping. A line-by-line file is rewritten
      *    through a work copy (<file>.retain) renamed over it
      *    only when the pass finishes, as the reorg does.
      *
      *    The keyed audit history (AUDIT_HISTORY, audithist.dat)
      *    holds a copy of every dated member audit line, so it is
      *    scheduled like a line-by-line file - its pattern is the
      *    keyed file's name - and kept as long as the dated
      *    audit files. Its lines are taken oldest first on the
      *    date key and dated by their own stamp, whatever the
      *    dateField says; an expired line is archived as any
      *    other expired line and deleted from the file in place.
      *    ConvertAudit's control record is never expired.
      *
      *    Every file disposed of, every file kept for a hold and
      *    every file whose lines were pruned is listed on the
      *    certificate of disposal (RETAIN_REPORT, disposal.rpt),
      *    which is spooled. RETAIN_SIMULATE=Y lists what a live
      *    run would do and disposes of nothing. Runs under the
      *    master update lock so no updater is writing a journal
      *    or carry-forward line while it is pruned. rc 4 when a
      *    schedule line was ignored or the holds could not be
      *    read, 8 when a file could not be disposed of.

       environment division.
       input-output section.
       file-control.
           select scheduleFile assign to dynamic schedulePath
               organization is line sequential
               file status is scheduleFileStatus.
           select listFile assign to dynamic listFilePath
               organization is line sequential
               file status is listFileStatus.
           select scanFile assign to dynamic scanFilePath
               organization is line sequential
               file status is scanFileStatus.
           select keepFile assign to dynamic keepFilePath
               organization is line sequential
               file status is keepFileStatus.
           select expiredFile assign to dynamic expiredFilePath
               organization is line sequential
               file status is expiredFileStatus.
           select holdFile assign to dynamic holdFilePath
               organization is indexed
               access mode is sequential
               record key is holdMemberID
               file status is holdFileStatus.
           select auditHistFile assign to dynamic auditHistPath
               organization is indexed
               access mode is dynamic
               record key is auditHistKey
               alternate record key is auditHistDateKey
               file status is auditHistStatus.
           select catalogFile assign to dynamic catalogFileName
               organization is line sequential
               file status is catalogFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  scheduleFile.
       01  scheduleFileRecord pic X(200).

       fd  listFile.
       01  listFileRecord   pic X(255).

       fd  scanFile.
       01  scanFileRecord   pic X(255).

       fd  keepFile.
       01  keepFileRecord   pic X(255).

       fd  expiredFile.
       01  expiredFileRecord pic X(255).

       fd  holdFile.
       01  holdFileRecord.
           02 holdMemberID  pic X(10).
           02 holdDate      pic X(8).
           02 holdReason    pic X(30).
           02 holdOperator  pic X(8).

       fd  auditHistFile.
           copy audithist
               replacing ==AUDHIST-RECORD==     by ==auditHistRecord==
                         ==AUDHIST-KEY==        by ==auditHistKey==
                         ==AUDHIST-MEMBER-ID==  by ==auditHistID==
                         ==AUDHIST-STAMP==      by ==auditHistStamp==
                         ==AUDHIST-SEQ==        by ==auditHistSeq==
                         ==AUDHIST-DATE-KEY==   by ==auditHistDateKey==
                         ==AUDHIST-DATE-STAMP== by ==auditHistDStamp==
                         ==AUDHIST-DATE-MEMBER== by ==auditHistDID==
                         ==AUDHIST-DATE-SEQ==   by ==auditHistDSeq==
                         ==AUDHIST-LINE==       by ==auditHistLine==.

       fd  catalogFile.
       01  catalogFileRecord pic X(150).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  schedulePath     pic X(100) value 'retention.cfg'.
       01  scheduleFileStatus pic XX.
       01  listFilePath     pic X(100) value 'retain.lst'.
       01  listFileStatus   pic XX.
       01  scanFilePath     pic X(100).
       01  scanFileStatus   pic XX.
       01  keepFilePath     pic X(100).
       01  keepFileStatus   pic XX.
       01  expiredFilePath  pic X(200).
       01  expiredFileStatus pic XX.
       01  holdFilePath     pic X(100) value 'legalhold.dat'.
       01  holdFileStatus   pic XX.
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  auditDeleteFailures pic 9(6).
       01  catalogFileName  pic X(100) value 'gencatalog.dat'.
       01  catalogFileStatus pic XX.
       01  reportFileName   pic X(100) value 'disposal.rpt'.
       01  reportFileStatus pic XX.
       01  archiveRoot      pic X(60) value 'longterm'.
       01  simulateSwitch   pic X value 'N'.
           88 simulateEnabled    value 'Y'.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  endOfList        pic X value 'N'.
           88 listDone           value 'Y'.
       01  endOfScan        pic X value 'N'.
           88 scanDone           value 'Y'.
       01  runTimestamp     pic X(21).
       01  runStartTimestamp pic X(21).
       01  runEndTimestamp  pic X(21).
       01  runDate          pic X(8).
       01  runDayNumber     pic 9(8).
       01  cutoffDayNumber  pic 9(8).
       01  cutoffDate       pic 9(8).
      *    fileIDs on legal hold, loaded once. Past the table's
      *    size the holds are treated as unknown and every
      *    hold-governed family is kept.
       01  heldTable.
           02 heldEntry occurs 2000 times.
              03 heldID        pic X(10).
              03 heldIDLength  pic 9(2).
       01  heldCount        pic 9(4) value 0.
       01  heldIndex        pic 9(4).
       01  heldTally        pic 9(4).
       01  holdsUnknownSwitch pic X value 'N'.
           88 holdsUnknown       value 'Y'.
       01  holdsUnknownReason pic X(40).
      *    Paths on CycleMaster's generation catalog.
       01  genTable.
           02 genPath occurs 100 times pic X(100).
       01  genCount         pic 9(3) value 0.
       01  genIndex         pic 9(3).
       01  genPathLength    pic 9(3).
      *    The schedule line being applied.
       01  scheduleLineNumber pic 9(4) value 0.
       01  schFamily        pic X(20).
       01  schPattern       pic X(100).
       01  schKeepText      pic X(10).
       01  schAction        pic X(10).
       01  schHold          pic X(10).
       01  schDateText      pic X(10).
       01  schFieldCount    pic 9(2).
       01  schKeepDays      pic 9(5).
       01  schDateField     pic 9(2).
       01  scheduleError    pic X(60).
       01  tokenOffset      pic 9(3).
       01  tokenPosition    pic 9(3).
       01  wildcardTally    pic 9(3).
       01  nameLength       pic 9(3).
       01  globPattern      pic X(100).
       01  datedFamilySwitch pic X.
           88 datedFamily        value 'Y'.
       01  keyedFamilySwitch pic X.
           88 keyedFamily        value 'Y'.
      *    The candidate file in hand.
       01  candName         pic X(255).
       01  candDateText     pic X(8).
       01  candDayNumber    pic 9(8).
       01  candAgeDays      pic 9(6).
       01  candHeldSwitch   pic X.
           88 candHeld           value 'Y'.
       01  candHeldReason   pic X(40).
       01  candParentLength pic 9(3).
       01  candScanIndex    pic 9(3).
       01  disposeVerb      pic X(14).
       01  archiveDirPath   pic X(200).
      *    The line in hand on a line-by-line file.
       01  recField         pic X(100).
       01  recPointer       pic 9(4).
       01  recFieldNumber   pic 9(2).
       01  recDayNumber     pic 9(8).
       01  recDatedSwitch   pic X.
           88 recDated           value 'Y'.
       01  expiredOpenSwitch pic X.
           88 expiredOpen        value 'Y'.
      *    Family and run totals.
       01  famDisposed      pic 9(6).
       01  famHeld          pic 9(6).
       01  famFailed        pic 9(6).
       01  famRecordsRead   pic 9(9).
       01  famRecordsPruned pic 9(9).
       01  famRecordsHeld   pic 9(9).
       01  familiesApplied  pic 9(4) value 0.
       01  scheduleLinesBad pic 9(4) value 0.
       01  filesDisposed    pic 9(6) value 0.
       01  filesHeld        pic 9(6) value 0.
       01  filesFailed      pic 9(6) value 0.
       01  filesPruned      pic 9(6) value 0.
       01  recordsPruned    pic 9(9) value 0.
       01  recordsHeld      pic 9(9) value 0.
       01  editedCount      pic z(8)9.
       01  editedDays       pic z(4)9.
       01  editedRead       pic z(8)9.
       01  lockRequest.
           02 lockAction   pic X.
           02 lockProgram  pic X(15) value 'RetentionRun'.
           02 lockStatus   pic XX.
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'RetentionRun'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  runHistRecord.
           02 runHistProgram pic X(15) value 'RetentionRun'.
           02 runHistStart   pic X(15).
           02 runHistEnd     pic X(15).
           02 runHistCount1  pic 9(6).
           02 runHistCount2  pic 9(6).
           02 runHistCount3  pic 9(6).
           02 runHistRC      pic 9(4).
       01  systemCommand    pic X(500).
       01  systemCommandRC  pic s9(4).
       01  savedReturnCode  pic s9(4).
       01  reportLine       pic X(132).
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept schedulePath from environment 'RETENTION_SCHEDULE'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'RETAIN_REPORT'
               on exception
                   continue
           end-accept
           accept archiveRoot from environment 'RETAIN_ARCHIVE'
               on exception
                   continue
           end-accept
           accept simulateSwitch from environment 'RETAIN_SIMULATE'
               on exception
                   continue
           end-accept
           accept holdFilePath from environment 'LEGALHOLD_FILE'
               on exception
                   continue
           end-accept
           accept catalogFileName from environment 'GEN_CATALOG'
               on exception
                   continue
           end-accept
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept
           move function upper-case(simulateSwitch) to simulateSwitch
           move function current-date to runTimestamp
           move runTimestamp to runStartTimestamp
           move runTimestamp(1:8) to runDate
           move 'G' to calAction
           call 'BizDate' using calRequest
           if calDate is numeric
               move calDate to runDate
           end-if
           compute runDayNumber = function integer-of-date(
               function numval(runDate))

           move 'T' to lockAction
           call 'RunLock' using lockRequest
           if lockStatus not = '00' and lockStatus not = '04'
               move spaces to logMessage
               string 'Error: master update lock is held - '
                      'RetentionRun cannot start'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 12 to return-code
               stop run
           end-if

           open input scheduleFile
           if scheduleFileStatus not = '00'
               move spaces to logMessage
               string 'Warning: no retention schedule ('
                      function trim(schedulePath)
                      ', file status ' scheduleFileStatus
                      ') - nothing expired'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               perform release-run-lock
               move 4 to return-code
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
               close scheduleFile
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if

           perform load-legal-holds
           perform load-generation-catalog
           perform write-certificate-heading

           move 'N' to endOfFile
           perform until eof
               read scheduleFile
                   at end
                       set eof to true
                   not at end
                       perform apply-schedule-line
               end-read
           end-perform
           close scheduleFile

           perform write-certificate-footing
           close reportFile
           perform release-run-lock
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest
               on exception
                   continue
           end-call

           display '===== RetentionRun Control Totals ====='
           display 'Families applied  : ' familiesApplied
           display 'Schedule lines bad: ' scheduleLinesBad
           display 'Files disposed of : ' filesDisposed
           display 'Files held        : ' filesHeld
           display 'Files failed      : ' filesFailed
           display 'Files pruned      : ' filesPruned
           display 'Records removed   : ' recordsPruned
           display 'Records held      : ' recordsHeld
           display 'Members on hold   : ' heldCount
           if simulateEnabled
               display 'SIMULATION - nothing disposed of'
           end-if
           display '========================================'
           move spaces to logMessage
           string 'RetentionRun complete - ' filesDisposed
                  ' file(s) disposed of, ' recordsPruned
                  ' record(s) removed, ' filesHeld
                  ' file(s) held'
               into logMessage
           end-string
           evaluate true
               when filesFailed > 0
                   move 'E' to logSeverity
                   move 8 to return-code
               when scheduleLinesBad > 0 or holdsUnknown
                   move 'W' to logSeverity
                   move 4 to return-code
               when other
                   move 'I' to logSeverity
                   move 0 to return-code
           end-evaluate
           call 'MsgLog' using logMessage, logSeverity
           perform write-run-history
           stop run.

      *    The whole hold file is read once into the table; the
      *    expiry decisions never go back to it.
       load-legal-holds.
           move 0 to heldCount
           open input holdFile
           if holdFileStatus = '35'
               exit paragraph
           end-if
           if holdFileStatus not = '00'
               set holdsUnknown to true
               move 'legal-hold file will not open'
                   to holdsUnknownReason
               move spaces to logMessage
               string 'Warning: legal-hold file will not open - '
                      'file status ' holdFileStatus
                      ' - hold-governed files all kept'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if
           move 'N' to endOfScan
           perform until scanDone
               read holdFile next record
                   at end
                       set scanDone to true
                   not at end
                       perform keep-held-member
               end-read
           end-perform
           close holdFile.

       keep-held-member.
           if holdMemberID = spaces
               exit paragraph
           end-if
           if heldCount >= 2000
               if not holdsUnknown
                   set holdsUnknown to true
                   move 'more holds than the run can check'
                       to holdsUnknownReason
                   move spaces to logMessage
                   string 'Warning: more than 2000 members on legal '
                          'hold - hold-governed files all kept'
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
               end-if
               exit paragraph
           end-if
           add 1 to heldCount
           move holdMemberID to heldID(heldCount)
           move function length(function trim(holdMemberID))
               to heldIDLength(heldCount).

       load-generation-catalog.
           move 0 to genCount
           open input catalogFile
           if catalogFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to endOfScan
           perform until scanDone
               read catalogFile
                   at end
                       set scanDone to true
                   not at end
                       if catalogFileRecord not = spaces
                           and genCount < 100
                           add 1 to genCount
                           move spaces to genPath(genCount)
                           unstring catalogFileRecord
                               delimited by ','
                               into genPath(genCount)
                           end-unstring
                       end-if
               end-read
           end-perform
           close catalogFile.

       write-certificate-heading.
           move spaces to reportLine
           string 'Certificate of disposal  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
                  '  processing date ' runDate
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Retention schedule ' function trim(schedulePath)
                  '  long-term archive ' function trim(archiveRoot)
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           move heldCount to editedCount
           string 'Members on legal hold: '
                  function trim(editedCount)
               delimited by size
               into reportLine
           end-string
           if holdsUnknown
               string function trim(reportLine) ' - '
                      function trim(holdsUnknownReason)
                      ', hold-governed files all kept'
                   delimited by size
                   into reportLine
               end-string
           end-if
           perform write-report-line
           if simulateEnabled
               move spaces to reportLine
               string 'SIMULATION - nothing has been disposed of; '
                      'the lines show what a live run would do'
                   delimited by size
                   into reportLine
               end-string
               perform write-report-line
           end-if
           move all '-' to reportLine
           perform write-report-line.

       apply-schedule-line.
           add 1 to scheduleLineNumber
           if scheduleFileRecord = spaces
               or scheduleFileRecord(1:1) = '*'
               exit paragraph
           end-if
           perform split-schedule-line
           perform edit-schedule-line
           if scheduleError not = spaces
               add 1 to scheduleLinesBad
               move spaces to reportLine
               perform write-report-line
               move scheduleLineNumber to editedDays
               move spaces to reportLine
               string 'Schedule line ' function trim(editedDays)
                      ' ignored - ' function trim(scheduleError)
                   delimited by size
                   into reportLine
               end-string
               perform write-report-line
               move spaces to reportLine
               move scheduleFileRecord to reportLine(3:130)
               perform write-report-line
               move spaces to logMessage
               string 'Warning: retention schedule line '
                      function trim(editedDays) ' ignored - '
                      function trim(scheduleError)
                   delimited by size
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if

           add 1 to familiesApplied
           move 0 to famDisposed famHeld famFailed
                     famRecordsRead famRecordsPruned famRecordsHeld
           compute cutoffDayNumber = runDayNumber - schKeepDays
           compute cutoffDate =
               function date-of-integer(cutoffDayNumber)
           perform write-family-heading
           if datedFamily
               perform expire-dated-files
               if famDisposed = 0 and famHeld = 0 and famFailed = 0
                   move spaces to reportLine
                   move 'nothing due' to reportLine(3:11)
                   perform write-report-line
               end-if
           else
               if keyedFamily
                   perform prune-audit-history
               else
                   perform prune-dated-records
               end-if
           end-if.

       split-schedule-line.
           move spaces to schFamily schPattern schKeepText
                          schAction schHold schDateText
           move 0 to schFieldCount
           unstring scheduleFileRecord delimited by ','
               into schFamily schPattern schKeepText schAction
                    schHold schDateText
               tallying in schFieldCount
           end-unstring
           move function upper-case(function trim(schFamily))
               to schFamily
           move function trim(schPattern) to schPattern
           move function upper-case(function trim(schAction))
               to schAction
           move function upper-case(function trim(schHold))
               to schHold
           move 'N' to keyedFamilySwitch
           move 0 to tokenOffset
           inspect schPattern tallying tokenOffset
               for characters before initial 'YYYYMMDD'
           if tokenOffset < length of schPattern
               set datedFamily to true
               compute tokenPosition = tokenOffset + 1
           else
               move 'N' to datedFamilySwitch
           end-if.

      *    Anything that could point the run outside its own
      *    directory, or at more than the family, is refused.
       edit-schedule-line.
           move spaces to scheduleError
           if schFieldCount < 5
               move 'needs family,pattern,keepDays,action,hold'
                   to scheduleError
               exit paragraph
           end-if
           if schFamily = spaces or schFamily(13:8) not = spaces
               move 'family name missing or longer than 12'
                   to scheduleError
               exit paragraph
           end-if
           if schPattern = spaces or schPattern(1:1) = '/'
               move 'pattern missing or not relative' to scheduleError
               exit paragraph
           end-if
           move 0 to wildcardTally
           move function length(function trim(schFamily))
               to nameLength
           inspect schFamily(1:nameLength) tallying wildcardTally
               for all '/' all '.' all ' ' all '*' all '?'
           if wildcardTally > 0
               move 'family name is not a plain name'
                   to scheduleError
               exit paragraph
           end-if
           move function length(function trim(schPattern))
               to nameLength
           inspect schPattern(1:nameLength) tallying wildcardTally
               for all '..' all ' ' all ';' all '&' all '|'
                   all '>' all '<' all '`' all '$'
           if wildcardTally > 0
               move 'pattern carries a character the run refuses'
                   to scheduleError
               exit paragraph
           end-if
           if function trim(schKeepText) is not numeric
               move 'keepDays not a whole number of days'
                   to scheduleError
               exit paragraph
           end-if
           move function numval(schKeepText) to schKeepDays
           if schKeepDays < 1
               move 'keepDays must be 1 or more' to scheduleError
               exit paragraph
           end-if
           if schAction not = 'DELETE' and schAction not = 'ARCHIVE'
               move 'action not DELETE or ARCHIVE' to scheduleError
               exit paragraph
           end-if
           if schHold not = 'NONE' and schHold not = 'TEXT'
               and schHold not = 'ALL'
               move 'hold not NONE, TEXT or ALL' to scheduleError
               exit paragraph
           end-if
           move 0 to wildcardTally
           if datedFamily
               if tokenOffset > 0
                   inspect schPattern(1:tokenOffset) tallying
                       wildcardTally for all '*' all '?' all '['
               end-if
               if wildcardTally > 0
                   move 'wildcard before YYYYMMDD' to scheduleError
               end-if
               exit paragraph
           end-if
           inspect schPattern tallying wildcardTally
               for all '*' all '?' all '['
           if wildcardTally > 0
               move 'wildcard in a line-by-line file name'
                   to scheduleError
               exit paragraph
           end-if
      *    The keyed audit history dates its lines by their key.
           if schPattern = auditHistPath
               set keyedFamily to true
               exit paragraph
           end-if
           if function trim(schDateText) is not numeric
               move 'line-by-line file needs a dateField'
                   to scheduleError
               exit paragraph
           end-if
           move function numval(schDateText) to schDateField
           if schDateField < 1 or schDateField > 20
               move 'dateField not 1 to 20' to scheduleError
           end-if.

       write-family-heading.
           move spaces to reportLine
           perform write-report-line
           move schKeepDays to editedDays
           move spaces to reportLine
           string function trim(schFamily) '  '
                  function trim(schPattern) '  keep '
                  function trim(editedDays) ' day(s)  '
                  function trim(schAction) '  hold '
                  function trim(schHold)
                  '  - expires before ' cutoffDate
               delimited by size
               into reportLine
           end-string
           perform write-report-line.

      *    The shell lists the family oldest first - the date sits
      *    at the same place in every name, so name order is date
      *    order.
       expire-dated-files.
           move schPattern to globPattern
           inspect globPattern replacing first 'YYYYMMDD'
               by '????????'
           move spaces to systemCommand
           string 'ls -d ' function trim(globPattern)
                  ' > ' function trim(listFilePath)
                  ' 2>/dev/null'
               delimited by size
               into systemCommand
           end-string
           perform run-system-command
           open input listFile
           if listFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to endOfList
           perform until listDone
               read listFile
                   at end
                       set listDone to true
                   not at end
                       if listFileRecord not = spaces
                           perform expire-one-file
                       end-if
               end-read
           end-perform
           close listFile
           move spaces to systemCommand
           string 'rm -f ' function trim(listFilePath)
               delimited by size
               into systemCommand
           end-string
           perform run-system-command.

       expire-one-file.
           move listFileRecord to candName
           move candName(tokenPosition:8) to candDateText
           if candDateText is not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                   function numval(candDateText)) not = 0
               exit paragraph
           end-if
           compute candDayNumber = function integer-of-date(
               function numval(candDateText))
           if candDayNumber >= cutoffDayNumber
               exit paragraph
           end-if
           compute candAgeDays = runDayNumber - candDayNumber

           perform check-generation-catalog
           if not candHeld
               perform decide-file-hold
           end-if
           if candHeld
               add 1 to famHeld
               add 1 to filesHeld
               move 'KEPT' to disposeVerb
               perform write-file-line
               exit paragraph
           end-if

           move spaces to archiveDirPath
           if schAction = 'ARCHIVE'
               string function trim(archiveRoot) '/'
                      function trim(schFamily) '/' candDateText
                   delimited by size
                   into archiveDirPath
               end-string
           end-if
           if simulateEnabled
               if schAction = 'ARCHIVE'
                   move 'WOULD ARCHIVE' to disposeVerb
               else
                   move 'WOULD DELETE' to disposeVerb
               end-if
               add 1 to famDisposed
               add 1 to filesDisposed
               perform write-file-line
               exit paragraph
           end-if

           move spaces to systemCommand
           if schAction = 'ARCHIVE'
               string 'mkdir -p ' function trim(archiveDirPath)
                      ' && mv ' function trim(candName)
                      ' ' function trim(archiveDirPath) '/'
                   delimited by size
                   into systemCommand
               end-string
           else
               string 'rm -f ' function trim(candName)
                   delimited by size
                   into systemCommand
               end-string
           end-if
           perform run-system-command
           if systemCommandRC not = 0
               add 1 to famFailed
               add 1 to filesFailed
               move 'FAILED' to disposeVerb
               perform write-file-line
               move spaces to logMessage
               string 'Error: retention could not dispose of '
                      function trim(candName) ' (rc '
                      systemCommandRC ')'
                   delimited by size
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if
           add 1 to famDisposed
           add 1 to filesDisposed
           if schAction = 'ARCHIVE'
               move 'ARCHIVED' to disposeVerb
           else
               move 'DELETED' to disposeVerb
           end-if
           perform write-file-line
           perform remove-empty-parent.

      *    A dated directory emptied by the family (ReadCSV's
      *    archive/YYYYMMDD) goes with its last file; one that
      *    still holds anything stays, quietly.
       remove-empty-parent.
           move 0 to candParentLength
           perform varying candScanIndex from 1 by 1
               until candScanIndex > 255
               if candName(candScanIndex:1) = '/'
                   compute candParentLength = candScanIndex - 1
               end-if
           end-perform
           if candParentLength = 0
               exit paragraph
           end-if
           move spaces to systemCommand
           string 'rmdir ' candName(1:candParentLength)
                  ' 2>/dev/null'
               delimited by size
               into systemCommand
           end-string
           perform run-system-command.

      *    Matched on the catalog path as a prefix, so the files
      *    the indexed generation is stored in all count as it.
       check-generation-catalog.
           move 'N' to candHeldSwitch
           perform varying genIndex from 1 by 1
               until genIndex > genCount
               if genPath(genIndex) not = spaces
                   move function length(
                       function trim(genPath(genIndex)))
                       to genPathLength
                   if candName(1:genPathLength) =
                       genPath(genIndex)(1:genPathLength)
                       set candHeld to true
                       move 'current generation on the catalog'
                           to candHeldReason
                       exit perform
                   end-if
               end-if
           end-perform.

       decide-file-hold.
           move 'N' to candHeldSwitch
           if schHold = 'NONE'
               exit paragraph
           end-if
           if holdsUnknown
               set candHeld to true
               move holdsUnknownReason to candHeldReason
               exit paragraph
           end-if
           if heldCount = 0
               exit paragraph
           end-if
           if schHold = 'ALL'
               set candHeld to true
               move 'covers every member - holds in force'
                   to candHeldReason
               exit paragraph
           end-if
           move candName to scanFilePath
           open input scanFile
           if scanFileStatus not = '00'
               set candHeld to true
               move 'could not be read for legal holds'
                   to candHeldReason
               exit paragraph
           end-if
           move 'N' to endOfScan
           perform until scanDone
               read scanFile
                   at end
                       set scanDone to true
                   not at end
                       perform check-line-for-holds
                       if candHeld
                           set scanDone to true
                       end-if
               end-read
           end-perform
           close scanFile
           if candHeld
               move 'mentions a member on legal hold'
                   to candHeldReason
           end-if.

       check-line-for-holds.
           perform varying heldIndex from 1 by 1
               until heldIndex > heldCount
               move 0 to heldTally
               inspect scanFileRecord tallying heldTally
                   for all heldID(heldIndex)
                           (1:heldIDLength(heldIndex))
               if heldTally > 0
                   set candHeld to true
                   exit perform
               end-if
           end-perform.

       write-file-line.
           move spaces to reportLine
           move disposeVerb to reportLine(3:14)
           move candName(1:60) to reportLine(18:60)
           move candAgeDays to editedDays
           string 'dated ' candDateText '  age '
                  function trim(editedDays) ' day(s)'
               delimited by size
               into reportLine(79:40)
           end-string
           perform write-report-line
           if candName(61:195) not = spaces
               move spaces to reportLine
               move candName(61:114) to reportLine(18:114)
               perform write-report-line
           end-if
           evaluate true
               when disposeVerb = 'KEPT'
                   move spaces to reportLine
                   string '- ' function trim(candHeldReason)
                       delimited by size
                       into reportLine(18:60)
                   end-string
                   perform write-report-line
               when archiveDirPath not = spaces
                   and disposeVerb not = 'FAILED'
                   move spaces to reportLine
                   string '-> ' function trim(archiveDirPath) '/'
                       delimited by size
                       into reportLine(18:114)
                   end-string
                   perform write-report-line
           end-evaluate.

      *    Each line is dated by its dateField; a line past the
      *    family's keep period goes unless it names a held
      *    member, and everything else is written to the work
      *    copy that replaces the file. A failed rename leaves
      *    the file as it was - the lines already appended to the
      *    archive copy are then simply there twice after the
      *    next run.
       prune-dated-records.
           move schPattern to scanFilePath
           move schPattern to candName
           move spaces to candDateText
           move 0 to candAgeDays
           if schHold not = 'NONE' and holdsUnknown
               move holdsUnknownReason to candHeldReason
               perform write-prune-kept-line
               exit paragraph
           end-if
           if schHold = 'ALL' and heldCount > 0
               move 'covers every member - holds in force'
                   to candHeldReason
               perform write-prune-kept-line
               exit paragraph
           end-if
           open input scanFile
           if scanFileStatus = '35'
               move spaces to reportLine
               string 'no ' function trim(scanFilePath)
                      ' - nothing to prune'
                   delimited by size
                   into reportLine(3:100)
               end-string
               perform write-report-line
               exit paragraph
           end-if
           if scanFileStatus not = '00'
               add 1 to filesFailed
               move spaces to reportLine
               string 'FAILED        ' function trim(scanFilePath)
                      ' will not open - file status '
                      scanFileStatus
                   delimited by size
                   into reportLine(3:120)
               end-string
               perform write-report-line
               exit paragraph
           end-if
           move spaces to keepFilePath
           string function trim(scanFilePath) '.retain'
               delimited by size
               into keepFilePath
           end-string
           move 'N' to expiredOpenSwitch
           if not simulateEnabled
               open output keepFile
               if keepFileStatus not = '00'
                   close scanFile
                   add 1 to filesFailed
                   move spaces to reportLine
                   string 'FAILED        work copy '
                          function trim(keepFilePath)
                          ' will not open - file status '
                          keepFileStatus
                       delimited by size
                       into reportLine(3:120)
                   end-string
                   perform write-report-line
                   exit paragraph
               end-if
               if schAction = 'ARCHIVE'
                   perform open-expired-archive
               end-if
           end-if

           move 'N' to endOfScan
           perform until scanDone
               read scanFile
                   at end
                       set scanDone to true
                   not at end
                       perform prune-one-record
               end-read
           end-perform
           close scanFile
           if not simulateEnabled
               close keepFile
               if expiredOpen
                   close expiredFile
               end-if
           end-if
           perform cut-over-pruned-file.

       prune-one-record.
           add 1 to famRecordsRead
           if scanFileRecord = spaces
               perform keep-record
               exit paragraph
           end-if
           move 'N' to recDatedSwitch
           move 1 to recPointer
           move spaces to recField
           perform varying recFieldNumber from 1 by 1
               until recFieldNumber > schDateField
               move spaces to recField
               unstring scanFileRecord delimited by ','
                   into recField
                   with pointer recPointer
               end-unstring
           end-perform
           if recField(1:8) is numeric
               if function test-date-yyyymmdd(
                       function numval(recField(1:8))) = 0
                   set recDated to true
                   compute recDayNumber = function integer-of-date(
                       function numval(recField(1:8)))
               end-if
           end-if
           if not recDated or recDayNumber >= cutoffDayNumber
               perform keep-record
               exit paragraph
           end-if
           if schHold = 'TEXT' and heldCount > 0
               move 'N' to candHeldSwitch
               perform check-line-for-holds
               if candHeld
                   add 1 to famRecordsHeld
                   perform keep-record
                   exit paragraph
               end-if
           end-if
           add 1 to famRecordsPruned
           if expiredOpen
               write expiredFileRecord from scanFileRecord
           end-if.

       keep-record.
           if not simulateEnabled
               write keepFileRecord from scanFileRecord
           end-if.

      *    Expired lines are added to the run's archive copy of
      *    the file - a second run the same day appends to it.
       open-expired-archive.
           move spaces to archiveDirPath
           string function trim(archiveRoot) '/'
                  function trim(schFamily)
               delimited by size
               into archiveDirPath
           end-string
           move spaces to systemCommand
           string 'mkdir -p ' function trim(archiveDirPath)
               delimited by size
               into systemCommand
           end-string
           perform run-system-command
           move spaces to expiredFilePath
           move schPattern to candName
           inspect candName replacing all '/' by '_'
           string function trim(archiveDirPath) '/'
                  function trim(candName) '.' runDate
               delimited by size
               into expiredFilePath
           end-string
           move schPattern to candName
           open extend expiredFile
           if expiredFileStatus = '35'
               open output expiredFile
           end-if
           if expiredFileStatus = '00'
               set expiredOpen to true
           end-if.

       cut-over-pruned-file.
           if not simulateEnabled and not keyedFamily
               move spaces to systemCommand
               if famRecordsPruned > 0
                   and (schAction = 'DELETE' or expiredOpen)
                   string 'mv ' function trim(keepFilePath)
                          ' ' function trim(scanFilePath)
                       delimited by size
                       into systemCommand
                   end-string
               else
                   string 'rm -f ' function trim(keepFilePath)
                       delimited by size
                       into systemCommand
                   end-string
               end-if
               perform run-system-command
               if systemCommandRC not = 0
                   or (famRecordsPruned > 0 and schAction = 'ARCHIVE'
                       and not expiredOpen)
                   add 1 to filesFailed
                   move spaces to reportLine
                   string 'FAILED        ' function trim(scanFilePath)
                          ' unchanged - '
                       delimited by size
                       into reportLine(3:120)
                   end-string
                   if systemCommandRC not = 0
                       string function trim(reportLine) ' work copy '
                              function trim(keepFilePath)
                              ' not renamed'
                           delimited by size
                           into reportLine
                       end-string
                   else
                       string function trim(reportLine)
                              ' archive copy '
                              function trim(expiredFilePath)
                              ' will not open'
                           delimited by size
                           into reportLine
                       end-string
                   end-if
                   perform write-report-line
                   move spaces to logMessage
                   string 'Error: retention could not prune '
                          function trim(scanFilePath)
                       delimited by size
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   exit paragraph
               end-if
           end-if

           add famRecordsPruned to recordsPruned
           add famRecordsHeld to recordsHeld
           if famRecordsPruned > 0
               add 1 to filesPruned
           end-if
           move spaces to reportLine
           evaluate true
               when simulateEnabled
                   move 'WOULD PRUNE' to reportLine(3:14)
               when schAction = 'ARCHIVE'
                   move 'PRUNED/ARCH' to reportLine(3:14)
               when other
                   move 'PRUNED' to reportLine(3:14)
           end-evaluate
           move famRecordsPruned to editedCount
           move famRecordsRead to editedRead
           string function trim(scanFilePath) ' - '
                  function trim(editedCount)
                  ' record(s) dated before ' cutoffDate
                  ' removed of ' function trim(editedRead)
               delimited by size
               into reportLine(18:114)
           end-string
           perform write-report-line
           if famRecordsHeld > 0
               move spaces to reportLine
               move famRecordsHeld to editedCount
               string '- ' function trim(editedCount)
                      ' expired record(s) kept - member on legal'
                      ' hold'
                   delimited by size
                   into reportLine(18:114)
               end-string
               perform write-report-line
           end-if
           if expiredOpen and famRecordsPruned > 0
               move spaces to reportLine
               string '-> ' function trim(expiredFilePath)
                   delimited by size
                   into reportLine(18:114)
               end-string
               perform write-report-line
           end-if.

      *    The keyed history is pruned in place - there is no
      *    work copy, so each expired line is on the archive copy
      *    before it is deleted, and with no archive copy nothing
      *    is deleted at all.
       prune-audit-history.
           move schPattern to scanFilePath
           move schPattern to candName
           move spaces to candDateText
           move 0 to candAgeDays
           move 0 to auditDeleteFailures
           move 'N' to expiredOpenSwitch
           if schHold not = 'NONE' and holdsUnknown
               move holdsUnknownReason to candHeldReason
               perform write-prune-kept-line
               exit paragraph
           end-if
           if schHold = 'ALL' and heldCount > 0
               move 'covers every member - holds in force'
                   to candHeldReason
               perform write-prune-kept-line
               exit paragraph
           end-if
           if simulateEnabled
               open input auditHistFile
           else
               open i-o auditHistFile
           end-if
           if auditHistStatus = '35'
               move spaces to reportLine
               string 'no ' function trim(scanFilePath)
                      ' - nothing to prune'
                   delimited by size
                   into reportLine(3:100)
               end-string
               perform write-report-line
               exit paragraph
           end-if
           if auditHistStatus not = '00'
               add 1 to filesFailed
               move spaces to reportLine
               string 'FAILED        ' function trim(scanFilePath)
                      ' will not open - file status '
                      auditHistStatus
                   delimited by size
                   into reportLine(3:120)
               end-string
               perform write-report-line
               exit paragraph
           end-if
           if not simulateEnabled and schAction = 'ARCHIVE'
               perform open-expired-archive
               if not expiredOpen
                   close auditHistFile
                   add 1 to filesFailed
                   move spaces to reportLine
                   string 'FAILED        ' function trim(scanFilePath)
                          ' unchanged - archive copy '
                          function trim(expiredFilePath)
                          ' will not open'
                       delimited by size
                       into reportLine(3:120)
                   end-string
                   perform write-report-line
                   exit paragraph
               end-if
           end-if

           move 'N' to endOfScan
           move low-values to auditHistDateKey
           start auditHistFile key is not less than auditHistDateKey
               invalid key
                   set scanDone to true
           end-start
           perform until scanDone
               read auditHistFile next record
                   at end
                       set scanDone to true
                   not at end
                       perform prune-one-history-record
               end-read
           end-perform
           close auditHistFile
           if expiredOpen
               close expiredFile
           end-if
           if auditDeleteFailures > 0
               add 1 to filesFailed
               move auditDeleteFailures to editedCount
               move spaces to reportLine
               string 'FAILED        ' function trim(scanFilePath)
                      ' - ' function trim(editedCount)
                      ' expired record(s) would not delete'
                   delimited by size
                   into reportLine(3:120)
               end-string
               perform write-report-line
               move spaces to logMessage
               string 'Error: retention could not prune '
                      function trim(scanFilePath) ' - '
                      function trim(editedCount)
                      ' record(s) not deleted'
                   delimited by size
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if
           perform cut-over-pruned-file.

       prune-one-history-record.
           add 1 to famRecordsRead
           if auditHistID = '*CONVERT*'
               exit paragraph
           end-if
           if auditHistDStamp(1:8) is not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                   function numval(auditHistDStamp(1:8))) not = 0
               exit paragraph
           end-if
           compute recDayNumber = function integer-of-date(
               function numval(auditHistDStamp(1:8)))
           if recDayNumber >= cutoffDayNumber
               exit paragraph
           end-if
           if schHold = 'TEXT' and heldCount > 0
               move 'N' to candHeldSwitch
               move auditHistLine to scanFileRecord
               perform check-line-for-holds
               if candHeld
                   add 1 to famRecordsHeld
                   exit paragraph
               end-if
           end-if
           if simulateEnabled
               add 1 to famRecordsPruned
               exit paragraph
           end-if
           if expiredOpen
               write expiredFileRecord from auditHistLine
           end-if
           delete auditHistFile record
               invalid key
                   add 1 to auditDeleteFailures
               not invalid key
                   add 1 to famRecordsPruned
           end-delete.

       write-prune-kept-line.
           add 1 to filesHeld
           move spaces to reportLine
           move 'KEPT' to reportLine(3:14)
           string function trim(schPattern) ' - nothing pruned, '
                  function trim(candHeldReason)
               delimited by size
               into reportLine(18:114)
           end-string
           perform write-report-line.

       write-certificate-footing.
           move spaces to reportLine
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           move filesDisposed to editedCount
           string 'Files disposed of : ' function trim(editedCount)
               delimited by size
               into reportLine
           end-string
           move filesHeld to editedCount
           string function trim(reportLine)
                  '   kept for legal hold or catalog: '
                  function trim(editedCount)
               delimited by size
               into reportLine
           end-string
           move filesFailed to editedCount
           string function trim(reportLine) '   failed: '
                  function trim(editedCount)
               delimited by size
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           move recordsPruned to editedCount
           string 'Records removed   : ' function trim(editedCount)
               delimited by size
               into reportLine
           end-string
           move filesPruned to editedCount
           string function trim(reportLine) ' from '
                  function trim(editedCount) ' file(s)'
               delimited by size
               into reportLine
           end-string
           move recordsHeld to editedCount
           string function trim(reportLine) '   kept for legal hold: '
                  function trim(editedCount)
               delimited by size
               into reportLine
           end-string
           perform write-report-line
           if scheduleLinesBad > 0
               move spaces to reportLine
               move scheduleLinesBad to editedCount
               string 'Schedule lines ignored: '
                      function trim(editedCount)
                   delimited by size
                   into reportLine
               end-string
               perform write-report-line
           end-if
           move spaces to reportLine
           perform write-report-line
           move spaces to reportLine
           if simulateEnabled
               string 'Simulation only - no file listed above has '
                      'been disposed of.'
                   delimited by size
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if
           string 'Certified that the files listed DELETED were '
                  'destroyed and those listed ARCHIVED moved to '
                  'long-term archive under '
                  function trim(archiveRoot) ','
               delimited by size
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'under retention schedule '
                  function trim(schedulePath)
                  ', by RetentionRun on ' runTimestamp(1:8)
                  ' at ' runTimestamp(9:6) '.'
               delimited by size
               into reportLine
           end-string
           perform write-report-line.

      *    SYSTEM answers with the raw wait status and clobbers
      *    RETURN-CODE, so the run's own is parked around it.
       run-system-command.
           move return-code to savedReturnCode
           move 0 to return-code
           call 'SYSTEM' using systemCommand
           compute systemCommandRC = return-code / 256
           move savedReturnCode to return-code.

       write-report-line.
           write reportFileRecord from reportLine.

       release-run-lock.
           move 'R' to lockAction
           call 'RunLock' using lockRequest.

       write-run-history.
           move function current-date to runEndTimestamp
           move runStartTimestamp(1:14) to runHistStart
           move runEndTimestamp(1:14) to runHistEnd
           move filesDisposed to runHistCount1
           move recordsPruned to runHistCount2
           move filesHeld to runHistCount3
           move return-code to runHistRC
           call 'RunHistory' using runHistRecord.
