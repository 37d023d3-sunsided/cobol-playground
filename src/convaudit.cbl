       identification division.
       program-id. ConvertAudit.

      *    One-time load of the dated member audit files into the
      *    keyed audit history (AUDIT_HISTORY, audithist.dat - see
      *    audithist.cpy). Walks CONVERT_FROM through CONVERT_TO
      *    day by day (CONVERT_FROM defaults to 20200101, before
      *    the suite's first audit file, as EraseMember's sweep
      *    does; CONVERT_TO to the run date), and stores every
      *    line of every auditYYYYMMDD.dat found under its fileID
      *    and stamp exactly as AuditStore stores a new one - a
      *    line already held is skipped, so the run can follow the
      *    writers' first day on the keyed file, and can be run
      *    again after a failure without doubling anything up.
      *    When the walk completes it writes the control record
      *    ('*CONVERT*', zero stamp) that tells AuditHistory,
      *    ChurnReport, RollbackMaster, the 360 profile and
      *    EraseMember the keyed file is complete and can be read
      *    instead of the dated files. Runs under the suite's run
      *    lock so no updater is feeding the file while it loads.

       environment division.
       input-output section.
       file-control.
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
           select auditHistFile assign to dynamic auditHistPath
               organization is indexed
               access mode is dynamic
               record key is auditHistKey
               alternate record key is auditHistDateKey
               file status is auditHistStatus.

       data division.
       file section.
       fd  auditFile.
       01  auditFileRecord pic X(200).

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

       working-storage section.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  fromDateText     pic X(8) value '20200101'.
       01  toDateText       pic X(8).
       01  fromDayNumber    pic 9(8).
       01  toDayNumber      pic 9(8).
       01  loopDayNumber    pic 9(8).
       01  loopDateValue    pic 9(8).
       01  runTimestamp     pic X(21).
       01  storeStamp       pic X(15).
       01  storeAction      pic X.
       01  storeID          pic X(10).
       01  storeLastSeq     pic 9(4).
       01  storeScanSwitch  pic X.
           88 storeScanDone      value 'Y'.
       01  storeDuplicateSwitch pic X.
           88 storeDuplicate     value 'Y'.
       01  filesRead        pic 9(6) value 0.
       01  linesRead        pic 9(9) value 0.
       01  linesStored      pic 9(9) value 0.
       01  linesAlreadyHeld pic 9(9) value 0.
       01  linesUnusable    pic 9(9) value 0.
       01  writeErrors      pic 9(9) value 0.
       01  lockRequest.
           02 lockAction   pic X.
           02 lockProgram  pic X(15) value 'ConvertAudit'.
           02 lockStatus   pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           move function current-date to runTimestamp
           move runTimestamp(1:8) to toDateText
           accept fromDateText from environment 'CONVERT_FROM'
               on exception
                   continue
           end-accept
           accept toDateText from environment 'CONVERT_TO'
               on exception
                   continue
           end-accept
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept
           if fromDateText is not numeric
               or toDateText is not numeric
               display 'Error: CONVERT_FROM/CONVERT_TO must be'
                       ' YYYYMMDD'
               move 16 to return-code
               stop run
           end-if
           compute fromDayNumber = function integer-of-date(
               function numval(fromDateText))
           compute toDayNumber = function integer-of-date(
               function numval(toDateText))
           if fromDayNumber > toDayNumber
               display 'Error: CONVERT_FROM is after CONVERT_TO'
               move 16 to return-code
               stop run
           end-if

           move 'T' to lockAction
           call 'RunLock' using lockRequest
           if lockStatus not = '00' and lockStatus not = '04'
               string 'Error: master update lock is held - '
                      'ConvertAudit cannot start'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 12 to return-code
               stop run
           end-if

           open i-o auditHistFile
           if auditHistStatus = '35'
               open output auditHistFile
               close auditHistFile
               open i-o auditHistFile
           end-if
           if auditHistStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' auditHistPath
                      ' - file status ' auditHistStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               perform release-run-lock
               move 16 to return-code
               stop run
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
                   add 1 to filesRead
                   move 'N' to endOfFile
                   perform until eof
                       read auditFile into auditFileRecord
                           at end
                               set eof to true
                           not at end
                               perform convert-one-line
                       end-read
                   end-perform
                   close auditFile
               end-if
           end-perform

      *    A walk that could not store every line leaves the
      *    control record off, so the readers stay on the dated
      *    files until a clean rerun.
           if writeErrors = 0
               perform write-control-record
           end-if
           close auditHistFile
           perform release-run-lock

           display '===== ConvertAudit Control Totals ====='
           display 'Audit files read  : ' filesRead
           display 'Lines read        : ' linesRead
           display 'Lines stored      : ' linesStored
           display 'Already on file   : ' linesAlreadyHeld
           display 'Unusable lines    : ' linesUnusable
           display 'Write errors      : ' writeErrors
           display '======================================='
           move spaces to logMessage
           string 'ConvertAudit complete - ' linesStored
                  ' line(s) stored from ' filesRead
                  ' audit file(s), ' linesAlreadyHeld
                  ' already on file'
               into logMessage
           end-string
           if writeErrors > 0
               move spaces to logMessage
               string 'ConvertAudit: ' writeErrors
                      ' line(s) could not be stored - '
                      function trim(auditHistPath)
                      ' not marked converted'
                   into logMessage
               end-string
               move 'E' to logSeverity
               move 8 to return-code
           else
               if linesUnusable > 0
                   move 'W' to logSeverity
                   move 4 to return-code
               else
                   move 'I' to logSeverity
               end-if
           end-if
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    Stored exactly as AuditStore stores a line - next
      *    sequence within the member and stamp, a line already
      *    held skipped.
       convert-one-line.
           if auditFileRecord = spaces
               exit paragraph
           end-if
           add 1 to linesRead
           move spaces to storeStamp
           move space to storeAction
           move spaces to storeID
           unstring auditFileRecord delimited by ','
               into storeStamp storeAction storeID
           end-unstring
           if storeStamp = spaces or storeID = spaces
               add 1 to linesUnusable
               exit paragraph
           end-if
           perform find-last-sequence
           if storeDuplicate
               add 1 to linesAlreadyHeld
               exit paragraph
           end-if
           move storeID to auditHistID
           move storeStamp to auditHistStamp
           compute auditHistSeq = storeLastSeq + 1
           move storeStamp to auditHistDStamp
           move storeID to auditHistDID
           move auditHistSeq to auditHistDSeq
           move auditFileRecord to auditHistLine
           write auditHistRecord
               invalid key
                   add 1 to writeErrors
               not invalid key
                   add 1 to linesStored
           end-write.

       find-last-sequence.
           move 0 to storeLastSeq
           move 'N' to storeDuplicateSwitch
           move 'N' to storeScanSwitch
           move storeID to auditHistID
           move storeStamp to auditHistStamp
           move 0 to auditHistSeq
           start auditHistFile key is not less than auditHistKey
               invalid key
                   set storeScanDone to true
           end-start
           perform until storeScanDone
               read auditHistFile next record
                   at end
                       set storeScanDone to true
                   not at end
                       if auditHistID not = storeID
                           or auditHistStamp not = storeStamp
                           set storeScanDone to true
                       else
                           move auditHistSeq to storeLastSeq
                           if auditHistLine = auditFileRecord
                               set storeDuplicate to true
                               set storeScanDone to true
                           end-if
                       end-if
               end-read
           end-perform.

      *    The control record says which days were loaded and when;
      *    a rerun over a wider range simply replaces it.
       write-control-record.
           move '*CONVERT*' to auditHistID
           move '00000000-000000' to auditHistStamp
           move 0 to auditHistSeq
           move auditHistStamp to auditHistDStamp
           move auditHistID to auditHistDID
           move 0 to auditHistDSeq
           move spaces to auditHistLine
           string 'CONVERTED,' fromDateText ',' toDateText ','
                  runTimestamp(1:14) ',' filesRead ',' linesRead
               delimited by size
               into auditHistLine
           end-string
           write auditHistRecord
               invalid key
                   rewrite auditHistRecord
           end-write.

       release-run-lock.
           move 'R' to lockAction
           call 'RunLock' using lockRequest.
