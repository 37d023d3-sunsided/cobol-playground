       01  recordsRead     pic 9(6) value 0.
       01  recordsAccepted pic 9(6) value 0.
       01  recordsRejected pic 9(6) value 0.
       01  masterAddsWritten pic 9(6) value 0.
       01  sumOfAges       pic 9(8) value 0.
       01  averageAge      pic 9(3)v99.
       01  ageBracketUnder18 pic 9(6) value 0.
       01  bulkOutputCount  pic 9(6) value 0.
       01  bulkExpectedCount pic 9(6) value 0.
       01  bulkVerifyCount  pic 9(6) value 0.
       01  bulkAddsCutOver  pic 9(6) value 0.
      *    Internal member-number issuance: our MEMBER-ID used to
      *    be whatever fileID the partner sent, which is why two
      *    partners can collide on one key. With READCSV_IDISSUE=Y
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
      *    Source-partner registry (READCSV_PARTNERS,
      *    partners.cfg) - one line per partner we contract with:
      *
      *        code,name,file pattern,layout,delimiter,
      *        expected rows,tolerance %,contact name,contact email
      *
      *    The file pattern is the landed file's name, optionally
      *    with one '*' standing for the varying part (acme_*.csv);
      *    layout is C (delimited) or F (fixed columns) and the
      *    delimiter COMMA, SEMI, PIPE or TAB, each used for the
      *    partner's files unless READCSV_FORMATS or
      *    READCSV_DELIMITER says otherwise. Every input file is
      *    matched to its partner and its rows counted before
      *    anything loads: a file from no registered partner, or
      *    one whose row count is outside the tolerance around
      *    the partner's recent average (the last five loads on
      *    the manifest, or the expected rows until there are
      *    any), is held - not loaded, manifested or archived, so
      *    it waits in the landing directory - and the run ends
      *    rc 8. READCSV_RELEASE names held files (semicolon list)
      *    the operator has checked with the partner; they load
      *    regardless, and the release is logged with the
      *    operator's ID (MAINT_OPERATOR).
       01  partnerFileName    pic X(100) value 'partners.cfg'.
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
      *    Second request area for matching manifest entries, so
      *    the input file's partner stays in hand meanwhile.
       01  historyRequest.
           02 historyAction      pic X.
           02 historyLookupName  pic X(100).
           02 filler             pic 99.
           02 historyCode        pic X(8).
           02 filler             pic X(152).
           02 historyStatus      pic XX.
       01  partnerMatchSwitch pic X value 'N'.
           88 partnerMatched      value 'Y'.
       01  inputDelimTable.
           02 inputDelimEntry pic X occurs 10 times.
       01  defaultDelimiter   pic X.
       01  gateHeldSwitch     pic X value 'N'.
           88 fileHeldByGate      value 'Y'.
           88 fileNotHeld         value 'N'.
       01  releaseList        pic X(500).
       01  releaseTable.
           02 releaseEntry    pic X(100) occurs 10 times.
       01  releaseIndex       pic 99.
       01  releaseSwitch      pic X value 'N'.
           88 fileReleased        value 'Y'.
       01  gateOperatorID     pic X(8) value 'BATCH'.
       01  filesHeld          pic 9(2) value 0.
       01  filesReleased      pic 9(2) value 0.
       01  gateRowCount       pic 9(7) value 0.
       01  gateFirstLineSwitch pic X value 'Y'.
           88 gateFirstLine       value 'Y'.
       01  historyCounts.
           02 historyCount    pic 9(7) occurs 5 times.
       01  historyLoads       pic 9 value 0.
       01  historySlot        pic 9 value 0.
       01  historyIndex       pic 9.
       01  historyTotal       pic 9(9).
       01  baselineRows       pic 9(7).
       01  baselineSource     pic X(14).
       01  lowerLimit         pic 9(7).
       01  upperLimit         pic 9(7).
       01  manifestCountText  pic X(10).
       01  gateCountOut       pic z(6)9.
       01  gateBaseOut        pic z(6)9.
       01  gateTolOut         pic zz9.
       01  jobStartTimestamp  pic X(21).
       01  jobEndTimestamp    pic X(21).
       01  jobStartSeconds    pic 9(8).
           else
               perform detect-delimiter
           end-if
           move fieldDelimiter to defaultDelimiter
           perform varying formatTableIndex from 1 by 1
               until formatTableIndex > 10
               move defaultDelimiter
                   to inputDelimEntry(formatTableIndex)
           end-perform
           perform load-partner-registry
           perform open-reject-file
           perform open-conflict-file
           perform take-run-lock
                   move inputFormatEntry(inputFileTableIndex)
                       to currentFormatSwitch
                   perform check-manifest-for-file
                   perform check-partner-gate
                   evaluate true
                       when restartSkipActive
                           and sourceFileName
                                   'processed file ' sourceFileName
                       when fileOnManifest and not forceReload
                           perform refuse-double-load
                       when fileHeldByGate
                           continue
                       when other
                           set headerRowPending to true
                           move 'N' to endOfFile
           move recordsRejected to runHistCount3
           move return-code to runHistRC
           call 'RunHistory' using runHistRecord.
      *    Accepted records are adds and changes alike, so the
      *    records this run actually added to the master ride a
      *    second run-history record of their own for the master
      *    balancing proof: record-path adds, then adds on a bulk
      *    generation that was cut over.
           move 'ReadCSV-Adds' to runHistProgram
           move masterAddsWritten to runHistCount1
           move bulkAddsCutOver to runHistCount2
           move 0 to runHistCount3
           call 'RunHistory' using runHistRecord
           move 'ReadCSV' to runHistProgram.

       load-checkpoint.
           move spaces to checkpointSourceFile
               call 'MsgLog' using logMessage, logSeverity
           end-if.

       load-partner-registry.
           accept partnerFileName from environment 'READCSV_PARTNERS'
               on exception
                   continue
           end-accept
           accept gateOperatorID from environment 'MAINT_OPERATOR'
               on exception
                   continue
           end-accept
           if gateOperatorID = spaces
               move 'BATCH' to gateOperatorID
           end-if
           accept releaseList from environment 'READCSV_RELEASE'
               on exception
                   continue
           end-accept
           move spaces to releaseTable
           unstring releaseList delimited by ';'
               into releaseEntry(1) releaseEntry(2)
                    releaseEntry(3) releaseEntry(4)
                    releaseEntry(5) releaseEntry(6)
                    releaseEntry(7) releaseEntry(8)
                    releaseEntry(9) releaseEntry(10)
           end-unstring
      *    A first call loads the registry; '35' means it is
      *    not there to load.
           move 'N' to partnerAction
           move 0 to partnerEntryIndex
           call 'PartnerRegistry' using partnerRequest
           if partnerStatus = '35'
               move spaces to logMessage
               string 'Error: partner registry '
                      function trim(partnerFileName)
                      ' unavailable - every input file will be held'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

      *    The gate runs for the input file in hand before a row
      *    of it is processed. The partner's layout and delimiter
      *    are taken up whether or not the file is then loaded, so
      *    a restart skip still splits the lines the right way.
       check-partner-gate.
           set fileNotHeld to true
           move 'N' to partnerMatchSwitch
           move 'M' to partnerAction
           move inputFileName to partnerLookupName
           call 'PartnerRegistry' using partnerRequest
           if partnerStatus = '00'
               set partnerMatched to true
           end-if
           if partnerMatched
               if inputFormatList = spaces
                   and partnerLayout not = space
                   move partnerLayout
                       to inputFormatEntry(inputFileTableIndex)
                   move partnerLayout
                       to currentFormatSwitch
               end-if
               if delimiterOverride = space
                   and partnerDelimiter not = space
                   move partnerDelimiter
                       to inputDelimEntry(inputFileTableIndex)
               end-if
           end-if
           move inputDelimEntry(inputFileTableIndex) to fieldDelimiter
           if restartSkipActive
               and sourceFileName not = checkpointSourceFile
               exit paragraph
           end-if
           if fileOnManifest and not forceReload
               exit paragraph
           end-if
           move 'N' to releaseSwitch
           perform varying releaseIndex from 1 by 1
               until releaseIndex > 10
               if releaseEntry(releaseIndex) not = spaces
                   and releaseEntry(releaseIndex) = inputFileName
                   set fileReleased to true
               end-if
           end-perform

           if not partnerMatched
               if fileReleased
                   perform log-gate-release
                   exit paragraph
               end-if
               move 'RCV007E' to catMsgID
               move inputFileName to catMsgSub1
               move partnerFileName to catMsgSub2
               call 'CatMsg' using catMsgRequest
               perform hold-input-file
               exit paragraph
           end-if

           perform count-file-rows
           if inputFileStatus not = '00'
      *        The load's own open reports the missing file.
               exit paragraph
           end-if
           perform find-recent-average
           if baselineRows = 0
               exit paragraph
           end-if
           compute lowerLimit = baselineRows
               * (100 - function min(partnerTolerance
                                     100)) / 100
           compute upperLimit = baselineRows
               * (100 + partnerTolerance) / 100
           if gateRowCount >= lowerLimit
               and gateRowCount <= upperLimit
               exit paragraph
           end-if
           if fileReleased
               perform log-gate-release
               exit paragraph
           end-if
           move gateRowCount to gateCountOut
           move baselineRows to gateBaseOut
           move partnerTolerance to gateTolOut
           move 'RCV008E' to catMsgID
           move inputFileName to catMsgSub1
           move spaces to catMsgSub2
           string 'partner ' function trim(partnerCode)
                  ' sent ' function trim(gateCountOut) ' rows, '
                  function trim(baselineSource) ' '
                  function trim(gateBaseOut) ' +/- '
                  function trim(gateTolOut) '%'
               into catMsgSub2
           end-string
           call 'CatMsg' using catMsgRequest
           move spaces to logMessage
           string 'Partner ' function trim(partnerCode)
                  ' (' function trim(partnerName)
                  ') contact '
                  function trim(partnerContact) ' '
                  function trim(partnerEmail)
                  ' - confirm the file, then name it in'
                  ' READCSV_RELEASE to load it'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           perform hold-input-file.

       hold-input-file.
           set fileHeldByGate to true
           add 1 to filesHeld
           if return-code < 8
               move 8 to return-code
           end-if.

       log-gate-release.
           add 1 to filesReleased
           move 'RCV009W' to catMsgID
           move inputFileName to catMsgSub1
           move gateOperatorID to catMsgSub2
           call 'CatMsg' using catMsgRequest.

      *    Rows are counted the way the load will see them:
      *    header, trailer and blank lines do not count.
       count-file-rows.
           move 0 to gateRowCount
           set gateFirstLine to true
           open input inputFile
           if inputFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to endOfFile
           perform until eof
               read inputFile into inputFileRecord
                   at end
                       set eof to true
                   not at end
                       perform count-one-row
               end-read
           end-perform
           move 'N' to endOfFile
           close inputFile.

       count-one-row.
           if inputFileRecord = spaces
               exit paragraph
           end-if
           if currentFormatFixed
               add 1 to gateRowCount
               exit paragraph
           end-if
           perform split-csv-line
           evaluate function trim(csvField(1))
               when 'H'
                   move 'N' to gateFirstLineSwitch
               when 'T'
                   continue
               when 'TRAILER'
                   continue
               when 'D'
                   add 1 to gateRowCount
               when other
                   if gateFirstLine
                       and function trim(csvField(3)) is not numeric
                       continue
                   else
                       add 1 to gateRowCount
                   end-if
                   move 'N' to gateFirstLineSwitch
           end-evaluate.

      *    The partner's recent average is taken over its last five
      *    loads on the manifest; until it has any, the expected
      *    rows on the registry stand in.
       find-recent-average.
           move 0 to historyLoads
           move 0 to historySlot
           move 'N' to manifestEndSwitch
           open input manifestFile
           if manifestFileStatus = '00'
               perform until manifestEof
                   read manifestFile into manifestFileRecord
                       at end
                           set manifestEof to true
                       not at end
                           perform take-manifest-count
                   end-read
               end-perform
               close manifestFile
           end-if
           if historyLoads > 0
               move 0 to historyTotal
               perform varying historyIndex from 1 by 1
                   until historyIndex > historyLoads
                   add historyCount(historyIndex) to historyTotal
               end-perform
               compute baselineRows rounded =
                   historyTotal / historyLoads
               move 'recent average' to baselineSource
           else
               move partnerExpected to baselineRows
               move 'expected' to baselineSource
           end-if.

       take-manifest-count.
           move spaces to manifestEntryName
           move spaces to manifestCountText
           unstring manifestFileRecord delimited by ','
               into manifestEntryName manifestCountText
           end-unstring
           if function trim(manifestCountText) is not numeric
               exit paragraph
           end-if
           move 'M' to historyAction
           move manifestEntryName to historyLookupName
           call 'PartnerRegistry' using historyRequest
           if historyStatus not = '00'
               or historyCode not = partnerCode
               exit paragraph
           end-if
           if historySlot >= 5
               move 1 to historySlot
           else
               add 1 to historySlot
           end-if
           compute historyCount(historySlot) =
               function numval(manifestCountText)
           if historyLoads < 5
               add 1 to historyLoads
           end-if.

       set-format-for-source.
           move inputFormatDefault to currentFormatSwitch
           move defaultDelimiter to fieldDelimiter
           perform varying formatTableIndex from 1 by 1
               until formatTableIndex > inputFileTableCount
               if inputFileEntry(formatTableIndex)(1:30)
                   = sourceFileName
                   move inputFormatEntry(formatTableIndex)
                       to currentFormatSwitch
                   move inputDelimEntry(formatTableIndex)
                       to fieldDelimiter
                   exit perform
               end-if
           end-perform.
                   perform refuse-double-load
                   exit perform cycle
               end-if
               perform check-partner-gate
               if fileHeldByGate
                   exit perform cycle
               end-if
               set headerRowPending to true
               move 'N' to endOfFile
               move 0 to fileRecordsLoaded
               display 'Alias hits          : ' aliasHits
           end-if
           display 'Header rows skipped : ' headerRowsSkipped
           display 'Files held by gate  : ' filesHeld
           display 'Files released      : ' filesReleased
           display 'Average fileAge  : ' averageAge
           display 'Age brackets:'
           display '  Under 18       : ' ageBracketUnder18
                           display 'Error: Unable to write master'
                                   ' record for fileID - ' fileID
                       not invalid key
                           add 1 to masterAddsWritten
                           move 'A' to idxAction
                           move masterFileID to idxMemberID
                           move masterFileName to idxNewName
               compute systemCommandRC = return-code / 256
               move savedReturnCode to return-code
               if systemCommandRC = 0
                   move bulkAddsWritten to bulkAddsCutOver
                   string 'Bulk merge cut over - '
                          bulkVerifyCount ' record(s) on the'
                          ' new master generation'
