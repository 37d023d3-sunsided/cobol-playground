       identification division.
       program-id. LockboxIntake.

      *    Bank lockbox intake. Cheques mailed to the bank's
      *    lockbox come back as the bank's fixed-format lockbox
      *    file (LOCKBOX_INPUT, lockbox.dat), 80-byte records
      *    keyed by the type in column 1:
      *
      *        1  file header   lockbox number (2-8), deposit
      *                         date YYYYMMDD (9-16)
      *        5  batch header  batch number (2-4)
      *        6  item detail   batch (2-4), item (5-8), amount
      *                         in cents (9-18), cheque number
      *                         (19-28), remittance reference
      *                         (29-48), remitter name (49-78)
      *        7  batch trailer batch (2-4), item count (5-8),
      *                         batch total in cents (9-20)
      *        9  file trailer  batch count (2-4), file total
      *                         in cents (5-16)
      *
      *    Each batch is checked against its trailer before any
      *    of it goes anywhere. A batch whose count or total does
      *    not agree - or that has an unreadable amount, or no
      *    trailer at all - is held whole for the desk to take up
      *    with the bank and listed item by item on the report.
      *
      *    Every item in a batch that balances has its remittance
      *    reference resolved to a MEMBER-ID: the reference as
      *    quoted, then the merge cross-reference (MERGE_XREF,
      *    mergexref.dat) for a number merged away, then the
      *    partner-ID alias cross-reference (ALIAS_XREF,
      *    aliasxref.dat) for a number from a partner file - and
      *    that alias through the merge cross-reference in turn.
      *    A resolved item becomes an ordinary fileID,amount,date
      *    line, dated the deposit date and carrying LOCKBOX as its
      *    source, on the payments file for PostPayments
      *    (LOCKBOX_PAYMENTS, payments.csv), so nobody retypes the
      *    cheques. An item that cannot be
      *    resolved goes straight onto the payment suspense file
      *    (PAY_SUSPENSE, paysusp.dat) as NO SUCH MEMBER would,
      *    its reason carrying the lockbox reference
      *    (LOCKBOX bbb/iiii, batch and item), and onto the day's
      *    suspense-detail file for the GL interface to book. The
      *    suspense file is extended, not replaced, and the
      *    posting run that follows sees the LOCKBOX reasons on it
      *    and extends it in turn.
      *
      *    The intake control report (LOCKBOX_REPORT, lockbox.rpt)
      *    lists every batch with its item count and total as the
      *    bank stated them and as found, every suspended and
      *    held item, and closes with the deposit total split
      *    into sent to posting, sent to suspense and held. The
      *    same split goes onto the day's lockbox deposit file
      *    (lockboxdepYYYYMMDD.dat for the run date,
      *    LOCKBOX_DEPOSITS) as
      *
      *        lockbox,depositDate,depositTotal,postedCount,
      *          postedAmount,suspendedAmount,heldAmount,runStamp
      *
      *    for BankRecon to tie to the bank deposit, and to the
      *    LOCKBOX items PostPayments posts. Return codes: 0
      *    clean, 4 items went to suspense, 8 a batch or the file
      *    was out of balance or the deposit could not be
      *    recorded, 16 the run could not start.

       environment division.
       input-output section.
       file-control.
           select lockboxFile assign to dynamic lockboxFileName
               organization is line sequential
               file status is lockboxFileStatus.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is random
               record key is masterFileID
               file status is masterFileStatus.
           select xrefFile assign to dynamic xrefFilePath
               organization is indexed
               access mode is random
               record key is xrefOldID
               file status is xrefFileStatus.
           select aliasXrefFile assign to dynamic aliasXrefPath
               organization is indexed
               access mode is random
               record key is aliasPartnerID
               file status is aliasXrefStatus.
           select paymentsFile assign to dynamic paymentsFileName
               organization is line sequential
               file status is paymentsFileStatus.
           select suspenseFile assign to dynamic suspenseFileName
               organization is line sequential
               file status is suspenseFileStatus.
           select suspDetailFile assign to dynamic suspDetailFileName
               organization is line sequential
               file status is suspDetailFileStatus.
           select depositFile assign to dynamic depositFileName
               organization is line sequential
               file status is depositFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  lockboxFile.
       01  lockboxFileRecord pic X(80).

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

       fd  xrefFile.
       01  xrefFileRecord.
           02 xrefOldID     pic X(10).
           02 xrefNewID     pic X(10).

       fd  aliasXrefFile.
       01  aliasXrefRecord.
           02 aliasPartnerID  pic X(10).
           02 aliasInternalID pic X(10).

       fd  paymentsFile.
       01  paymentsFileRecord pic X(80).

       fd  suspenseFile.
       01  suspenseFileRecord.
           02 suspMemberID   pic X(10).
           02 suspDelim1     pic X value ','.
           02 suspAmount     pic X(12).
           02 suspDelim2     pic X value ','.
           02 suspPayDate    pic X(8).
           02 suspDelim3     pic X value ','.
           02 suspReason     pic X(20).

       fd  suspDetailFile.
       01  suspDetailFileRecord pic X(60).

       fd  depositFile.
       01  depositFileRecord pic X(100).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  lockboxFileName  pic X(100) value 'lockbox.dat'.
       01  lockboxFileStatus pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  xrefFilePath     pic X(100) value 'mergexref.dat'.
       01  xrefFileStatus   pic XX.
       01  xrefOpenSwitch   pic X value 'N'.
           88 xrefAvailable      value 'Y'.
       01  aliasXrefPath    pic X(100) value 'aliasxref.dat'.
       01  aliasXrefStatus  pic XX.
       01  aliasOpenSwitch  pic X value 'N'.
           88 aliasAvailable     value 'Y'.
       01  paymentsFileName pic X(100) value 'payments.csv'.
       01  paymentsFileStatus pic XX.
       01  suspenseFileName pic X(100) value 'paysusp.dat'.
       01  suspenseFileStatus pic XX.
       01  suspDetailFileName pic X(100).
       01  suspDetailFileStatus pic XX.
       01  suspDetailLine   pic X(60).
       01  depositFileName  pic X(100).
       01  depositFileStatus pic XX.
       01  depositLine      pic X(100).
       01  depositRecordSwitch pic X value 'N'.
           88 depositUnrecorded  value 'Y'.
       01  reportFileName   pic X(100) value 'lockbox.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
      *    The bank's record layouts, one view per record type.
       01  lockboxLine      pic X(80).
       01  lockboxHeader redefines lockboxLine.
           02 lbxHeaderType    pic X.
           02 lbxLockboxNumber pic X(7).
           02 lbxDepositDate   pic X(8).
           02 filler           pic X(64).
       01  lockboxBatchHeader redefines lockboxLine.
           02 lbxBatchType     pic X.
           02 lbxBatchNumber   pic X(3).
           02 filler           pic X(76).
       01  lockboxDetail redefines lockboxLine.
           02 lbxDetailType    pic X.
           02 lbxDetailBatch   pic X(3).
           02 lbxItemNumber    pic X(4).
           02 lbxItemAmount    pic X(10).
           02 lbxItemAmountCents redefines lbxItemAmount
                               pic 9(8)v99.
           02 lbxChequeNumber  pic X(10).
           02 lbxRemittanceRef pic X(20).
           02 lbxRemitterName  pic X(30).
           02 filler           pic X(2).
       01  lockboxBatchTrailer redefines lockboxLine.
           02 lbxTrailerType   pic X.
           02 lbxTrailerBatch  pic X(3).
           02 lbxTrailerCount  pic X(4).
           02 lbxTrailerCountNum redefines lbxTrailerCount
                               pic 9(4).
           02 lbxTrailerTotal  pic X(12).
           02 lbxTrailerTotalNum redefines lbxTrailerTotal
                               pic 9(10)v99.
           02 filler           pic X(60).
       01  lockboxFileTrailer redefines lockboxLine.
           02 lbxFileTrailerType pic X.
           02 lbxFileBatchCount pic X(3).
           02 lbxFileBatchCountNum redefines lbxFileBatchCount
                               pic 9(3).
           02 lbxFileTotal     pic X(12).
           02 lbxFileTotalNum redefines lbxFileTotal
                               pic 9(10)v99.
           02 filler           pic X(64).
       01  lockboxNumber    pic X(7) value spaces.
       01  depositDate      pic X(8).
      *    A batch is held in storage until its trailer proves it -
      *    a lockbox batch is a few hundred cheques at most.
       01  batchItemTable.
           02 batchItem occurs 500 times.
              03 batchItemNumber  pic X(4).
              03 batchItemAmount  pic 9(8)v99.
              03 batchItemCheque  pic X(10).
              03 batchItemRef     pic X(20).
              03 batchItemName    pic X(30).
       01  batchItemCount   pic 9(3) value 0.
       01  batchItemIndex   pic 9(3).
       01  batchNumber      pic X(3).
       01  batchTotal       pic 9(10)v99.
       01  batchOpenSwitch  pic X value 'N'.
           88 batchOpen          value 'Y'.
           88 batchClosed        value 'N'.
       01  batchFaultSwitch pic X value 'N'.
           88 batchFaulty        value 'Y'.
           88 batchSound         value 'N'.
       01  batchFault       pic X(40).
       01  statedCount      pic 9(4).
       01  statedTotal      pic 9(10)v99.
       01  fileTrailerSwitch pic X value 'N'.
           88 fileTrailerSeen    value 'Y'.
       01  statedBatchCount pic 9(3).
       01  statedFileTotal  pic 9(10)v99.
       01  remitRef         pic X(20).
       01  resolvedID       pic X(10).
       01  resolvedHow      pic X(12).
       01  resolvedSwitch   pic X value 'N'.
           88 refResolved        value 'Y'.
           88 refUnresolved      value 'N'.
       01  editedAmount     pic 9(8).99.
       01  editedTotal      pic 9(10).99.
       01  editedPosted     pic 9(10).99.
       01  editedSuspended  pic 9(10).99.
       01  editedHeld       pic 9(10).99.
       01  suspDetailAmount pic 9(7).99.
       01  paymentsLine     pic X(80).
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  recordsRead      pic 9(6) value 0.
       01  recordsIgnored   pic 9(6) value 0.
       01  batchesRead      pic 9(3) value 0.
       01  batchesHeld      pic 9(3) value 0.
       01  itemsRead        pic 9(6) value 0.
       01  itemsPosted      pic 9(6) value 0.
       01  itemsSuspended   pic 9(6) value 0.
       01  itemsHeld        pic 9(6) value 0.
       01  itemsViaXref     pic 9(6) value 0.
       01  itemsViaAlias    pic 9(6) value 0.
       01  depositTotal     pic 9(10)v99 value 0.
       01  amountPosted     pic 9(10)v99 value 0.
       01  amountSuspended  pic 9(10)v99 value 0.
       01  amountHeld       pic 9(10)v99 value 0.
       01  fileOutOfBalance pic X value 'N'.
           88 fileUnbalanced     value 'Y'.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'LockboxIntake'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept lockboxFileName from environment 'LOCKBOX_INPUT'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'PAY_MASTER'
               on exception
                   continue
           end-accept
           accept xrefFilePath from environment 'MERGE_XREF'
               on exception
                   continue
           end-accept
           accept aliasXrefPath from environment 'ALIAS_XREF'
               on exception
                   continue
           end-accept
           accept paymentsFileName from environment 'LOCKBOX_PAYMENTS'
               on exception
                   continue
           end-accept
           accept suspenseFileName from environment 'PAY_SUSPENSE'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'LOCKBOX_REPORT'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           move runDate to depositDate
           move spaces to depositFileName
           string 'lockboxdep' runTimestamp(1:8) '.dat'
               into depositFileName
           end-string
           accept depositFileName from environment 'LOCKBOX_DEPOSITS'
               on exception
                   continue
           end-accept

           open input lockboxFile
           if lockboxFileStatus not = '00'
               string 'Error: Unable to open ' lockboxFileName
                      ' - file status ' lockboxFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open input masterFile
           if masterFileStatus not = '00'
               string 'Error: Unable to open ' masterFilePath
                      ' - file status ' masterFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
      *    Either cross-reference may be missing at a shop that
      *    never merged anyone or never took a partner file -
      *    references then resolve against the master alone.
           open input xrefFile
           if xrefFileStatus = '00'
               set xrefAvailable to true
           end-if
           open input aliasXrefFile
           if aliasXrefStatus = '00'
               set aliasAvailable to true
           end-if
           open output paymentsFile
           if paymentsFileStatus not = '00'
               string 'Error: Unable to open ' paymentsFileName
                      ' - file status ' paymentsFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open extend suspenseFile
           if suspenseFileStatus not = '00'
               open output suspenseFile
           end-if
           if suspenseFileStatus not = '00'
               string 'Error: Unable to open ' suspenseFileName
                      ' - file status ' suspenseFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           move spaces to suspDetailFileName
           string 'suspdetail' runTimestamp(1:8) '.dat'
               into suspDetailFileName
           end-string
           open extend suspDetailFile
           if suspDetailFileStatus not = '00'
               open output suspDetailFile
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
           string 'Lockbox intake  ' function trim(lockboxFileName)
                  '  processing date ' runDate '  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

           perform until eof
               read lockboxFile into lockboxLine
                   at end
                       set eof to true
                   not at end
                       perform take-lockbox-record
               end-read
           end-perform
           if batchOpen
               move 'no batch trailer' to batchFault
               perform hold-batch
           end-if

           perform report-deposit-totals
           perform write-deposit-record

           close lockboxFile
           close masterFile
           if xrefAvailable
               close xrefFile
           end-if
           if aliasAvailable
               close aliasXrefFile
           end-if
           close paymentsFile
           close suspenseFile
           close suspDetailFile
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== LockboxIntake Control Totals ====='
           display 'Lockbox           : ' lockboxNumber
                   '  deposit ' depositDate
           display 'Batches read      : ' batchesRead
           display 'Batches held      : ' batchesHeld
           display 'Items read        : ' itemsRead
           display 'To posting        : ' itemsPosted
                   '  amount ' amountPosted
           display 'Via merge xref    : ' itemsViaXref
           display 'Via partner alias : ' itemsViaAlias
           display 'To suspense       : ' itemsSuspended
                   '  amount ' amountSuspended
           display 'Held              : ' itemsHeld
                   '  amount ' amountHeld
           display 'Deposit total     : ' depositTotal
           display '========================================'
           move spaces to logMessage
           string 'LockboxIntake complete - posting ' itemsPosted
                  ' for ' amountPosted
                  ', suspense ' itemsSuspended
                  ' for ' amountSuspended
                  ', held ' itemsHeld ' for ' amountHeld
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           evaluate true
               when batchesHeld > 0 or fileUnbalanced
                   or depositUnrecorded
                   move 8 to return-code
               when itemsSuspended > 0
                   move 4 to return-code
           end-evaluate
           stop run.

       take-lockbox-record.
           if lockboxLine = spaces
               exit paragraph
           end-if
           add 1 to recordsRead
           evaluate lockboxLine(1:1)
               when '1'
                   perform take-file-header
               when '5'
                   perform take-batch-header
               when '6'
                   perform take-item-detail
               when '7'
                   perform take-batch-trailer
               when '9'
                   perform take-file-trailer
               when other
                   add 1 to recordsIgnored
           end-evaluate.

      *    The deposit date on the file header dates every
      *    payment; a file without one posts under the processing
      *    date.
       take-file-header.
           move lbxLockboxNumber to lockboxNumber
           if lbxDepositDate is numeric
               move lbxDepositDate to depositDate
           end-if
           move spaces to reportLine
           string 'Lockbox ' lockboxNumber
                  '  deposit date ' depositDate
               into reportLine
           end-string
           perform write-report-line.

       take-batch-header.
           if batchOpen
               move 'no batch trailer' to batchFault
               perform hold-batch
           end-if
           set batchOpen to true
           set batchSound to true
           move spaces to batchFault
           move lbxBatchNumber to batchNumber
           move 0 to batchItemCount
           move 0 to batchTotal
           move 0 to statedCount
           move 0 to statedTotal
           add 1 to batchesRead.

       take-item-detail.
           add 1 to itemsRead
           if batchClosed
               perform take-batch-header
               move lbxDetailBatch to batchNumber
               set batchFaulty to true
               move 'item outside a batch' to batchFault
           end-if
           if lbxDetailBatch not = batchNumber
               set batchFaulty to true
               move 'item for another batch' to batchFault
           end-if
           if batchItemCount >= 500
               set batchFaulty to true
               move 'more than 500 items' to batchFault
               add 1 to itemsHeld
               if lbxItemAmount is numeric
                   add lbxItemAmountCents to amountHeld
                   add lbxItemAmountCents to depositTotal
               end-if
               exit paragraph
           end-if
           add 1 to batchItemCount
           move lbxItemNumber to batchItemNumber(batchItemCount)
           move lbxChequeNumber to batchItemCheque(batchItemCount)
           move lbxRemittanceRef to batchItemRef(batchItemCount)
           move lbxRemitterName to batchItemName(batchItemCount)
           if lbxItemAmount is numeric
               move lbxItemAmountCents
                   to batchItemAmount(batchItemCount)
               add lbxItemAmountCents to batchTotal
           else
               move 0 to batchItemAmount(batchItemCount)
               set batchFaulty to true
               move 'unreadable item amount' to batchFault
           end-if.

      *    The trailer is the bank's word on the batch. Only a
      *    batch that agrees with it on both count and total goes
      *    any further.
       take-batch-trailer.
           if batchClosed
               move spaces to reportLine
               string 'Batch trailer ' lbxTrailerBatch
                      ' with no batch - ignored'
                   into reportLine
               end-string
               perform write-report-line
               set fileUnbalanced to true
               exit paragraph
           end-if
           move 0 to statedCount
           move 0 to statedTotal
           if lbxTrailerCount is numeric
               move lbxTrailerCountNum to statedCount
           end-if
           if lbxTrailerTotal is numeric
               move lbxTrailerTotalNum to statedTotal
           end-if
           evaluate true
               when batchFaulty
                   continue
               when lbxTrailerBatch not = batchNumber
                   set batchFaulty to true
                   move 'trailer for another batch' to batchFault
               when statedCount not = batchItemCount
                   set batchFaulty to true
                   move 'item count does not agree' to batchFault
               when statedTotal not = batchTotal
                   set batchFaulty to true
                   move 'batch total does not agree' to batchFault
           end-evaluate
           if batchFaulty
               perform hold-batch
           else
               perform release-batch
           end-if.

       take-file-trailer.
           set fileTrailerSeen to true
           move 0 to statedBatchCount
           move 0 to statedFileTotal
           if lbxFileBatchCount is numeric
               move lbxFileBatchCountNum to statedBatchCount
           end-if
           if lbxFileTotal is numeric
               move lbxFileTotalNum to statedFileTotal
           end-if.

       release-batch.
           move batchTotal to editedTotal
           move spaces to reportLine
           string 'Batch ' batchNumber '  items ' batchItemCount
                  '  total ' editedTotal '  in balance'
               into reportLine
           end-string
           perform write-report-line
           perform varying batchItemIndex from 1 by 1
                   until batchItemIndex > batchItemCount
               perform route-one-item
           end-perform
           add batchTotal to depositTotal
           set batchClosed to true.

       hold-batch.
           add 1 to batchesHeld
           move batchTotal to editedTotal
           move spaces to reportLine
           string 'Batch ' batchNumber '  items ' batchItemCount
                  '  total ' editedTotal '  HELD - '
                  function trim(batchFault)
               into reportLine
           end-string
           perform write-report-line
           if statedCount > 0 or statedTotal > 0
               move statedTotal to editedTotal
               move spaces to reportLine
               string '           bank trailer items ' statedCount
                      '  total ' editedTotal
                   into reportLine
               end-string
               perform write-report-line
           end-if
           perform varying batchItemIndex from 1 by 1
                   until batchItemIndex > batchItemCount
               move batchItemAmount(batchItemIndex) to editedAmount
               move spaces to reportLine
               string '  HELD      ' batchNumber '/'
                      batchItemNumber(batchItemIndex) ' '
                      editedAmount ' cheque '
                      batchItemCheque(batchItemIndex) ' ref '
                      batchItemRef(batchItemIndex) ' '
                      batchItemName(batchItemIndex)
                   into reportLine
               end-string
               perform write-report-line
               add 1 to itemsHeld
               add batchItemAmount(batchItemIndex) to amountHeld
           end-perform
           add batchTotal to depositTotal
           move spaces to logMessage
           string 'Lockbox batch ' batchNumber ' held - '
                  function trim(batchFault)
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           set batchClosed to true.

       route-one-item.
           move batchItemRef(batchItemIndex) to remitRef
           perform resolve-remittance-ref
           move batchItemAmount(batchItemIndex) to suspDetailAmount
           if refResolved
               move spaces to paymentsLine
               string function trim(resolvedID)
                      ',' suspDetailAmount ',' depositDate
                      ',LOCKBOX'
                   into paymentsLine
               end-string
               write paymentsFileRecord from paymentsLine
               add 1 to itemsPosted
               add batchItemAmount(batchItemIndex) to amountPosted
               if resolvedHow not = spaces
                   move spaces to reportLine
                   string '  RESOLVED  ' batchNumber '/'
                          batchItemNumber(batchItemIndex) ' ref '
                          remitRef ' to ' resolvedID ' by '
                          resolvedHow
                       into reportLine
                   end-string
                   perform write-report-line
               end-if
           else
               perform suspend-one-item
           end-if.

      *    The reference as the member wrote it first; a number
      *    merged away is on the merge cross-reference, and a
      *    partner's number is on the alias file - whose member
      *    may since have been merged too.
       resolve-remittance-ref.
           set refUnresolved to true
           move spaces to resolvedHow
           move function upper-case(function trim(remitRef))
               to remitRef
           if remitRef = spaces or remitRef(11:10) not = spaces
               exit paragraph
           end-if
           move remitRef(1:10) to resolvedID
           move resolvedID to masterFileID
           read masterFile
               invalid key
                   continue
               not invalid key
                   set refResolved to true
                   exit paragraph
           end-read
           perform resolve-through-xref
           if refResolved
               move 'merge xref' to resolvedHow
               add 1 to itemsViaXref
               exit paragraph
           end-if
           if not aliasAvailable
               exit paragraph
           end-if
           move remitRef(1:10) to aliasPartnerID
           read aliasXrefFile
               invalid key
                   exit paragraph
           end-read
           move aliasInternalID to resolvedID
           move resolvedID to masterFileID
           read masterFile
               invalid key
                   perform resolve-through-xref
               not invalid key
                   set refResolved to true
           end-read
           if refResolved
               move 'alias' to resolvedHow
               add 1 to itemsViaAlias
           end-if.

       resolve-through-xref.
           if not xrefAvailable
               exit paragraph
           end-if
           move resolvedID to xrefOldID
           read xrefFile
               invalid key
                   exit paragraph
           end-read
           move xrefNewID to masterFileID
           read masterFile
               invalid key
                   exit paragraph
           end-read
           move xrefNewID to resolvedID
           set refResolved to true.

      *    The suspense line looks like any NO SUCH MEMBER item so
      *    RecycleSuspense can retry it, but the reason names the
      *    lockbox item so the desk can pull the cheque.
       suspend-one-item.
           move batchItemRef(batchItemIndex)(1:10) to suspMemberID
           move suspDetailAmount to suspAmount
           move depositDate to suspPayDate
           move spaces to suspReason
           string 'LOCKBOX ' batchNumber '/'
                  batchItemNumber(batchItemIndex)
               into suspReason
           end-string
           write suspenseFileRecord
           move spaces to suspDetailLine
           string suspMemberID ','
                  suspDetailAmount ','
                  depositDate ','
                  suspReason
               into suspDetailLine
           end-string
           write suspDetailFileRecord from suspDetailLine
           add 1 to itemsSuspended
           add batchItemAmount(batchItemIndex) to amountSuspended
           move batchItemAmount(batchItemIndex) to editedAmount
           move spaces to reportLine
           string '  SUSPENSE  ' batchNumber '/'
                  batchItemNumber(batchItemIndex) ' '
                  editedAmount ' cheque '
                  batchItemCheque(batchItemIndex) ' ref '
                  batchItemRef(batchItemIndex) ' '
                  batchItemName(batchItemIndex)
               into reportLine
           end-string
           perform write-report-line.

      *    Posting plus suspense plus held is everything the bank
      *    put in the box; the file trailer, when the bank sends
      *    one, has to agree with it.
       report-deposit-totals.
           if fileTrailerSeen
               and (statedBatchCount not = batchesRead
                    or statedFileTotal not = depositTotal)
               set fileUnbalanced to true
               move statedFileTotal to editedTotal
               move spaces to reportLine
               string 'FILE OUT OF BALANCE - bank trailer batches '
                      statedBatchCount '  total ' editedTotal
                   into reportLine
               end-string
               perform write-report-line
               move spaces to logMessage
               string 'Lockbox file ' function trim(lockboxFileName)
                      ' does not agree with its trailer'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if
           move all '-' to reportLine
           perform write-report-line
           move amountPosted to editedTotal
           move spaces to reportLine
           string 'To posting   ' itemsPosted '  ' editedTotal
               into reportLine
           end-string
           perform write-report-line
           move amountSuspended to editedTotal
           move spaces to reportLine
           string 'To suspense  ' itemsSuspended '  ' editedTotal
               into reportLine
           end-string
           perform write-report-line
           move amountHeld to editedTotal
           move spaces to reportLine
           string 'Held         ' itemsHeld '  ' editedTotal
               into reportLine
           end-string
           perform write-report-line
           move depositTotal to editedTotal
           move spaces to reportLine
           string 'Deposit      ' itemsRead '  ' editedTotal
                  '  lockbox ' lockboxNumber
                  '  deposit date ' depositDate
               into reportLine
           end-string
           perform write-report-line.

      *    One record per lockbox file taken in - the bank credits
      *    the whole deposit as one item, held batches and all.
       write-deposit-record.
           if depositTotal = 0
               exit paragraph
           end-if
           open extend depositFile
           if depositFileStatus not = '00'
               open output depositFile
           end-if
           if depositFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' depositFileName
                      ' - file status ' depositFileStatus
                      ' - lockbox deposit not recorded for BankRecon'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               set depositUnrecorded to true
               exit paragraph
           end-if
           move depositTotal to editedTotal
           move amountPosted to editedPosted
           move amountSuspended to editedSuspended
           move amountHeld to editedHeld
           move spaces to depositLine
           string function trim(lockboxNumber) ',' depositDate ','
                  editedTotal ',' itemsPosted ',' editedPosted ','
                  editedSuspended ',' editedHeld ','
                  runTimestamp(1:14)
               into depositLine
           end-string
           write depositFileRecord from depositLine
           close depositFile.

       write-report-line.
           write reportFileRecord from reportLine.
