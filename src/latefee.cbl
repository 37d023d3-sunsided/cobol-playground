       identification division.
       program-id. LateFeeRun.

      *    Late-fee assessment run. Reads the aging extract
      *    AgeDebtors writes (AGING_EXTRACT, aging.dat - one line
      *    per delinquent as fileID,bucket,days,date aged from) and
      *    raises a LATE charge on the charge-level receivables
      *    file (PAY_CHARGES, charges.dat) for every member in the
      *    61-90 day bucket (LATE_FEE_60, default 10.00) or the
      *    over-90 bucket (LATE_FEE_90, default 25.00). A fee of
      *    zero turns that bucket's penalty off. Each fee is
      *    raised once per bucket per spell of delinquency - the
      *    charge reference carries the bucket and the date the
      *    member has been aged from, so tonight's rerun and
      *    tomorrow's aging find the fee already there, while a
      *    member who paid up and fell behind again can be charged
      *    again. A member with nothing outstanding on the charge
      *    file is not charged a fee on nothing.
      *
      *    Fees are dated the BizDate processing date and held to
      *    the posting cut-off like BillDues: a date in a closed
      *    accounting period stops the run before anything is
      *    raised, unless PERIOD_POLICY moves it forward. The
      *    register (LATEFEE_REPORT, latefee.rpt) lists every fee
      *    raised and every member passed over, with totals, and
      *    is spooled.

       environment division.
       input-output section.
       file-control.
           select extractFile assign to dynamic extractFileName
               organization is line sequential
               file status is extractFileStatus.
           select chargeFile assign to dynamic chargeFilePath
               organization is indexed
               access mode is dynamic
               record key is chargeKey
               file status is chargeFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  extractFile.
       01  extractFileRecord pic X(50).

       fd  chargeFile.
           copy charge
               replacing ==CHARGE-RECORD==   by ==chargeRecord==
                         ==CHG-KEY==         by ==chargeKey==
                         ==CHG-MEMBER-ID==   by ==chargeMemberID==
                         ==CHG-RAISED-DATE== by ==chargeRaisedDate==
                         ==CHG-SEQ==         by ==chargeSeq==
                         ==CHG-TYPE==        by ==chargeType==
                         ==CHG-AMOUNT==      by ==chargeAmount==
                         ==CHG-SETTLED==     by ==chargeSettled==
                         ==CHG-PROGRAM==     by ==chargeProgram==
                         ==CHG-REFERENCE==   by ==chargeReference==.

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  extractFileName  pic X(100) value 'aging.dat'.
       01  extractFileStatus pic XX.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  chargeFileStatus pic XX.
       01  reportFileName   pic X(100) value 'latefee.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
       01  chargeEndSwitch  pic X.
           88 chargeScanDone     value 'Y'.
       01  feeFoundSwitch   pic X.
           88 feeAlreadyRaised   value 'Y'.
       01  fee60Text        pic X(12) value '10.00'.
       01  fee90Text        pic X(12) value '25.00'.
       01  fee60Amount      pic 9(5)v99.
       01  fee90Amount      pic 9(5)v99.
       01  feeAmount        pic 9(5)v99.
       01  feeDate          pic X(8).
       01  runDate          pic X(8).
       01  runTimestamp     pic X(21).
       01  extractID        pic X(10).
       01  extractBucket    pic X(8).
       01  extractDays      pic X(6).
       01  extractSince     pic X(8).
       01  feeReference     pic X(30).
       01  memberOutstanding pic 9(9)v99.
       01  lastSeqToday     pic 9(3).
       01  extractsRead     pic 9(6) value 0.
       01  feesRaised       pic 9(6) value 0.
       01  fees60Raised     pic 9(6) value 0.
       01  fees90Raised     pic 9(6) value 0.
       01  feesAlready      pic 9(6) value 0.
       01  feesNothingOwed  pic 9(6) value 0.
       01  amountRaised     pic 9(9)v99 value 0.
       01  amountOut        pic zz,zz9.99.
       01  totalOut         pic zzz,zzz,zz9.99.
       01  reportLine       pic X(132).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  periodRequest.
           02 periodAction      pic X value 'C'.
           02 periodDate        pic X(8).
           02 periodResult      pic X.
           02 periodCheckStatus pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'LateFeeRun'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept extractFileName from environment 'AGING_EXTRACT'
               on exception
                   continue
           end-accept
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'LATEFEE_REPORT'
               on exception
                   continue
           end-accept
           accept fee60Text from environment 'LATE_FEE_60'
               on exception
                   continue
           end-accept
           accept fee90Text from environment 'LATE_FEE_90'
               on exception
                   continue
           end-accept
           if function trim(fee60Text) = spaces
               or function test-numval(fee60Text) not = 0
               or function trim(fee90Text) = spaces
               or function test-numval(fee90Text) not = 0
               display 'Error: LATE_FEE_60 and LATE_FEE_90 must be'
                       ' amounts'
               move 16 to return-code
               stop run
           end-if
           move function numval(fee60Text) to fee60Amount
           move function numval(fee90Text) to fee90Amount

           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           move runDate to feeDate
           move runDate to periodDate
           call 'PeriodCheck' using periodRequest
           evaluate periodResult
               when 'C'
                   move spaces to logMessage
                   string 'Error: fee date ' runDate
                          ' falls in a closed accounting period'
                          ' - no late fees raised'
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 16 to return-code
                   stop run
               when 'M'
                   move periodDate to feeDate
           end-evaluate

           open input extractFile
           if extractFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' extractFileName
                      ' - file status ' extractFileStatus
                      ' - run AgeDebtors first'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open i-o chargeFile
           if chargeFileStatus = '35'
               open output chargeFile
               close chargeFile
               open i-o chargeFile
           end-if
           if chargeFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' chargeFilePath
                      ' - file status ' chargeFileStatus
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
           move spaces to reportLine
           string 'Late-fee register  processing date ' runDate
                  '  fees dated ' feeDate
                  '  61-90d ' function trim(fee60Text)
                  '  over 90d ' function trim(fee90Text)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

           perform until eof
               read extractFile
                   at end
                       set eof to true
                   not at end
                       perform assess-one-member
               end-read
           end-perform

           move all '-' to reportLine
           perform write-report-line
           move amountRaised to totalOut
           move spaces to reportLine
           string 'Fees raised ' feesRaised
                  '  (61-90d ' fees60Raised
                  '  over 90d ' fees90Raised ')'
                  '  amount ' function trim(totalOut)
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Already charged ' feesAlready
                  '  nothing owed ' feesNothingOwed
                  '  delinquents read ' extractsRead
               into reportLine
           end-string
           perform write-report-line

           close extractFile
           close chargeFile
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== LateFeeRun Control Totals ====='
           display 'Delinquents read  : ' extractsRead
           display 'Fees raised       : ' feesRaised
           display '  61-90 days      : ' fees60Raised
           display '  over 90 days    : ' fees90Raised
           display 'Already charged   : ' feesAlready
           display 'Nothing owed      : ' feesNothingOwed
           display 'Amount raised     : ' totalOut
           display '======================================'
           move spaces to logMessage
           string 'LateFeeRun complete - ' feesRaised
                  ' late fee(s) raised for '
                  function trim(totalOut)
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    Only the 61-90 and over-90 buckets carry a penalty.
       assess-one-member.
           if extractFileRecord = spaces
               exit paragraph
           end-if
           add 1 to extractsRead
           move spaces to extractID
           move spaces to extractBucket
           move spaces to extractDays
           move spaces to extractSince
           unstring extractFileRecord delimited by ','
               into extractID extractBucket extractDays extractSince
           end-unstring
           evaluate extractBucket
               when '61-90'
                   move fee60Amount to feeAmount
               when 'OVER 90'
                   move fee90Amount to feeAmount
               when other
                   exit paragraph
           end-evaluate
           if feeAmount = 0
               exit paragraph
           end-if
           move spaces to feeReference
           string 'LATE ' function trim(extractBucket)
                  ' since ' extractSince
               delimited by size into feeReference
           end-string
           perform scan-member-charges
           if feeAlreadyRaised
               add 1 to feesAlready
               move spaces to reportLine
               string 'ALREADY   ' extractID ' '
                      function trim(feeReference)
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if
           if memberOutstanding = 0
               add 1 to feesNothingOwed
               move spaces to reportLine
               string 'NOT OWED  ' extractID ' '
                      function trim(extractBucket)
                      ' - no charge outstanding'
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if

           move extractID to chargeMemberID
           move feeDate to chargeRaisedDate
           compute chargeSeq = lastSeqToday + 1
           move 'LATE' to chargeType
           move feeAmount to chargeAmount
           move 0 to chargeSettled
           move 'LateFeeRun' to chargeProgram
           move feeReference to chargeReference
           write chargeRecord
               invalid key
                   move spaces to logMessage
                   string 'Error: late fee not raised for '
                          extractID ' - file status '
                          chargeFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 8 to return-code
                   exit paragraph
           end-write
           add 1 to feesRaised
           if extractBucket = '61-90'
               add 1 to fees60Raised
           else
               add 1 to fees90Raised
           end-if
           add feeAmount to amountRaised
           move feeAmount to amountOut
           move spaces to reportLine
           string 'RAISED    ' extractID ' '
                  function trim(feeReference)
                  '  ' extractDays ' day(s)  fee ' amountOut
                  '  was owing ' memberOutstanding
               into reportLine
           end-string
           perform write-report-line.

      *    One pass over the member's charges, oldest first: what
      *    is still outstanding, whether this spell's fee is
      *    already there, and the last sequence used on the fee
      *    date.
       scan-member-charges.
           move 'N' to feeFoundSwitch
           move 0 to memberOutstanding
           move 0 to lastSeqToday
           move 'N' to chargeEndSwitch
           move extractID to chargeMemberID
           move low-values to chargeRaisedDate
           move 0 to chargeSeq
           start chargeFile key is not less than chargeKey
               invalid key
                   set chargeScanDone to true
           end-start
           perform until chargeScanDone
               read chargeFile next record
                   at end
                       set chargeScanDone to true
                   not at end
                       if chargeMemberID not = extractID
                           set chargeScanDone to true
                       else
                           perform tally-one-charge
                       end-if
               end-read
           end-perform.

       tally-one-charge.
           if chargeAmount > chargeSettled
               compute memberOutstanding = memberOutstanding
                   + chargeAmount - chargeSettled
           end-if
           if chargeType = 'LATE'
               and chargeReference = feeReference
               set feeAlreadyRaised to true
           end-if
           if chargeRaisedDate = feeDate
               move chargeSeq to lastSeqToday
           end-if.

       write-report-line.
           write reportFileRecord from reportLine.
