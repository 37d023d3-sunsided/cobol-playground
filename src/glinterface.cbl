       identification division.
       program-id. GLInterface.

      *    General ledger journal interface. Finance used to rekey
      *    the month into the GL from the invoice register, the
      *    PostPayments summary and the reversal register; this run
      *    summarizes a date range (GL_FROM to GL_TO, YYYYMMDD,
      *    default the first of the BizDate processing month to the
      *    processing date) into balanced journal lines instead.
      *    Seven movements are booked:
      *
      *        BILL      dues billed - receivables with a bill date
      *                  in the range (receivable.dat)
      *        CHARGE    other charges raised in the range - late
      *                  fees, card replacements, event fees - off
      *                  the charge-level receivables (PAY_CHARGES,
      *                  charges.dat); dues charges are BILL's
      *        PAY       payments PostPayments posted
      *        SUSPOUT   payments RecycleSuspense posted out of
      *                  suspense
      *        REVERSE   reversals
      *        ADJUST    adjustments
      *        SUSPIN    payments sent to suspense (the dated
      *                  suspense-detail files)
      *
      *    the posted items coming off the payment history
      *    (payhist.dat) by the date they were posted. Each
      *    movement's debit and credit accounts come from the
      *    account-mapping file (GL_ACCOUNTS, glaccounts.cfg), one
      *    line per movement as movement,debitAccount,creditAccount
      *    - dues receivable, dues income, cash clearing, suspense
      *    or whatever finance's chart calls them. The GL import
      *    file (GL_OUTPUT, default gljournalYYYYMMDD.csv for the
      *    to-date) carries
      *
      *        H,journalRef,fromDate,toDate
      *        L,account,D|C,amount,movement
      *        T,lineCount,totalDebits,totalCredits
      *
      *    and is registered through OutboundLog with the line
      *    count and the debits in cents as its hash. A movement
      *    with money on it but no mapping, or debits that do not
      *    equal credits, and no journal is written at all - the
      *    run ends rc 16. The tie-out report (GL_REPORT,
      *    gltieout.rpt) holds each day's posting-detail file
      *    (postdetailYYYYMMDD.dat) up against what the history
      *    says posted that day, shows the suspense detail beside
      *    it and lists the journal; a day out of tie ends the run
      *    rc 4 so finance knows not to sign off.

       environment division.
       input-output section.
       file-control.
           select accountsFile assign to dynamic accountsFileName
               organization is line sequential
               file status is accountsFileStatus.
           select receivableFile assign to dynamic receivableFilePath
               organization is indexed
               access mode is dynamic
               record key is recvMemberID
               file status is receivableFileStatus.
           select chargeFile assign to dynamic chargeFilePath
               organization is indexed
               access mode is dynamic
               record key is chargeKey
               file status is chargeFileStatus.
           select payHistFile assign to dynamic payHistFilePath
               organization is indexed
               access mode is dynamic
               record key is payHistKey
               file status is payHistFileStatus.
           select detailFile assign to dynamic detailFileName
               organization is line sequential
               file status is detailFileStatus.
           select journalFile assign to dynamic journalFileName
               organization is line sequential
               file status is journalFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  accountsFile.
       01  accountsFileRecord pic X(80).

       fd  receivableFile.
           copy receivable
               replacing ==RECEIVABLE-RECORD== by ==recvRecord==
                         ==RECV-MEMBER-ID==    by ==recvMemberID==
                         ==RECV-BILLED-AMOUNT==
                                               by ==recvBilledAmount==
                         ==RECV-BILL-DATE==    by ==recvBillDate==.

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

       fd  detailFile.
       01  detailFileRecord pic X(60).

       fd  journalFile.
       01  journalFileRecord pic X(80).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  accountsFileName pic X(100) value 'glaccounts.cfg'.
       01  accountsFileStatus pic XX.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  chargeFileStatus pic XX.
       01  payHistFilePath  pic X(100) value 'payhist.dat'.
       01  payHistFileStatus pic XX.
       01  detailFileName   pic X(100).
       01  detailFileStatus pic XX.
       01  journalFileName  pic X(100).
       01  journalFileStatus pic XX.
       01  reportFileName   pic X(100) value 'gltieout.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  fromDate         pic X(8).
       01  toDate           pic X(8).
       01  fromDayNumber    pic 9(8).
       01  toDayNumber      pic 9(8).
       01  itemDayNumber    pic 9(8).
       01  runTimestamp     pic X(21).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
      *    The movements are fixed; the mapping file only names
      *    their accounts.
       01  movementTable.
           02 movement occurs 7 times.
              03 moveCode      pic X(8).
              03 moveDebit     pic X(10).
              03 moveCredit    pic X(10).
              03 moveCount     pic 9(6).
              03 moveAmount    pic 9(9)v99.
       01  moveIndex        pic 9.
       01  moveFoundSwitch  pic X.
           88 moveFound          value 'Y'.
           88 moveMissing        value 'N'.
       01  mapMoveText      pic X(10).
       01  mapDebitText     pic X(10).
       01  mapCreditText    pic X(10).
      *    One slot per day of the range - a year at most.
       01  dayTable.
           02 dayEntry occurs 366 times.
              03 dayDetailCount   pic 9(6).
              03 dayDetailAmount  pic 9(9)v99.
              03 dayHistCount     pic 9(6).
              03 dayHistAmount    pic 9(9)v99.
              03 daySuspCount     pic 9(6).
              03 daySuspAmount    pic 9(9)v99.
       01  dayCount         pic 9(3).
       01  dayIndex         pic 9(3).
       01  dayDate          pic X(8).
       01  dayDifference    pic s9(9)v99.
       01  detailID         pic X(10).
       01  detailAmountText pic X(12).
       01  detailAmount     pic 9(7)v99.
       01  daysOutOfTie     pic 9(4) value 0.
       01  unmappedCount    pic 9 value 0.
       01  totalDebits      pic 9(9)v99 value 0.
       01  totalCredits     pic 9(9)v99 value 0.
       01  journalLines     pic 9(6) value 0.
       01  debitCents       pic 9(11).
       01  journalRef       pic X(12).
       01  journalLine      pic X(80).
       01  journalAmount    pic 9(9).99.
       01  journalAmount2   pic 9(9).99.
       01  editedAmount     pic z(8)9.99.
       01  editedAmount2    pic z(8)9.99.
       01  editedDifference pic -z(8)9.99.
       01  reportLine       pic X(132).
       01  outboundRequest.
           02 obAction   pic X.
           02 obProgram  pic X(15) value 'GLInterface'.
           02 obFile     pic X(100).
           02 obCount    pic 9(6).
           02 obHash     pic 9(9).
           02 obStatus   pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'GLInterface'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to toDate
           move calDate to fromDate
           move '01' to fromDate(7:2)
           accept fromDate from environment 'GL_FROM'
               on exception
                   continue
           end-accept
           accept toDate from environment 'GL_TO'
               on exception
                   continue
           end-accept
           accept accountsFileName from environment 'GL_ACCOUNTS'
               on exception
                   continue
           end-accept
           accept receivableFilePath from environment 'PAY_RECEIVABLES'
               on exception
                   continue
           end-accept
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           accept payHistFilePath from environment 'PAY_HISTORY'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'GL_REPORT'
               on exception
                   continue
           end-accept
           move spaces to journalFileName
           string 'gljournal' toDate '.csv'
               into journalFileName
           end-string
           accept journalFileName from environment 'GL_OUTPUT'
               on exception
                   continue
           end-accept

           if fromDate is not numeric or toDate is not numeric
               display 'Error: GL_FROM and GL_TO must be YYYYMMDD'
               move 16 to return-code
               stop run
           end-if
           compute fromDayNumber =
               function integer-of-date(function numval(fromDate))
           compute toDayNumber =
               function integer-of-date(function numval(toDate))
           if toDayNumber < fromDayNumber
               or toDayNumber - fromDayNumber > 365
               display 'Error: GL range ' fromDate ' to ' toDate
                       ' must run forward and cover a year at most'
               move 16 to return-code
               stop run
           end-if
           compute dayCount = toDayNumber - fromDayNumber + 1

           perform load-movement-table
           perform varying dayIndex from 1 by 1
                   until dayIndex > dayCount
               move 0 to dayDetailCount(dayIndex)
               move 0 to dayDetailAmount(dayIndex)
               move 0 to dayHistCount(dayIndex)
               move 0 to dayHistAmount(dayIndex)
               move 0 to daySuspCount(dayIndex)
               move 0 to daySuspAmount(dayIndex)
           end-perform

           open input receivableFile
           if receivableFileStatus not = '00'
               string 'Error: Unable to open ' receivableFilePath
                      ' - file status ' receivableFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open input payHistFile
           if payHistFileStatus not = '00'
               string 'Error: Unable to open ' payHistFilePath
                      ' - file status ' payHistFileStatus
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

           perform gather-billing
           perform gather-charges
           perform gather-history
           perform varying dayIndex from 1 by 1
                   until dayIndex > dayCount
               perform gather-one-day-detail
           end-perform
           close receivableFile
           close payHistFile

           move spaces to reportLine
           string 'GL interface tie-out  ' fromDate ' to ' toDate
                  '  run ' runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           move 'Date' to reportLine(1:4)
           move 'Detail posted' to reportLine(10:13)
           move 'History' to reportLine(33:7)
           move 'Difference' to reportLine(45:10)
           move 'Suspense in' to reportLine(67:11)
           perform write-report-line
           perform varying dayIndex from 1 by 1
                   until dayIndex > dayCount
               perform report-one-day
           end-perform

           perform check-journal-balances
           perform report-movements
           if unmappedCount > 0 or totalDebits not = totalCredits
               move all '-' to reportLine
               perform write-report-line
               move 'JOURNAL REFUSED - see the lines above'
                   to reportLine
               perform write-report-line
               close reportFile
               move reportFileName to spoolFile
               call 'SpoolReport' using spoolRequest
               move spaces to logMessage
               string 'Error: GL journal refused - unmapped '
                      unmappedCount ' debits ' totalDebits
                      ' credits ' totalCredits
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           perform write-journal-file
           move all '-' to reportLine
           perform write-report-line
           move totalDebits to editedAmount
           move totalCredits to editedAmount2
           move spaces to reportLine
           string 'Journal ' function trim(journalFileName)
                  '  lines ' journalLines
                  '  debits ' editedAmount
                  '  credits ' editedAmount2
                  '  days out of tie ' daysOutOfTie
               into reportLine
           end-string
           perform write-report-line
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== GLInterface Control Totals ====='
           display 'Range              : ' fromDate ' to ' toDate
           perform varying moveIndex from 1 by 1
                   until moveIndex > 7
               display moveCode(moveIndex) '           : '
                       moveCount(moveIndex)
                       '  amount ' moveAmount(moveIndex)
           end-perform
           display 'Journal lines      : ' journalLines
           display 'Total debits       : ' totalDebits
           display 'Total credits      : ' totalCredits
           display 'Days out of tie    : ' daysOutOfTie
           display '======================================'
           string 'GLInterface complete - ' fromDate ' to ' toDate
                  ' lines ' journalLines ' debits ' totalDebits
                  ' days out of tie ' daysOutOfTie
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if daysOutOfTie > 0
               move 4 to return-code
           end-if
           stop run.

       load-movement-table.
           move 'BILL' to moveCode(1)
           move 'PAY' to moveCode(2)
           move 'SUSPOUT' to moveCode(3)
           move 'REVERSE' to moveCode(4)
           move 'ADJUST' to moveCode(5)
           move 'SUSPIN' to moveCode(6)
           move 'CHARGE' to moveCode(7)
           perform varying moveIndex from 1 by 1
                   until moveIndex > 7
               move spaces to moveDebit(moveIndex)
               move spaces to moveCredit(moveIndex)
               move 0 to moveCount(moveIndex)
               move 0 to moveAmount(moveIndex)
           end-perform
           open input accountsFile
           if accountsFileStatus not = '00'
               exit paragraph
           end-if
           perform until eof
               read accountsFile into accountsFileRecord
                   at end
                       set eof to true
                   not at end
                       perform load-one-mapping
               end-read
           end-perform
           close accountsFile
           set notEof to true.

       load-one-mapping.
           if accountsFileRecord = spaces
               or accountsFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move spaces to mapMoveText
           move spaces to mapDebitText
           move spaces to mapCreditText
           unstring accountsFileRecord delimited by ','
               into mapMoveText mapDebitText mapCreditText
           end-unstring
           set moveMissing to true
           perform varying moveIndex from 1 by 1
                   until moveIndex > 7
               if moveCode(moveIndex) = mapMoveText
                   move mapDebitText to moveDebit(moveIndex)
                   move mapCreditText to moveCredit(moveIndex)
                   set moveFound to true
               end-if
           end-perform
           if moveMissing
               display 'GLInterface: unknown movement ignored - '
                       function trim(accountsFileRecord)
           end-if.

       gather-billing.
           move low-values to recvMemberID
           start receivableFile key not < recvMemberID
               invalid key
                   exit paragraph
           end-start
           perform until eof
               read receivableFile next record
                   at end
                       set eof to true
                   not at end
                       if recvBillDate not < fromDate
                           and recvBillDate not > toDate
                           add 1 to moveCount(1)
                           add recvBilledAmount to moveAmount(1)
                       end-if
               end-read
           end-perform
           set notEof to true.

      *    Before billing raised charges there is no charge file,
      *    and nothing but BILL to book.
       gather-charges.
           open input chargeFile
           if chargeFileStatus not = '00'
               exit paragraph
           end-if
           move low-values to chargeKey
           start chargeFile key not < chargeKey
               invalid key
                   close chargeFile
                   exit paragraph
           end-start
           perform until eof
               read chargeFile next record
                   at end
                       set eof to true
                   not at end
                       if chargeType not = 'DUES'
                           and chargeRaisedDate not < fromDate
                           and chargeRaisedDate not > toDate
                           add 1 to moveCount(7)
                           add chargeAmount to moveAmount(7)
                       end-if
               end-read
           end-perform
           close chargeFile
           set notEof to true.

      *    The history stamp is when the item posted, the same
      *    date the posting-detail file is named for.
       gather-history.
           move low-values to payHistKey
           start payHistFile key not < payHistKey
               invalid key
                   exit paragraph
           end-start
           perform until eof
               read payHistFile next record
                   at end
                       set eof to true
                   not at end
                       perform take-one-history-item
               end-read
           end-perform
           set notEof to true.

       take-one-history-item.
           if payHistStamp(1:8) < fromDate
               or payHistStamp(1:8) > toDate
               exit paragraph
           end-if
           evaluate true
               when payHistType = 'P'
                   and payHistProgram = 'RecycleSuspense'
                   move 3 to moveIndex
               when payHistType = 'P'
                   move 2 to moveIndex
               when payHistType = 'R'
                   move 4 to moveIndex
               when payHistType = 'J'
                   move 5 to moveIndex
               when other
                   exit paragraph
           end-evaluate
           add 1 to moveCount(moveIndex)
           add payHistAmount to moveAmount(moveIndex)
           if payHistType = 'P'
               compute dayIndex = function integer-of-date(
                   function numval(payHistStamp(1:8)))
                   - fromDayNumber + 1
               add 1 to dayHistCount(dayIndex)
               add payHistAmount to dayHistAmount(dayIndex)
           end-if.

      *    A day with nothing posted has no detail files at all.
       gather-one-day-detail.
           compute itemDayNumber = fromDayNumber + dayIndex - 1
           move function date-of-integer(itemDayNumber) to dayDate
           move spaces to detailFileName
           string 'postdetail' dayDate '.dat'
               into detailFileName
           end-string
           open input detailFile
           if detailFileStatus = '00'
               perform until eof
                   read detailFile into detailFileRecord
                       at end
                           set eof to true
                       not at end
                           perform read-detail-amount
                           add 1 to dayDetailCount(dayIndex)
                           add detailAmount
                               to dayDetailAmount(dayIndex)
                   end-read
               end-perform
               close detailFile
               set notEof to true
           end-if
           move spaces to detailFileName
           string 'suspdetail' dayDate '.dat'
               into detailFileName
           end-string
           open input detailFile
           if detailFileStatus = '00'
               perform until eof
                   read detailFile into detailFileRecord
                       at end
                           set eof to true
                       not at end
                           perform read-detail-amount
                           add 1 to daySuspCount(dayIndex)
                           add detailAmount
                               to daySuspAmount(dayIndex)
                           add 1 to moveCount(6)
                           add detailAmount to moveAmount(6)
                   end-read
               end-perform
               close detailFile
               set notEof to true
           end-if.

       read-detail-amount.
           move spaces to detailID
           move spaces to detailAmountText
           unstring detailFileRecord delimited by ','
               into detailID detailAmountText
           end-unstring
           move 0 to detailAmount
           if function trim(detailAmountText) not = spaces
               and function test-numval(detailAmountText) = 0
               move function numval(detailAmountText)
                   to detailAmount
           end-if.

       report-one-day.
           if dayDetailCount(dayIndex) = 0
               and dayHistCount(dayIndex) = 0
               and daySuspCount(dayIndex) = 0
               exit paragraph
           end-if
           compute itemDayNumber = fromDayNumber + dayIndex - 1
           move function date-of-integer(itemDayNumber) to dayDate
           compute dayDifference = dayDetailAmount(dayIndex)
               - dayHistAmount(dayIndex)
           move dayDetailAmount(dayIndex) to editedAmount
           move dayHistAmount(dayIndex) to editedAmount2
           move dayDifference to editedDifference
           move spaces to reportLine
           string dayDate '  ' editedAmount '     ' editedAmount2
                  '  ' editedDifference
               into reportLine
           end-string
           move daySuspAmount(dayIndex) to editedAmount
           move editedAmount to reportLine(66:12)
           if dayDifference not = 0
               or dayDetailCount(dayIndex)
                   not = dayHistCount(dayIndex)
               move 'OUT OF TIE' to reportLine(80:10)
               add 1 to daysOutOfTie
           end-if
           perform write-report-line.

      *    Each movement with money on it books its amount once to
      *    its debit account and once to its credit account.
       check-journal-balances.
           perform varying moveIndex from 1 by 1
                   until moveIndex > 7
               if moveAmount(moveIndex) > 0
                   if moveDebit(moveIndex) = spaces
                       or moveCredit(moveIndex) = spaces
                       add 1 to unmappedCount
                   end-if
                   if moveDebit(moveIndex) not = spaces
                       add moveAmount(moveIndex) to totalDebits
                   end-if
                   if moveCredit(moveIndex) not = spaces
                       add moveAmount(moveIndex) to totalCredits
                   end-if
               end-if
           end-perform.

       report-movements.
           move all '=' to reportLine
           perform write-report-line
           move 'Movement  Items   Amount        Debit       Credit'
               to reportLine
           perform write-report-line
           perform varying moveIndex from 1 by 1
                   until moveIndex > 7
               move moveAmount(moveIndex) to editedAmount
               move spaces to reportLine
               string moveCode(moveIndex) '  '
                      moveCount(moveIndex) ' ' editedAmount
                      '  ' moveDebit(moveIndex)
                      '  ' moveCredit(moveIndex)
                   into reportLine
               end-string
               if moveAmount(moveIndex) > 0
                   and (moveDebit(moveIndex) = spaces
                        or moveCredit(moveIndex) = spaces)
                   move 'NO ACCOUNT MAPPING' to reportLine(70:18)
               end-if
               perform write-report-line
           end-perform.

       write-journal-file.
           open output journalFile
           if journalFileStatus not = '00'
               string 'Error: Unable to open ' journalFileName
                      ' - file status ' journalFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               close reportFile
               move 16 to return-code
               stop run
           end-if
           move spaces to journalRef
           string 'GL' toDate
               into journalRef
           end-string
           move spaces to journalLine
           string 'H,' function trim(journalRef)
                  ',' fromDate ',' toDate
               into journalLine
           end-string
           write journalFileRecord from journalLine
           perform varying moveIndex from 1 by 1
                   until moveIndex > 7
               if moveAmount(moveIndex) > 0
                   move moveAmount(moveIndex) to journalAmount
                   move spaces to journalLine
                   string 'L,' function trim(moveDebit(moveIndex))
                          ',D,' journalAmount
                          ',' function trim(moveCode(moveIndex))
                       into journalLine
                   end-string
                   write journalFileRecord from journalLine
                   move spaces to journalLine
                   string 'L,' function trim(moveCredit(moveIndex))
                          ',C,' journalAmount
                          ',' function trim(moveCode(moveIndex))
                       into journalLine
                   end-string
                   write journalFileRecord from journalLine
                   add 2 to journalLines
               end-if
           end-perform
           move totalDebits to journalAmount
           move totalCredits to journalAmount2
           move spaces to journalLine
           string 'T,' journalLines ',' journalAmount
                  ',' journalAmount2
               into journalLine
           end-string
           write journalFileRecord from journalLine
           close journalFile

           compute debitCents = totalDebits * 100
           move 'R' to obAction
           move journalFileName to obFile
           move journalLines to obCount
           move debitCents to obHash
           call 'OutboundLog' using outboundRequest.

       write-report-line.
           write reportFileRecord from reportLine.
