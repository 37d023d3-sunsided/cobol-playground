       identification division.
       program-id. CounterPayment.

      *    Front-desk payment counter. A member paying in person
      *    used to get a handwritten receipt and a ledger that was
      *    wrong until the overnight PostPayments run; the cashier
      *    now takes the payment at the terminal, in the style of
      *    MemberScreen, and it posts on the spot.
      *
      *    The session opens with operator sign-on through
      *    OperAuth: update authority ('U', or the 'D' and 'A'
      *    levels above it) is needed to take money; a shop with
      *    no operator file yet signs on with full authority, as
      *    everywhere else. The member is found by fileID or, with
      *    '?', by name through the keyed name index (NAMEIDX_FILE)
      *    - a full pass of the master when the index is missing.
      *    The screen shows the billed amount (PAY_RECEIVABLES),
      *    what the payments ledger (PAY_LEDGER) says is paid, the
      *    balance, and what is still owed on charges (PAY_CHARGES)
      *    when billing raises charges.
      *
      *    The cashier keys the amount and tender - CA cash, CH
      *    check, CD card, with the check or authorization number
      *    for the last two - and confirms. The payment then takes
      *    exactly the path PostPayments gives it: the PeriodCheck
      *    cut-off on today's date, the ledger update, the dated
      *    posting detail (postdetailYYYYMMDD.dat), the payment
      *    history (PAY_HISTORY), the installment plan (PAY_PLANS)
      *    and the oldest-first charge allocation. A cancelled
      *    membership takes no money here either. Each receipt
      *    takes the next number from the receipt-number file
      *    (COUNTER_NEXTNUM, counternum.dat), goes onto the counter
      *    journal (COUNTER_JOURNAL, counterjrnl.dat) as
      *
      *        R,receiptNo,stamp,operator,fileID,amount,tender,
      *          payDate,reference
      *
      *    and is printed (COUNTER_RECEIPT, receipt.txt) and
      *    spooled for the member's copy. The posting-detail line
      *    carries a fourth field, COUNTER, so BankRecon knows the
      *    item reaches the bank in the till deposit and not on
      *    its own.
      *
      *    Z closes the cashier's shift: every receipt the
      *    operator has taken since their last close-out is listed
      *    on the close-out report (COUNTER_REPORT, cntclose.rpt,
      *    spooled) with the totals by tender for the till count,
      *    a Z line marks the journal, and one till deposit per
      *    tender goes onto the day's counter deposit file
      *    (counterdepYYYYMMDD.dat, COUNTER_DEPOSITS) as
      *
      *        tender,count,amount,date,operator,closeStamp
      *
      *    for BankRecon to find on the bank statement. The
      *    session ends with the shift.

       environment division.
       input-output section.
       file-control.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is dynamic
               record key is masterFileID
               file status is masterFileStatus.
           select idxFile assign to dynamic idxFilePath
               organization is indexed
               access mode is dynamic
               record key is idxKey
               file status is idxFileStatus.
           select ledgerFile assign to dynamic ledgerFilePath
               organization is indexed
               access mode is dynamic
               record key is ledgerMemberID
               file status is ledgerFileStatus.
           select receivableFile assign to dynamic receivableFilePath
               organization is indexed
               access mode is random
               record key is recvMemberID
               file status is receivableFileStatus.
           select payHistFile assign to dynamic payHistFilePath
               organization is indexed
               access mode is dynamic
               record key is payHistKey
               file status is payHistFileStatus.
           select chargeFile assign to dynamic chargeFilePath
               organization is indexed
               access mode is dynamic
               record key is chargeKey
               file status is chargeFileStatus.
           select planFile assign to dynamic planFilePath
               organization is indexed
               access mode is random
               record key is planMemberID
               file status is planFileStatus.
           select postDetailFile assign to dynamic postDetailFileName
               organization is line sequential
               file status is postDetailFileStatus.
           select journalFile assign to dynamic journalFileName
               organization is line sequential
               file status is journalFileStatus.
           select nextNumberFile assign to dynamic nextNumberPath
               organization is line sequential
               file status is nextNumberStatus.
           select receiptFile assign to dynamic receiptFileName
               organization is line sequential
               file status is receiptFileStatus.
           select closeReportFile assign to dynamic closeReportName
               organization is line sequential
               file status is closeReportStatus.
           select depositFile assign to dynamic depositFileName
               organization is line sequential
               file status is depositFileStatus.

       data division.
       file section.
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

       fd  idxFile.
       01  idxFileRecord.
           02 idxKey.
              03 idxName     pic X(40).
              03 idxMemberID pic X(10).

       fd  ledgerFile.
       01  ledgerRecord.
           02 ledgerMemberID    pic X(10).
           02 ledgerTotalPaid   pic 9(9)v99.
           02 ledgerPaymentCount pic 9(6).
           02 ledgerLastPayDate pic X(8).

       fd  receivableFile.
           copy receivable
               replacing ==RECEIVABLE-RECORD== by ==recvRecord==
                         ==RECV-MEMBER-ID==    by ==recvMemberID==
                         ==RECV-BILLED-AMOUNT==
                                               by ==recvBilledAmount==
                         ==RECV-BILL-DATE==    by ==recvBillDate==.

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

       fd  planFile.
           copy payplan
               replacing ==PAYPLAN-RECORD==     by ==planRecord==
                         ==PLAN-MEMBER-ID==     by ==planMemberID==
                         ==PLAN-STATUS-DATE==   by ==planStatusDate==
                         ==PLAN-STATUS==        by ==planStatus==
                         ==PLAN-AGREED-DATE==   by ==planAgreedDate==
                         ==PLAN-OPERATOR==      by ==planOperator==
                         ==PLAN-INSTALL-COUNT== by ==planInstallCount==
                         ==PLAN-INSTALLMENT==   by ==planInstallment==
                         ==PLAN-DUE-DATE==      by ==planDueDate==
                         ==PLAN-DUE-AMOUNT==    by ==planDueAmount==
                         ==PLAN-PAID-AMOUNT==   by ==planPaidAmount==.

       fd  postDetailFile.
       01  postDetailFileRecord pic X(50).

       fd  journalFile.
       01  journalFileRecord pic X(120).

       fd  nextNumberFile.
       01  nextNumberRecord pic X(8).

       fd  receiptFile.
       01  receiptFileRecord pic X(60).

       fd  closeReportFile.
       01  closeReportRecord pic X(132).

       fd  depositFile.
       01  depositFileRecord pic X(80).

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  idxFilePath      pic X(100) value 'nameidx.dat'.
       01  idxFileStatus    pic XX.
       01  idxEndSwitch     pic X value 'N'.
           88 idxEof             value 'Y'.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  receivableOpenSwitch pic X value 'N'.
           88 receivablesAvailable value 'Y'.
       01  payHistFilePath  pic X(100) value 'payhist.dat'.
       01  payHistFileStatus pic XX.
       01  payHistSequence  pic 9(6) value 0.
       01  payHistDoneSwitch pic X.
           88 payHistDone        value 'Y'.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  chargeFileStatus pic XX.
       01  chargeOpenSwitch pic X value 'N'.
           88 chargesAvailable   value 'Y'.
       01  chargeEndSwitch  pic X.
           88 chargeScanDone     value 'Y'.
       01  planFilePath     pic X(100) value 'payplan.dat'.
       01  planFileStatus   pic XX.
       01  planOpenSwitch   pic X value 'N'.
           88 plansAvailable     value 'Y'.
       01  planIndex        pic 99.
       01  planToApply      pic 9(7)v99.
       01  planRoomLeft     pic 9(7)v99.
       01  postDetailFileName pic X(100).
       01  postDetailFileStatus pic XX.
       01  postDetailLine   pic X(50).
       01  postDetailAmount pic 9(7).99.
       01  journalFileName  pic X(100) value 'counterjrnl.dat'.
       01  journalFileStatus pic XX.
       01  journalLine      pic X(120).
       01  nextNumberPath   pic X(100) value 'counternum.dat'.
       01  nextNumberStatus pic XX.
       01  nextReceiptNumber pic 9(8) value 1.
       01  receiptFileName  pic X(100) value 'receipt.txt'.
       01  receiptFileStatus pic XX.
       01  receiptLine      pic X(60).
       01  closeReportName  pic X(100) value 'cntclose.rpt'.
       01  closeReportStatus pic XX.
       01  depositFileName  pic X(100).
       01  depositFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
      *    The payment being taken.
       01  screenAction     pic X.
       01  screenID         pic X(10).
       01  screenName       pic X(40).
       01  screenAmountText pic X(12).
       01  screenTender     pic XX.
       01  screenReference  pic X(20).
       01  screenConfirm    pic X.
       01  screenDone       pic X value 'N'.
           88 operatorDone       value 'Y'.
       01  memberFoundSwitch pic X.
           88 memberFound        value 'Y'.
       01  payMemberID      pic X(10).
       01  payAmount        pic 9(7)v99.
       01  payDate          pic X(8).
       01  receiptNumber    pic 9(8).
       01  tenderName       pic X(6).
       01  billedAmount     pic 9(7)v99.
       01  paidToDate       pic 9(9)v99.
       01  balanceDue       pic s9(9)v99.
       01  memberOutstanding pic 9(9)v99.
       01  memberCharges    pic 9(4).
       01  allocLeft        pic 9(7)v99.
       01  allocRoom        pic 9(7)v99.
       01  editedAmount     pic z,zzz,zz9.99.
       01  editedBalance    pic -,---,---,--9.99.
      *    Name lookup - the first twenty matches are offered.
       01  searchValue      pic X(40).
       01  searchLength     pic 9(4).
       01  candidateName    pic X(40).
       01  matchTable.
           02 matchEntry occurs 20 times.
              03 matchID       pic X(10).
              03 matchName     pic X(40).
              03 matchStatus   pic X.
       01  matchCount       pic 99.
       01  matchIndex       pic 99.
       01  matchChoice      pic X(10).
      *    The shift close-out - this operator's receipts since
      *    their last Z line on the journal.
       01  jrnlType         pic X.
       01  jrnlReceipt      pic X(8).
       01  jrnlStamp        pic X(14).
       01  jrnlOperator     pic X(8).
       01  jrnlMemberID     pic X(10).
       01  jrnlAmountText   pic X(12).
       01  jrnlTender       pic XX.
       01  jrnlPayDate      pic X(8).
       01  jrnlReference    pic X(20).
       01  shiftTable.
           02 shiftEntry occurs 500 times.
              03 shiftReceipt  pic X(8).
              03 shiftStamp    pic X(14).
              03 shiftMemberID pic X(10).
              03 shiftAmount   pic 9(7)v99.
              03 shiftTender   pic XX.
              03 shiftReference pic X(20).
       01  shiftCount       pic 999.
       01  shiftIndex       pic 999.
       01  shiftOverflow    pic 9(5).
       01  tenderTable.
           02 tenderEntry occurs 3 times.
              03 tenderCode    pic XX.
              03 tenderLabel   pic X(6).
              03 tenderCount   pic 9(5).
              03 tenderAmount  pic 9(9)v99.
       01  tenderIndex      pic 9.
       01  shiftTotalCount  pic 9(5).
       01  shiftTotalAmount pic 9(9)v99.
       01  closeStamp       pic X(14).
       01  reportLine       pic X(132).
       01  receiptsTaken    pic 9(5) value 0.
       01  amountTaken      pic 9(9)v99 value 0.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  periodRequest.
           02 periodAction      pic X value 'C'.
           02 periodDate        pic X(8).
           02 periodResult      pic X.
           02 periodCheckStatus pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15).
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
       01  operatorID       pic X(8).
       01  operatorName     pic X(30) value spaces.
       01  operRequest.
           02 operReqID        pic X(8).
           02 operReqName      pic X(30).
           02 operReqAuthority pic X.
           02 operReqMemberID  pic X(10).
           02 operReqStatus    pic XX.
           02 operReqBranch    pic X(4).

       procedure division.
       begin.
           accept masterFilePath from environment 'PAY_MASTER'
               on exception
                   continue
           end-accept
           accept idxFilePath from environment 'NAMEIDX_FILE'
               on exception
                   continue
           end-accept
           accept ledgerFilePath from environment 'PAY_LEDGER'
               on exception
                   continue
           end-accept
           accept receivableFilePath from environment 'PAY_RECEIVABLES'
               on exception
                   continue
           end-accept
           accept payHistFilePath from environment 'PAY_HISTORY'
               on exception
                   continue
           end-accept
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           accept planFilePath from environment 'PAY_PLANS'
               on exception
                   continue
           end-accept
           accept journalFileName from environment 'COUNTER_JOURNAL'
               on exception
                   continue
           end-accept
           accept nextNumberPath from environment 'COUNTER_NEXTNUM'
               on exception
                   continue
           end-accept
           accept receiptFileName from environment 'COUNTER_RECEIPT'
               on exception
                   continue
           end-accept
           accept closeReportName from environment 'COUNTER_REPORT'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate
           move spaces to postDetailFileName
           string 'postdetail' runDate '.dat'
               into postDetailFileName
           end-string
           move spaces to depositFileName
           string 'counterdep' runDate '.dat'
               into depositFileName
           end-string
           accept depositFileName from environment 'COUNTER_DEPOSITS'
               on exception
                   continue
           end-accept
           move 'CA' to tenderCode(1)
           move 'Cash' to tenderLabel(1)
           move 'CH' to tenderCode(2)
           move 'Check' to tenderLabel(2)
           move 'CD' to tenderCode(3)
           move 'Card' to tenderLabel(3)

           perform operator-sign-on

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
           open i-o ledgerFile
           if ledgerFileStatus = '35'
               open output ledgerFile
               close ledgerFile
               open i-o ledgerFile
           end-if
           if ledgerFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' ledgerFilePath
                      ' - file status ' ledgerFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open i-o payHistFile
           if payHistFileStatus = '35'
               open output payHistFile
               close payHistFile
               open i-o payHistFile
           end-if
           if payHistFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' payHistFilePath
                      ' - file status ' payHistFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open input receivableFile
           if receivableFileStatus = '00'
               set receivablesAvailable to true
           end-if
           open i-o chargeFile
           if chargeFileStatus = '00'
               set chargesAvailable to true
           end-if
           open i-o planFile
           if planFileStatus = '00'
               set plansAvailable to true
           end-if
           open extend postDetailFile
           if postDetailFileStatus not = '00'
               open output postDetailFile
           end-if
           open extend journalFile
           if journalFileStatus not = '00'
               open output journalFile
           end-if
           if journalFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' journalFileName
                      ' - file status ' journalFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           perform until operatorDone
               perform process-one-request
           end-perform

           close masterFile
           close ledgerFile
           close payHistFile
           close postDetailFile
           close journalFile
           if receivablesAvailable
               close receivableFile
           end-if
           if chargesAvailable
               close chargeFile
           end-if
           if plansAvailable
               close planFile
           end-if

           move amountTaken to editedAmount
           move spaces to logMessage
           string 'CounterPayment session ended - '
                  function trim(operatorID) ' took '
                  receiptsTaken ' receipt(s) for '
                  function trim(editedAmount)
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    Taking money is an update; an inquiry-only operator is
      *    turned away before any file is opened.
       operator-sign-on.
           display 'Operator ID:'
           accept operatorID from SYSIN
           move operatorID to operReqID
           call 'OperAuth' using operRequest
           evaluate operReqStatus
               when '35'
                   move operatorID to operatorName
               when '00'
                   move operReqName to operatorName
                   display 'Signed on: '
                           function trim(operReqName)
                   if operReqAuthority = 'I'
                       display 'Your authority is inquiry only -'
                               ' payments need update authority'
                       move spaces to logMessage
                       string 'CounterPayment: inquiry-only operator '
                              function trim(operatorID)
                              ' turned away'
                           into logMessage
                       end-string
                       move 'W' to logSeverity
                       call 'MsgLog' using logMessage, logSeverity
                       move 12 to return-code
                       stop run
                   end-if
               when other
                   display 'Operator ' function trim(operatorID)
                           ' is not on the operator file'
                   move spaces to logMessage
                   string 'CounterPayment: sign-on refused for '
                          function trim(operatorID)
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 12 to return-code
                   stop run
           end-evaluate.

       process-one-request.
           display ' '
           display 'Action: P=take payment Z=close out shift X=exit'
           accept screenAction from SYSIN
           evaluate screenAction
               when 'X'
               when 'x'
                   set operatorDone to true
               when 'P'
               when 'p'
                   perform take-payment
               when 'Z'
               when 'z'
                   perform close-out-shift
               when other
                   display 'Unknown action - use P, Z or X'
           end-evaluate.

      *    ----------------------------------------------------------
      *    Taking a payment
      *    ----------------------------------------------------------
       take-payment.
           perform find-member
           if not memberFound
               exit paragraph
           end-if
           perform display-member-account
           if masterMemberStatus = 'C'
               display 'Membership is cancelled - no payment can be'
                       ' taken; refer the member to the office'
               exit paragraph
           end-if
           display 'Amount paid:'
           accept screenAmountText from SYSIN
           if function trim(screenAmountText) = spaces
               or function test-numval(screenAmountText) not = 0
               display 'Amount is not a number - payment abandoned'
               exit paragraph
           end-if
           if function numval(screenAmountText) <= 0
               or function numval(screenAmountText) > 9999999.99
               display 'Amount out of range - payment abandoned'
               exit paragraph
           end-if
           move function numval(screenAmountText) to payAmount
           display 'Tender: CA=cash CH=check CD=card'
           accept screenTender from SYSIN
           move function upper-case(screenTender) to screenTender
           move 0 to tenderIndex
           perform varying tenderIndex from 1 by 1
               until tenderIndex > 3
               if tenderCode(tenderIndex) = screenTender
                   exit perform
               end-if
           end-perform
           if tenderIndex > 3
               display 'Unknown tender - payment abandoned'
               exit paragraph
           end-if
           move tenderLabel(tenderIndex) to tenderName
           move spaces to screenReference
           if screenTender not = 'CA'
               display 'Check or authorization number:'
               accept screenReference from SYSIN
               if screenReference = spaces
                   display 'A ' function trim(tenderName)
                           ' payment needs its number - payment'
                           ' abandoned'
                   exit paragraph
               end-if
           end-if
           move runDate to payDate
           move payDate to periodDate
           call 'PeriodCheck' using periodRequest
           evaluate periodResult
               when 'C'
                   display 'Today falls in a closed accounting'
                           ' period - payment cannot be taken'
                   exit paragraph
               when 'M'
                   move periodDate to payDate
           end-evaluate
           move payAmount to editedAmount
           display 'Take ' function trim(editedAmount) ' '
                   function trim(tenderName) ' from ' payMemberID
                   ' ' function trim(masterFileName)
                   ' - confirm (Y/N)?'
           accept screenConfirm from SYSIN
           if screenConfirm not = 'Y' and screenConfirm not = 'y'
               display 'Payment abandoned'
               exit paragraph
           end-if

           perform take-receipt-number
           move function current-date to runTimestamp
           perform update-member-ledger
           perform write-posting-detail
           perform write-payment-history
           if plansAvailable
               perform apply-to-plan-installments
           end-if
           if chargesAvailable
               perform allocate-to-charges
           end-if
           perform write-journal-receipt
           add 1 to receiptsTaken
           add payAmount to amountTaken
           perform print-receipt
           display 'Receipt ' receiptNumber ' printed - posted to '
                   payMemberID.

      *    A fileID is read directly; '?' searches the name index
      *    on a prefix of the name and offers the matches.
       find-member.
           move 'N' to memberFoundSwitch
           display 'Enter fileID (? to search by name):'
           accept screenID from SYSIN
           if screenID = '?'
               perform search-by-name
               if matchCount = 0
                   exit paragraph
               end-if
               display 'Enter fileID from the list:'
               accept matchChoice from SYSIN
               move matchChoice to screenID
           end-if
           if screenID = spaces
               exit paragraph
           end-if
           move screenID to masterFileID
           read masterFile
               invalid key
                   display 'No member found for fileID ' screenID
                   exit paragraph
           end-read
           move masterFileID to payMemberID
           set memberFound to true.

       search-by-name.
           move 0 to matchCount
           display 'Enter name or the start of it:'
           accept screenName from SYSIN
           if screenName = spaces
               exit paragraph
           end-if
           move function upper-case(screenName) to searchValue
           move function length(function trim(searchValue trailing))
               to searchLength
           open input idxFile
           if idxFileStatus = '00'
               move 'N' to idxEndSwitch
               move searchValue to idxName
               move low-values to idxMemberID
               start idxFile key not < idxKey
                   invalid key
                       set idxEof to true
               end-start
               perform until idxEof or matchCount >= 20
                   read idxFile next record
                       at end
                           set idxEof to true
                       not at end
                           if idxName(1:searchLength)
                               not = searchValue(1:searchLength)
                               set idxEof to true
                           else
                               move idxMemberID to masterFileID
                               read masterFile
                                   not invalid key
                                       perform note-name-match
                               end-read
                           end-if
                   end-read
               end-perform
               close idxFile
           else
               move low-values to masterFileID
               start masterFile key not < masterFileID
                   invalid key
                       set eof to true
               end-start
               move 'N' to endOfFile
               perform until eof or matchCount >= 20
                   read masterFile next record
                       at end
                           set eof to true
                       not at end
                           move function upper-case(masterFileName)
                               to candidateName
                           if candidateName(1:searchLength)
                               = searchValue(1:searchLength)
                               perform note-name-match
                           end-if
                   end-read
               end-perform
           end-if
           if matchCount = 0
               display 'No member name starts '
                       function trim(screenName)
               exit paragraph
           end-if
           perform varying matchIndex from 1 by 1
               until matchIndex > matchCount
               display matchID(matchIndex) ' '
                       matchName(matchIndex) ' '
                       matchStatus(matchIndex)
           end-perform
           if matchCount >= 20
               display '(first 20 shown - key more of the name'
                       ' to narrow it)'
           end-if.

       note-name-match.
           add 1 to matchCount
           move masterFileID to matchID(matchCount)
           move masterFileName to matchName(matchCount)
           move masterMemberStatus to matchStatus(matchCount).

      *    Billed against paid, as the statement shows it; the
      *    charge line only appears once billing raises charges.
       display-member-account.
           move 0 to billedAmount paidToDate
           if receivablesAvailable
               move payMemberID to recvMemberID
               read receivableFile
                   not invalid key
                       move recvBilledAmount to billedAmount
               end-read
           end-if
           move payMemberID to ledgerMemberID
           read ledgerFile
               not invalid key
                   move ledgerTotalPaid to paidToDate
           end-read
           compute balanceDue = billedAmount - paidToDate
           display 'ID       : ' masterFileID
           display 'Name     : ' masterFileName
           display 'Status   : ' masterMemberStatus
                   ' since ' masterStatusDate
           move billedAmount to editedAmount
           display 'Billed   : ' editedAmount
           move paidToDate to editedAmount
           display 'Paid     : ' editedAmount
           move balanceDue to editedBalance
           display 'Balance  : ' editedBalance
           if chargesAvailable
               perform total-member-charges
               if memberCharges > 0
                   move memberOutstanding to editedAmount
                   display 'Owed on charges: ' editedAmount
               end-if
           end-if.

       total-member-charges.
           move 0 to memberOutstanding
           move 0 to memberCharges
           perform start-member-charges
           perform until chargeScanDone
               read chargeFile next record
                   at end
                       set chargeScanDone to true
                   not at end
                       if chargeMemberID not = payMemberID
                           set chargeScanDone to true
                       else
                           add 1 to memberCharges
                           compute memberOutstanding =
                               memberOutstanding + chargeAmount
                               - chargeSettled
                       end-if
               end-read
           end-perform.

      *    The number is taken and saved before anything posts, so
      *    two windows never print the same receipt number.
       take-receipt-number.
           open input nextNumberFile
           if nextNumberStatus = '00'
               read nextNumberFile
                   at end
                       continue
                   not at end
                       if nextNumberRecord is numeric
                           move nextNumberRecord
                               to nextReceiptNumber
                       end-if
               end-read
               close nextNumberFile
           end-if
           move nextReceiptNumber to receiptNumber
           add 1 to nextReceiptNumber
           open output nextNumberFile
           if nextNumberStatus = '00'
               move nextReceiptNumber to nextNumberRecord
               write nextNumberRecord
               close nextNumberFile
           else
               move spaces to logMessage
               string 'Error: unable to save next receipt number'
                      ' to ' function trim(nextNumberPath)
                      ' - receipt numbers may repeat'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

      *    The ledger update, posting detail, history, plan and
      *    charge allocation below are PostPayments' own, so a
      *    counter payment is indistinguishable on the ledger from
      *    one that came in on payments.csv.
       update-member-ledger.
           move payMemberID to ledgerMemberID
           read ledgerFile
               invalid key
                   move payMemberID to ledgerMemberID
                   move payAmount to ledgerTotalPaid
                   move 1 to ledgerPaymentCount
                   move payDate to ledgerLastPayDate
                   write ledgerRecord
               not invalid key
                   add payAmount to ledgerTotalPaid
                   add 1 to ledgerPaymentCount
                   if payDate > ledgerLastPayDate
                       move payDate to ledgerLastPayDate
                   end-if
                   rewrite ledgerRecord
           end-read.

      *    The fourth field tells BankRecon the money is in the
      *    till deposit, not a deposit of its own.
       write-posting-detail.
           move payAmount to postDetailAmount
           move spaces to postDetailLine
           string payMemberID ','
                  postDetailAmount ','
                  payDate ','
                  'COUNTER'
               into postDetailLine
           end-string
           write postDetailFileRecord from postDetailLine.

       write-payment-history.
           move 'N' to payHistDoneSwitch
           perform until payHistDone
               add 1 to payHistSequence
               move payMemberID to payHistMemberID
               move runTimestamp(1:14) to payHistStamp
               move payHistSequence to payHistSeq
               move 'P' to payHistType
               move payAmount to payHistAmount
               move payDate to payHistPayDate
               move 'CounterPayment' to payHistProgram
               move spaces to payHistReference
               string 'RECEIPT ' receiptNumber ' ' screenTender
                   delimited by size into payHistReference
               end-string
               write payHistRecord
                   invalid key
                       if payHistFileStatus not = '22'
                           perform report-history-failure
                       end-if
                   not invalid key
                       set payHistDone to true
               end-write
           end-perform.

       report-history-failure.
           set payHistDone to true
           move spaces to logMessage
           string 'Error: payment history write failed for '
                  payMemberID ' - file status ' payHistFileStatus
               into logMessage
           end-string
           move 'E' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           move 8 to return-code.

       apply-to-plan-installments.
           move payMemberID to planMemberID
           read planFile
               invalid key
                   exit paragraph
           end-read
           if planStatus not = 'O'
               exit paragraph
           end-if
           move payAmount to planToApply
           perform varying planIndex from 1 by 1
               until planIndex > planInstallCount
                  or planToApply = 0
               compute planRoomLeft = planDueAmount(planIndex)
                   - planPaidAmount(planIndex)
               if planRoomLeft > 0
                   if planToApply < planRoomLeft
                       move planToApply to planRoomLeft
                   end-if
                   add planRoomLeft to planPaidAmount(planIndex)
                   subtract planRoomLeft from planToApply
               end-if
           end-perform
           perform check-plan-completed
           rewrite planRecord.

       check-plan-completed.
           perform varying planIndex from 1 by 1
               until planIndex > planInstallCount
               if planPaidAmount(planIndex)
                   < planDueAmount(planIndex)
                   exit paragraph
               end-if
           end-perform
           move 'C' to planStatus
           move payDate to planStatusDate
           display 'Installment plan now complete'.

       allocate-to-charges.
           move payAmount to allocLeft
           move 0 to memberOutstanding
           move 0 to memberCharges
           perform start-member-charges
           perform until chargeScanDone
               read chargeFile next record
                   at end
                       set chargeScanDone to true
                   not at end
                       if chargeMemberID not = payMemberID
                           set chargeScanDone to true
                       else
                           perform settle-one-charge
                       end-if
               end-read
           end-perform.

       settle-one-charge.
           add 1 to memberCharges
           if chargeSettled < chargeAmount and allocLeft > 0
               compute allocRoom = chargeAmount - chargeSettled
               if allocLeft < allocRoom
                   move allocLeft to allocRoom
               end-if
               add allocRoom to chargeSettled
               subtract allocRoom from allocLeft
               rewrite chargeRecord
           end-if
           compute memberOutstanding = memberOutstanding
               + chargeAmount - chargeSettled.

       start-member-charges.
           move 'N' to chargeEndSwitch
           move payMemberID to chargeMemberID
           move low-values to chargeRaisedDate
           move 0 to chargeSeq
           start chargeFile key is not less than chargeKey
               invalid key
                   set chargeScanDone to true
           end-start.

       write-journal-receipt.
           move payAmount to postDetailAmount
           move spaces to journalLine
           string 'R,' receiptNumber ',' runTimestamp(1:14) ','
                  function trim(operatorID) ',' payMemberID ','
                  postDetailAmount ',' screenTender ',' payDate ','
                  function trim(screenReference)
                  delimited by size
               into journalLine
           end-string
           write journalFileRecord from journalLine.

      *    The member's copy, spooled so a reprint is always to
      *    hand in SpoolViewer.
       print-receipt.
           open output receiptFile
           if receiptFileStatus not = '00'
               display 'Receipt could not be printed - file status '
                       receiptFileStatus ' - give the number by hand'
               exit paragraph
           end-if
           move all '=' to receiptLine
           write receiptFileRecord from receiptLine
           move '        MEMBERSHIP OFFICE - PAYMENT RECEIPT'
               to receiptLine
           write receiptFileRecord from receiptLine
           move all '=' to receiptLine
           write receiptFileRecord from receiptLine
           move spaces to receiptLine
           string 'Receipt no : ' receiptNumber
               into receiptLine
           end-string
           write receiptFileRecord from receiptLine
           move spaces to receiptLine
           string 'Date       : ' runTimestamp(1:4) '-'
                  runTimestamp(5:2) '-' runTimestamp(7:2) ' '
                  runTimestamp(9:2) ':' runTimestamp(11:2)
               into receiptLine
           end-string
           write receiptFileRecord from receiptLine
           move spaces to receiptLine
           string 'Member     : ' payMemberID ' '
                  function trim(masterFileName)
               into receiptLine
           end-string
           write receiptFileRecord from receiptLine
           move payAmount to editedAmount
           move spaces to receiptLine
           string 'Amount     : ' function trim(editedAmount)
               into receiptLine
           end-string
           write receiptFileRecord from receiptLine
           move spaces to receiptLine
           if screenReference = spaces
               string 'Paid by    : ' tenderName
                   into receiptLine
               end-string
           else
               string 'Paid by    : ' function trim(tenderName)
                      ' no. ' function trim(screenReference)
                   into receiptLine
               end-string
           end-if
           write receiptFileRecord from receiptLine
           if receivablesAvailable and billedAmount > 0
               compute balanceDue = billedAmount - ledgerTotalPaid
               move balanceDue to editedBalance
               move spaces to receiptLine
               string 'Balance now: ' function trim(editedBalance)
                   into receiptLine
               end-string
               write receiptFileRecord from receiptLine
           end-if
           move spaces to receiptLine
           string 'Received by: ' function trim(operatorName)
               into receiptLine
           end-string
           write receiptFileRecord from receiptLine
           move all '=' to receiptLine
           write receiptFileRecord from receiptLine
           close receiptFile
           move 'CounterReceipt' to spoolProgram
           move receiptFileName to spoolFile
           call 'SpoolReport' using spoolRequest.

      *    ----------------------------------------------------------
      *    Closing the shift
      *    ----------------------------------------------------------
       close-out-shift.
           display 'Close out the shift for '
                   function trim(operatorID) ' (Y/N)?'
           accept screenConfirm from SYSIN
           if screenConfirm not = 'Y' and screenConfirm not = 'y'
               display 'Close-out abandoned'
               exit paragraph
           end-if
           move 0 to shiftCount shiftOverflow
           perform varying tenderIndex from 1 by 1
               until tenderIndex > 3
               move 0 to tenderCount(tenderIndex)
               move 0 to tenderAmount(tenderIndex)
           end-perform
           close journalFile
           open input journalFile
           if journalFileStatus = '00'
               move 'N' to endOfFile
               perform until eof
                   read journalFile
                       at end
                           set eof to true
                       not at end
                           perform take-journal-line
                   end-read
               end-perform
               close journalFile
           end-if
           perform varying shiftIndex from 1 by 1
               until shiftIndex > shiftCount
               perform varying tenderIndex from 1 by 1
                   until tenderIndex > 3
                   if tenderCode(tenderIndex)
                       = shiftTender(shiftIndex)
                       add 1 to tenderCount(tenderIndex)
                       add shiftAmount(shiftIndex)
                           to tenderAmount(tenderIndex)
                   end-if
               end-perform
           end-perform
           move function current-date to runTimestamp
           move runTimestamp(1:14) to closeStamp
           perform print-close-out-report
           perform write-till-deposits
           open extend journalFile
           if journalFileStatus not = '00'
               open output journalFile
           end-if
           move 0 to shiftTotalCount shiftTotalAmount
           perform varying tenderIndex from 1 by 1
               until tenderIndex > 3
               add tenderCount(tenderIndex) to shiftTotalCount
               add tenderAmount(tenderIndex) to shiftTotalAmount
           end-perform
           move shiftTotalAmount to postDetailAmount
           move spaces to journalLine
           string 'Z,00000000,' closeStamp ','
                  function trim(operatorID) ',' shiftTotalCount ','
                  postDetailAmount
                  delimited by size
               into journalLine
           end-string
           write journalFileRecord from journalLine
           move shiftTotalAmount to editedAmount
           display 'Shift closed - ' shiftTotalCount
                   ' receipt(s) for ' function trim(editedAmount)
                   ' - session ended'
           move spaces to logMessage
           string 'CounterPayment: shift closed for '
                  function trim(operatorID) ' - '
                  shiftTotalCount ' receipt(s) for '
                  function trim(editedAmount)
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           set operatorDone to true.

      *    A Z line for this operator starts their next shift, so
      *    only receipts after their latest close-out are kept.
       take-journal-line.
           if journalFileRecord = spaces
               exit paragraph
           end-if
           move spaces to jrnlType jrnlReceipt jrnlStamp
                          jrnlOperator jrnlMemberID jrnlAmountText
                          jrnlTender jrnlPayDate jrnlReference
           unstring journalFileRecord delimited by ','
               into jrnlType jrnlReceipt jrnlStamp jrnlOperator
                    jrnlMemberID jrnlAmountText jrnlTender
                    jrnlPayDate jrnlReference
           end-unstring
           if jrnlOperator not = operatorID
               exit paragraph
           end-if
           evaluate jrnlType
               when 'Z'
                   move 0 to shiftCount shiftOverflow
               when 'R'
                   if shiftCount >= 500
                       add 1 to shiftOverflow
                       exit paragraph
                   end-if
                   add 1 to shiftCount
                   move jrnlReceipt to shiftReceipt(shiftCount)
                   move jrnlStamp to shiftStamp(shiftCount)
                   move jrnlMemberID to shiftMemberID(shiftCount)
                   move 0 to shiftAmount(shiftCount)
                   if function test-numval(jrnlAmountText) = 0
                       move function numval(jrnlAmountText)
                           to shiftAmount(shiftCount)
                   end-if
                   move jrnlTender to shiftTender(shiftCount)
                   move jrnlReference to shiftReference(shiftCount)
           end-evaluate.

       print-close-out-report.
           open output closeReportFile
           if closeReportStatus not = '00'
               display 'Close-out report could not be opened - file'
                       ' status ' closeReportStatus
               exit paragraph
           end-if
           move spaces to reportLine
           string 'Counter close-out  cashier '
                  function trim(operatorID) ' '
                  function trim(operatorName) '  closed '
                  closeStamp(1:8) '-' closeStamp(9:6)
               into reportLine
           end-string
           write closeReportRecord from reportLine
           move all '-' to reportLine
           write closeReportRecord from reportLine
           move spaces to reportLine
           move 'Receipt' to reportLine(1:7)
           move 'Taken' to reportLine(11:5)
           move 'FileID' to reportLine(28:6)
           move 'Tender' to reportLine(40:6)
           move 'Reference' to reportLine(48:9)
           move 'Amount' to reportLine(77:6)
           write closeReportRecord from reportLine
           perform varying shiftIndex from 1 by 1
               until shiftIndex > shiftCount
               move spaces to reportLine
               move shiftReceipt(shiftIndex) to reportLine(1:8)
               string shiftStamp(shiftIndex)(1:8) '-'
                      shiftStamp(shiftIndex)(9:6)
                   delimited by size
                   into reportLine(11:15)
               end-string
               move shiftMemberID(shiftIndex) to reportLine(28:10)
               move shiftTender(shiftIndex) to reportLine(40:2)
               move shiftReference(shiftIndex) to reportLine(48:20)
               move shiftAmount(shiftIndex) to editedAmount
               move editedAmount to reportLine(71:12)
               write closeReportRecord from reportLine
           end-perform
           if shiftOverflow > 0
               move spaces to reportLine
               string 'Receipts over the 500 listed and not counted'
                      ' here: ' shiftOverflow
                   into reportLine
               end-string
               write closeReportRecord from reportLine
           end-if
           move all '-' to reportLine
           write closeReportRecord from reportLine
           move spaces to reportLine
           move 'Till count' to reportLine(1:10)
           move 'Receipts' to reportLine(20:8)
           move 'Expected' to reportLine(38:8)
           move 'Counted' to reportLine(52:7)
           move 'Difference' to reportLine(66:10)
           write closeReportRecord from reportLine
           perform varying tenderIndex from 1 by 1
               until tenderIndex > 3
               move spaces to reportLine
               move tenderLabel(tenderIndex) to reportLine(1:6)
               move tenderCount(tenderIndex) to reportLine(23:5)
               move tenderAmount(tenderIndex) to editedAmount
               move editedAmount to reportLine(34:12)
               move '____________' to reportLine(48:12)
               move '____________' to reportLine(64:12)
               write closeReportRecord from reportLine
           end-perform
           move all '-' to reportLine
           write closeReportRecord from reportLine
           move spaces to reportLine
           move 0 to shiftTotalCount shiftTotalAmount
           perform varying tenderIndex from 1 by 1
               until tenderIndex > 3
               add tenderCount(tenderIndex) to shiftTotalCount
               add tenderAmount(tenderIndex) to shiftTotalAmount
           end-perform
           move 'Total' to reportLine(1:5)
           move shiftTotalCount to reportLine(23:5)
           move shiftTotalAmount to editedAmount
           move editedAmount to reportLine(34:12)
           write closeReportRecord from reportLine
           move spaces to reportLine
           write closeReportRecord from reportLine
           move 'Cashier ____________________    Supervisor'
               to reportLine
           move '____________________' to reportLine(44:20)
           write closeReportRecord from reportLine
           close closeReportFile
           move 'CounterClose' to spoolProgram
           move closeReportName to spoolFile
           call 'SpoolReport' using spoolRequest.

      *    One deposit line per tender with money in it - the bag
      *    of cash, the bundle of checks, the card settlement -
      *    the items BankRecon matches against the statement.
       write-till-deposits.
           open extend depositFile
           if depositFileStatus not = '00'
               open output depositFile
           end-if
           if depositFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' depositFileName
                      ' - file status ' depositFileStatus
                      ' - till deposits not recorded for BankRecon'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 8 to return-code
               exit paragraph
           end-if
           perform varying tenderIndex from 1 by 1
               until tenderIndex > 3
               if tenderAmount(tenderIndex) > 0
                   move tenderAmount(tenderIndex)
                       to postDetailAmount
                   move spaces to journalLine
                   string tenderCode(tenderIndex) ','
                          tenderCount(tenderIndex) ','
                          postDetailAmount ',' closeStamp(1:8) ','
                          function trim(operatorID) ',' closeStamp
                          delimited by size
                       into journalLine
                   end-string
                   write depositFileRecord from journalLine
               end-if
           end-perform
           close depositFile.
