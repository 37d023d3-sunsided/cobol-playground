      *                                touching the payment count
      *
      *    A plain fileID,amount,date line is a payment exactly as
      *    it always was; a fourth field on a payment line is its
      *    source (LockboxIntake writes LOCKBOX) and is carried
      *    onto the posting detail for BankRecon, as
      *    CounterPayment's COUNTER is. Reversals and adjustments
      *    must find a ledger record and can never take out more
      *    than was posted; ones that fail go to suspense with
      *    their reason like any unpostable payment, and every one
      *    that applies lands on the reversal register at end of
      *    run.
      *
      *    Every payment, reversal and adjustment that reaches the
      *    ledger is also written to the keyed payment history
      *    (payhist.dat, PAY_HISTORY) - one record per item - so a
      *    member's year can be itemized later instead of pieced
      *    together from the dated posting-detail files.
      *
      *    A member on an installment plan (payplan.dat, PAY_PLANS,
      *    kept by MaintainPlan) has each payment applied to the
      *    next open installment, spilling into the ones after it;
      *    the plan completes when the last installment is paid.
      *    A reversal or adjustment takes the money back off the
      *    latest paid installments and reopens a completed plan.
      *
      *    A payment sent to suspense is money in the bank that is
      *    on nobody's ledger yet, so it also goes onto the dated
      *    suspense-detail file (suspdetailYYYYMMDD.dat, named like
      *    the posting detail) for the GL interface to book.
      *
      *    No item posts into an accounting period finance has
      *    closed (PeriodCheck, against the period-control file).
      *    Depending on PERIOD_POLICY the item either goes to
      *    suspense as PERIOD CLOSED - PERIOD CLOSED R/J for a
      *    reversal or adjustment, which RecycleSuspense leaves
      *    for the desk like the other money-out reasons - or
      *    posts under the date PeriodCheck moves it to in the
      *    current open period; moved items are counted.
      *
      *    Once billing raises charges (the charge-level
      *    receivables file, PAY_CHARGES, charges.dat) each
      *    payment is allocated across the member's charges
      *    oldest first - old dues before new dues, a late fee in
      *    its turn - and the run log shows what is still owed
      *    on them. Money over and above every charge stays on the
      *    ledger as paid, for the credit run to find. A reversal
      *    or adjustment first comes out of that unallocated
      *    money, then off the newest charges settled.
      *
      *    The suspense file is normally started afresh each run.
      *    When LockboxIntake has already put the day's unresolved
      *    lockbox items on it (a reason starting LOCKBOX) this
      *    run's suspense is added to the end instead, so banked
      *    cheques are never lost from suspense;
      *    PAY_SUSPENSE_EXTEND=Y extends it whatever it holds.
      *
      *    A payment quoting a corporate account ID (CORP_ACCOUNTS,
      *    corpacct.dat, kept by MaintainCorporate) instead of a
      *    member's is the employer paying its consolidated
      *    invoice. It is spread across the members the account
      *    sponsors (CORP_XREF, corpxref.dat) in MEMBER-ID order,
      *    each member taking what is still owed on their charges
      *    - or, before charges, their bill less what they have
      *    paid - and each share posts to the member's ledger,
      *    history, plan and charges like a payment of their own.
      *    Whatever is left once every sponsored member is paid up
      *    is not lost: it goes to suspense under the account ID
      *    as CORP UNALLOCATED, for the desk, and every corporate
      *    payment with its shares and any remainder is listed on
      *    the corporate allocation report (PAY_CORP_REPORT,
      *    corppay.rpt). The posting detail carries the allocated
      *    amount as one item under the account, as the bank saw
      *    it.

       environment division.
       input-output section.
           select postDetailFile assign to dynamic postDetailFileName
               organization is line sequential
               file status is postDetailFileStatus.
           select suspDetailFile assign to dynamic suspDetailFileName
               organization is line sequential
               file status is suspDetailFileStatus.
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
           select corpFile assign to dynamic corpFilePath
               organization is indexed
               access mode is random
               record key is corpFileID
               file status is corpFileStatus.
           select corpXrefFile assign to dynamic corpXrefPath
               organization is indexed
               access mode is dynamic
               record key is corpXrefMemberID
               file status is corpXrefStatus.
           select corpReportFile assign to dynamic corpReportFileName
               organization is line sequential
               file status is corpReportFileStatus.

       data division.
       file section.
       fd  postDetailFile.
       01  postDetailFileRecord pic X(50).

       fd  suspDetailFile.
       01  suspDetailFileRecord pic X(60).

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

       fd  corpFile.
           copy corpacct
               replacing ==CORP-RECORD==    by ==corpFileRecord==
                         ==CORP-ID==        by ==corpFileID==
                         ==CORP-NAME==      by ==corpFileName==
                         ==CORP-CONTACT==   by ==corpFileContact==
                         ==CORP-ADDRESS-1== by ==corpFileAddress1==
                         ==CORP-ADDRESS-2== by ==corpFileAddress2==
                         ==CORP-ADDRESS-3== by ==corpFileAddress3==.

       fd  corpXrefFile.
           copy corpxref
               replacing ==CORPXREF-RECORD== by ==corpXrefRecord==
                         ==CXREF-MEMBER-ID== by ==corpXrefMemberID==
                         ==CXREF-CORP-ID==   by ==corpXrefCorpID==.

       fd  corpReportFile.
       01  corpReportFileRecord pic X(132).

       working-storage section.
       01  paymentsFileName pic X(100) value 'payments.csv'.
       01  paymentsFileStatus pic XX.
       01  ledgerFileStatus pic XX.
       01  suspenseFileName pic X(100) value 'paysusp.dat'.
       01  suspenseFileStatus pic XX.
       01  suspenseExtendSwitch pic X value 'N'.
           88 extendSuspense     value 'Y'.
       01  suspenseScanSwitch pic X.
           88 suspenseScanDone   value 'Y'.
      *    The receivables file only exists once the billing run
      *    has been taken up - without it the posting behaves
      *    exactly as it always has and the ledger just shows
       01  receivableOpenSwitch pic X value 'N'.
           88 receivablesAvailable value 'Y'.
       01  paidInFullCount  pic 9(6) value 0.
      *    Like the receivables file, the charge file only exists
      *    once billing raises charges.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  chargeFileStatus pic XX.
       01  chargeOpenSwitch pic X value 'N'.
           88 chargesAvailable   value 'Y'.
       01  chargeEndSwitch  pic X.
           88 chargeScanDone     value 'Y'.
       01  allocLeft        pic 9(7)v99.
       01  allocRoom        pic 9(7)v99.
       01  memberOutstanding pic 9(9)v99.
       01  memberSettled    pic 9(9)v99.
       01  memberCharges    pic 9(4).
       01  unallocatedPaid  pic s9(9)v99.
      *    The member's settled charges in key order, so money
      *    coming back out can be taken off the newest first.
       01  settledKeyTable.
           02 settledKey    pic X(21) occurs 200 times.
       01  settledKeyCount  pic 9(3).
       01  settledKeyIndex  pic 9(3).
       01  chargesSettled   pic 9(6) value 0.
       01  amountAllocated  pic 9(9)v99 value 0.
       01  amountUnallocated pic 9(9)v99 value 0.
       01  balanceRemaining pic s9(9)v99.
       01  reversalFileName pic X(100) value 'payrev.rpt'.
       01  reversalFileStatus pic XX.
       01  payField2        pic X(12).
       01  payField3        pic X(12).
       01  payField4        pic X(10).
       01  paySourceText    pic X(10).
       01  reversalsApplied pic 9(6) value 0.
       01  adjustmentsApplied pic 9(6) value 0.
       01  amountReversed   pic 9(9)v99 value 0.
      *    The detail amount goes out with its decimal point so
      *    the reconciliation can NUMVAL it like a bank amount.
       01  postDetailAmount pic 9(7).99.
       01  suspDetailFileName pic X(100).
       01  suspDetailFileStatus pic XX.
       01  suspDetailLine   pic X(60).
      *    History records are keyed member + run stamp + a
      *    sequence within the run, so two items for one member in
      *    one run can never collide.
       01  payHistFilePath  pic X(100) value 'payhist.dat'.
       01  payHistFileStatus pic XX.
       01  payHistSequence  pic 9(6) value 0.
       01  payHistWritten   pic 9(6) value 0.
       01  payHistDoneSwitch pic X.
           88 payHistDone        value 'Y'.
      *    The plan file only exists once the office has agreed a
      *    plan with somebody - without it payments post exactly
      *    as they always have.
       01  planFilePath     pic X(100) value 'payplan.dat'.
       01  planFileStatus   pic XX.
       01  planOpenSwitch   pic X value 'N'.
           88 plansAvailable     value 'Y'.
       01  planIndex        pic 99.
       01  planToApply      pic 9(7)v99.
       01  planRoomLeft     pic 9(7)v99.
       01  plansCompleted   pic 9(6) value 0.
      *    Without the corporate files every payment is a member's.
       01  corpFilePath     pic X(100) value 'corpacct.dat'.
       01  corpFileStatus   pic XX.
       01  corpXrefPath     pic X(100) value 'corpxref.dat'.
       01  corpXrefStatus   pic XX.
       01  corpReportFileName pic X(100) value 'corppay.rpt'.
       01  corpReportFileStatus pic XX.
       01  corpReportLine   pic X(132).
       01  corpOpenSwitch   pic X value 'N'.
           88 corporatesAvailable value 'Y'.
       01  corpPaySwitch    pic X.
           88 corporatePayment   value 'Y'.
       01  corpXrefEndSwitch pic X.
           88 corpXrefScanDone   value 'Y'.
       01  corpPayAccount   pic X(10).
       01  corpPayTotal     pic 9(7)v99.
       01  corpPayLeft      pic 9(7)v99.
       01  corpPayPosted    pic 9(7)v99.
       01  memberOwed       pic 9(9)v99.
      *    The account's sponsored members and what each still
      *    owes, gathered before any of the payment is spread.
       01  corpShareTable.
           02 corpShare occurs 500 times.
              03 corpShareMember pic X(10).
              03 corpShareOwed   pic 9(9)v99.
       01  corpShareCount   pic 9(3).
       01  corpShareIndex   pic 9(3).
       01  corpPaymentsApplied pic 9(6) value 0.
       01  corpSharesPosted pic 9(6) value 0.
       01  corpAmountShared pic 9(9)v99 value 0.
       01  corpAmountLeft   pic 9(9)v99 value 0.
       01  payHistRefText   pic X(30) value spaces.
       01  planPaymentsApplied pic 9(6) value 0.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  amountSuspense   pic 9(9)v99 value 0.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
       01  periodRequest.
           02 periodAction      pic X value 'C'.
           02 periodDate        pic X(8).
           02 periodResult      pic X.
           02 periodCheckStatus pic XX.
       01  periodClosedCount pic 9(6) value 0.
       01  periodMovedCount pic 9(6) value 0.

       procedure division.
       begin.
               on exception
                   continue
           end-accept
           accept suspenseExtendSwitch
               from environment 'PAY_SUSPENSE_EXTEND'
               on exception
                   continue
           end-accept

           open input paymentsFile
           if paymentsFileStatus not = '00'
               on exception
                   continue
           end-accept
           accept payHistFilePath from environment 'PAY_HISTORY'
               on exception
                   continue
           end-accept
           open i-o payHistFile
           if payHistFileStatus = '35'
               open output payHistFile
               close payHistFile
               open i-o payHistFile
           end-if
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
           move function current-date to runTimestamp
           move spaces to postDetailFileName
           string 'postdetail' runTimestamp(1:8) '.dat'
           if postDetailFileStatus not = '00'
               open output postDetailFile
           end-if
           move spaces to suspDetailFileName
           string 'suspdetail' runTimestamp(1:8) '.dat'
               into suspDetailFileName
           end-string
           open extend suspDetailFile
           if suspDetailFileStatus not = '00'
               open output suspDetailFile
           end-if
           open input receivableFile
           if receivableFileStatus = '00'
               set receivablesAvailable to true
           end-if
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           open i-o chargeFile
           if chargeFileStatus = '00'
               set chargesAvailable to true
           end-if
           accept planFilePath from environment 'PAY_PLANS'
               on exception
                   continue
           end-accept
           open i-o planFile
           if planFileStatus = '00'
               set plansAvailable to true
           end-if
           accept corpFilePath from environment 'CORP_ACCOUNTS'
               on exception
                   continue
           end-accept
           accept corpXrefPath from environment 'CORP_XREF'
               on exception
                   continue
           end-accept
           accept corpReportFileName from environment 'PAY_CORP_REPORT'
               on exception
                   continue
           end-accept
           open input corpFile
           if corpFileStatus = '00'
               open input corpXrefFile
               if corpXrefStatus = '00'
                   set corporatesAvailable to true
               else
                   close corpFile
               end-if
           end-if
           if corporatesAvailable
               open output corpReportFile
               if corpReportFileStatus not = '00'
                   string 'Error: Unable to open ' corpReportFileName
                          ' - file status ' corpReportFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 16 to return-code
                   stop run
               end-if
               move spaces to corpReportLine
               string 'Corporate payment allocation  run '
                      runTimestamp(1:8) '-' runTimestamp(9:6)
                   into corpReportLine
               end-string
               write corpReportFileRecord from corpReportLine
               move all '-' to corpReportLine
               write corpReportFileRecord from corpReportLine
           end-if
           open output reversalFile
           if reversalFileStatus not = '00'
               string 'Error: Unable to open ' reversalFileName
           write reversalFileRecord from reversalLine
           move all '-' to reversalLine
           write reversalFileRecord from reversalLine
           move function upper-case(suspenseExtendSwitch)
               to suspenseExtendSwitch
           if not extendSuspense
               perform check-suspense-for-lockbox
           end-if
           if extendSuspense
               open extend suspenseFile
           end-if
           if not extendSuspense or suspenseFileStatus not = '00'
               open output suspenseFile
           end-if
           if suspenseFileStatus not = '00'
               string 'Error: Unable to open ' suspenseFileName
                      ' - file status ' suspenseFileStatus
           close suspenseFile
           close reversalFile
           close postDetailFile
           close suspDetailFile
           close payHistFile
           if receivablesAvailable
               close receivableFile
           end-if
           if plansAvailable
               close planFile
           end-if
           if chargesAvailable
               close chargeFile
           end-if
           if corporatesAvailable
               move all '-' to corpReportLine
               write corpReportFileRecord from corpReportLine
               move spaces to corpReportLine
               string 'Corporate payments ' corpPaymentsApplied
                      '  shares ' corpSharesPosted
                      '  allocated ' corpAmountShared
                      '  unallocated ' corpAmountLeft
                   into corpReportLine
               end-string
               write corpReportFileRecord from corpReportLine
               close corpFile
               close corpXrefFile
               close corpReportFile
           end-if

           display '===== PostPayments Control Totals ====='
           display 'Payments read     : ' paymentsRead
           display 'Amount taken out  : ' amountReversed
           display 'To suspense       : ' paymentsSuspense
                   '  amount ' amountSuspense
           display 'History records   : ' payHistWritten
           if periodClosedCount > 0 or periodMovedCount > 0
               display 'Period closed     : ' periodClosedCount
               display 'Moved to open     : ' periodMovedCount
           end-if
           if receivablesAvailable
               display 'Paid in full      : ' paidInFullCount
           end-if
           if chargesAvailable
               display 'Allocated         : ' amountAllocated
               display 'Charges settled   : ' chargesSettled
               display 'Not allocated     : ' amountUnallocated
           end-if
           if corporatesAvailable
               display 'Corporate payments: ' corpPaymentsApplied
                       '  shares ' corpSharesPosted
               display 'Corporate unalloc : ' corpAmountLeft
           end-if
           if plansAvailable
               display 'Plan payments     : ' planPaymentsApplied
               display 'Plans completed   : ' plansCompleted
           end-if
           display '========================================'
           string 'PostPayments complete - posted '
                  paymentsPosted ' for ' amountPosted
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    LockboxIntake runs ahead of the posting and extends the
      *    suspense file; one of its items there means the file is
      *    to be kept.
       check-suspense-for-lockbox.
           open input suspenseFile
           if suspenseFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to suspenseScanSwitch
           perform until suspenseScanDone
               read suspenseFile
                   at end
                       set suspenseScanDone to true
                   not at end
                       if suspReason(1:8) = 'LOCKBOX '
                           set extendSuspense to true
                           set suspenseScanDone to true
                       end-if
               end-read
           end-perform
           close suspenseFile.

       post-one-payment.
           if paymentsFileRecord = spaces
               or paymentsFileRecord(1:1) = '*'
               move payField2 to payMemberID
               move payField3 to payAmountText
               move payField4 to payDateText
               move spaces to paySourceText
           else
               move 'P' to payTxnType
               move payField1 to payMemberID
               move payField2 to payAmountText
               move payField3 to payDateText
               move function upper-case(function trim(payField4))
                   to paySourceText
           end-if

      *    Amounts carry a decimal point, so the usual IS NUMERIC
           end-if
           move function numval(payAmountText) to payAmount

           move payDateText(1:8) to periodDate
           call 'PeriodCheck' using periodRequest
           evaluate periodResult
               when 'C'
                   add 1 to periodClosedCount
                   if txnIsPayment
                       move 'PERIOD CLOSED' to suspReason
                   else
                       move 'PERIOD CLOSED R/J' to suspReason
                   end-if
                   perform write-suspense-record
                   exit paragraph
               when 'M'
                   add 1 to periodMovedCount
                   move spaces to payDateText
                   move periodDate to payDateText
           end-evaluate

           if txnIsReversal or txnIsAdjustment
               perform apply-reversal-txn
               exit paragraph
           move payMemberID to masterFileID
           read masterFile
               invalid key
                   move 'N' to corpPaySwitch
                   if corporatesAvailable
                       move payMemberID to corpFileID
                       read corpFile
                           invalid key
                               continue
                           not invalid key
                               set corporatePayment to true
                       end-read
                   end-if
                   if corporatePayment
                       perform post-corporate-payment
                   else
                       move 'NO SUCH MEMBER' to suspReason
                       perform write-suspense-record
                   end-if
                   exit paragraph
           end-read
           if masterMemberStatus = 'C'
           add 1 to paymentsPosted
           add payAmount to amountPosted
           perform write-posting-detail
           perform write-payment-history
           if plansAvailable
               perform apply-to-plan-installments
           end-if
           if chargesAvailable
               perform allocate-to-charges
           else
               if receivablesAvailable
                   perform show-billed-balance
               end-if
           end-if.

       write-posting-detail.
                  payDateText(1:8)
               into postDetailLine
           end-string
           if paySourceText not = spaces
               move spaces to postDetailLine
               string payMemberID ','
                      postDetailAmount ','
                      payDateText(1:8) ','
                      paySourceText
                   into postDetailLine
               end-string
           end-if
           write postDetailFileRecord from postDetailLine.

      *    One history record per item that reached the ledger,
      *    carrying its transaction type so the receipt run can
      *    net payments against reversals and adjustments. A key
      *    already taken (a rerun inside the same second) moves on
      *    to the next sequence number.
       write-payment-history.
           move 'N' to payHistDoneSwitch
           perform until payHistDone
               add 1 to payHistSequence
               move payMemberID to payHistMemberID
               move runTimestamp(1:14) to payHistStamp
               move payHistSequence to payHistSeq
               move payTxnType to payHistType
               move payAmount to payHistAmount
               move payDateText(1:8) to payHistPayDate
               move 'PostPayments' to payHistProgram
               move payHistRefText to payHistReference
               write payHistRecord
                   invalid key
                       if payHistFileStatus not = '22'
                           perform report-history-failure
                       end-if
                   not invalid key
                       set payHistDone to true
                       add 1 to payHistWritten
               end-write
           end-perform.

       report-history-failure.
           set payHistDone to true
           string 'Error: payment history write failed for '
                  payMemberID ' - file status ' payHistFileStatus
               into logMessage
           end-string
           move 'E' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           move 8 to return-code.

      *    With the billing run in place each posted payment is
      *    held up against what BillDues says the member owes, so
      *    the run log shows paid-versus-owed instead of just the
                   rewrite ledgerRecord
           end-read.

      *    The employer's payment is spread over its sponsored
      *    members in ID order, each taking no more than they owe,
      *    until the money runs out. A share posts exactly as the
      *    member's own payment would.
       post-corporate-payment.
           move payMemberID to corpPayAccount
           move payAmount to corpPayTotal
           move payAmount to corpPayLeft
           perform gather-sponsored-members
           move spaces to corpReportLine
           string 'PAYMENT ' corpPayAccount ' ' corpFileName
                  ' amount ' corpPayTotal
                  ' on ' payDateText(1:8)
                  ' members ' corpShareCount
               into corpReportLine
           end-string
           write corpReportFileRecord from corpReportLine
           move spaces to payHistRefText
           string 'corp ' corpPayAccount delimited by size
               into payHistRefText
           end-string
           perform varying corpShareIndex from 1 by 1
               until corpShareIndex > corpShareCount
                  or corpPayLeft = 0
               if corpShareOwed(corpShareIndex) > 0
                   move corpShareMember(corpShareIndex)
                       to payMemberID
                   if corpShareOwed(corpShareIndex) < corpPayLeft
                       move corpShareOwed(corpShareIndex)
                           to payAmount
                   else
                       move corpPayLeft to payAmount
                   end-if
                   perform post-corporate-share
               end-if
           end-perform
           move spaces to payHistRefText
           add 1 to corpPaymentsApplied
           move corpPayAccount to payMemberID
           compute corpPayPosted = corpPayTotal - corpPayLeft
           if corpPayPosted > 0
               add 1 to paymentsPosted
               add corpPayPosted to amountPosted
               move corpPayPosted to payAmount
               perform write-posting-detail
           end-if
           if corpPayLeft > 0
               add corpPayLeft to corpAmountLeft
               move corpPayLeft to payAmount
               move corpPayLeft to postDetailAmount
               move postDetailAmount to payAmountText
               move 'CORP UNALLOCATED' to suspReason
               perform write-suspense-record
               move spaces to corpReportLine
               string '  UNALLOCATED ' corpPayLeft
                      ' - to suspense as CORP UNALLOCATED'
                   into corpReportLine
               end-string
               write corpReportFileRecord from corpReportLine
               move spaces to logMessage
               string 'Corporate payment ' corpPayAccount
                      ' left ' corpPayLeft
                      ' unallocated - sent to suspense'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

       post-corporate-share.
           perform update-member-ledger
           perform write-payment-history
           if plansAvailable
               perform apply-to-plan-installments
           end-if
           if chargesAvailable
               perform allocate-to-charges
           else
               if receivablesAvailable
                   perform show-billed-balance
               end-if
           end-if
           subtract payAmount from corpPayLeft
           add 1 to corpSharesPosted
           add payAmount to corpAmountShared
           move spaces to corpReportLine
           string '  applied ' payMemberID ' ' payAmount
                  ' of ' corpShareOwed(corpShareIndex) ' owed'
               into corpReportLine
           end-string
           write corpReportFileRecord from corpReportLine.

      *    A cancelled member takes no money, sponsored or not.
       gather-sponsored-members.
           move 0 to corpShareCount
           move 'N' to corpXrefEndSwitch
           move low-values to corpXrefMemberID
           start corpXrefFile key is not less than corpXrefMemberID
               invalid key
                   set corpXrefScanDone to true
           end-start
           perform until corpXrefScanDone
               read corpXrefFile next record
                   at end
                       set corpXrefScanDone to true
                   not at end
                       if corpXrefCorpID = corpPayAccount
                           perform gather-one-sponsored
                       end-if
               end-read
           end-perform.

       gather-one-sponsored.
           move corpXrefMemberID to masterFileID
           read masterFile
               invalid key
                   exit paragraph
           end-read
           if masterMemberStatus = 'C'
               exit paragraph
           end-if
           if corpShareCount >= 500
               display 'PostPayments: more than 500 members on '
                       'corporate account ' corpPayAccount
               exit paragraph
           end-if
           move corpXrefMemberID to payMemberID
           perform work-out-member-owed
           add 1 to corpShareCount
           move corpXrefMemberID to corpShareMember(corpShareCount)
           move memberOwed to corpShareOwed(corpShareCount).

      *    What the member still owes - the open charges once
      *    billing raises them, otherwise the bill less what the
      *    ledger shows paid.
       work-out-member-owed.
           move 0 to memberOwed
           if chargesAvailable
               perform start-member-charges
               perform until chargeScanDone
                   read chargeFile next record
                       at end
                           set chargeScanDone to true
                       not at end
                           if chargeMemberID not = payMemberID
                               set chargeScanDone to true
                           else
                               compute memberOwed = memberOwed
                                   + chargeAmount - chargeSettled
                           end-if
                   end-read
               end-perform
               exit paragraph
           end-if
           if not receivablesAvailable
               exit paragraph
           end-if
           move payMemberID to recvMemberID
           read receivableFile
               invalid key
                   exit paragraph
           end-read
           move payMemberID to ledgerMemberID
           read ledgerFile
               invalid key
                   move 0 to ledgerTotalPaid
           end-read
           if recvBilledAmount > ledgerTotalPaid
               compute memberOwed =
                   recvBilledAmount - ledgerTotalPaid
           end-if.

      *    Money only comes out of a ledger line that exists and
      *    only up to what was posted there - the two rules that
      *    made hand-editing ledger.dat so frightening. A reversal
           end-if
           rewrite ledgerRecord
           add payAmount to amountReversed
           perform write-payment-history
           if plansAvailable
               perform back-out-of-plan-installments
           end-if
           if chargesAvailable
               perform back-out-of-charges
           end-if
           move spaces to reversalLine
           if txnIsReversal
               string 'REVERSED ' payMemberID ' amount '
           end-if
           write reversalFileRecord from reversalLine.

      *    The payment settles the member's charges in key order -
      *    oldest raised first - as far as it goes.
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
           end-perform
           add allocLeft to amountUnallocated
           if memberCharges = 0
               if receivablesAvailable
                   perform show-billed-balance
               end-if
               exit paragraph
           end-if
           if memberOutstanding = 0
               add 1 to paidInFullCount
               display 'Posted ' payMemberID
                       ' - all charges now settled'
           else
               display 'Posted ' payMemberID ' - still owing '
                       memberOutstanding ' on charges'
           end-if.

       settle-one-charge.
           add 1 to memberCharges
           if chargeSettled < chargeAmount and allocLeft > 0
               compute allocRoom = chargeAmount - chargeSettled
               if allocLeft < allocRoom
                   move allocLeft to allocRoom
               end-if
               add allocRoom to chargeSettled
               subtract allocRoom from allocLeft
               add allocRoom to amountAllocated
               rewrite chargeRecord
               if chargeSettled = chargeAmount
                   add 1 to chargesSettled
               end-if
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

      *    Whatever the ledger holds beyond what the charges have
      *    taken was never allocated, so it goes first; the rest
      *    comes off the most recently raised charges settled.
      *    The ledger has already been reduced by the time this
      *    runs.
       back-out-of-charges.
           move 0 to memberSettled
           move 0 to settledKeyCount
           perform start-member-charges
           perform until chargeScanDone
               read chargeFile next record
                   at end
                       set chargeScanDone to true
                   not at end
                       if chargeMemberID not = payMemberID
                           set chargeScanDone to true
                       else
                           perform note-settled-charge
                       end-if
               end-read
           end-perform
           move payAmount to allocLeft
           compute unallocatedPaid =
               ledgerTotalPaid + payAmount - memberSettled
           if unallocatedPaid > 0
               if unallocatedPaid >= allocLeft
                   move 0 to allocLeft
               else
                   subtract unallocatedPaid from allocLeft
               end-if
           end-if
           perform varying settledKeyIndex from settledKeyCount
                   by -1
               until settledKeyIndex < 1 or allocLeft = 0
               move settledKey(settledKeyIndex) to chargeKey
               read chargeFile
                   invalid key
                       continue
                   not invalid key
                       move chargeSettled to allocRoom
                       if allocLeft < allocRoom
                           move allocLeft to allocRoom
                       end-if
                       subtract allocRoom from chargeSettled
                       subtract allocRoom from allocLeft
                       rewrite chargeRecord
               end-read
           end-perform.

       note-settled-charge.
           add chargeSettled to memberSettled
           if chargeSettled > 0
               if settledKeyCount < 200
                   add 1 to settledKeyCount
                   move chargeKey to settledKey(settledKeyCount)
               else
                   display 'PostPayments: more than 200 settled'
                           ' charges for ' payMemberID
               end-if
           end-if.

      *    A payment fills the earliest installment still short,
      *    then the next, until the money runs out; anything over
      *    the whole schedule simply stays on the ledger as paid.
      *    Only an open plan takes payments.
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
           add 1 to planPaymentsApplied
           perform check-plan-completed
           rewrite planRecord.

      *    Money coming back out comes off the latest installments
      *    paid, so the earliest ones stay settled; a completed
      *    plan that loses money is open again.
       back-out-of-plan-installments.
           move payMemberID to planMemberID
           read planFile
               invalid key
                   exit paragraph
           end-read
           if planStatus = 'X'
               exit paragraph
           end-if
           move payAmount to planToApply
           perform varying planIndex from planInstallCount by -1
               until planIndex < 1
                  or planToApply = 0
               move planPaidAmount(planIndex) to planRoomLeft
               if planRoomLeft > 0
                   if planToApply < planRoomLeft
                       move planToApply to planRoomLeft
                   end-if
                   subtract planRoomLeft from planPaidAmount(planIndex)
                   subtract planRoomLeft from planToApply
               end-if
           end-perform
           if planStatus = 'C'
               move 'O' to planStatus
               move payDateText(1:8) to planStatusDate
           end-if
           perform check-plan-completed
           rewrite planRecord.

       check-plan-completed.
           if planStatus not = 'O'
               exit paragraph
           end-if
           perform varying planIndex from 1 by 1
               until planIndex > planInstallCount
               if planPaidAmount(planIndex)
                   < planDueAmount(planIndex)
                   exit paragraph
               end-if
           end-perform
           move 'C' to planStatus
           move payDateText(1:8) to planStatusDate
           add 1 to plansCompleted
           display 'Plan completed    : ' payMemberID.

       write-suspense-record.
           add 1 to paymentsSuspense
           add payAmount to amountSuspense
           move payMemberID to suspMemberID
           move payAmountText to suspAmount
           move payDateText(1:8) to suspPayDate
           write suspenseFileRecord
           if txnIsPayment
               move payAmount to postDetailAmount
               move spaces to suspDetailLine
               string payMemberID ','
                      postDetailAmount ','
                      payDateText(1:8) ','
                      suspReason
                   into suspDetailLine
               end-string
               write suspDetailFileRecord from suspDetailLine
           end-if.
