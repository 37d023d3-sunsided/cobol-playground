      *    the member is replaced, not added to. PostPayments reads
      *    the receivables file back so the ledger can show
      *    paid-versus-owed instead of just total paid.
      *
      *    A credit the office chose to carry forward on the
      *    CreditRefund run (credits.dat, PAY_CREDITS) comes off
      *    the member's bill here, as far as the bill goes - any
      *    credit left over waits for the bill after. The credit
      *    file remembers what each bill took, so a re-run
      *    re-prices with the same credit instead of spending it
      *    twice.
      *
      *    Billing is held to the posting cut-off like the payment
      *    runs (PeriodCheck): a processing date in an accounting
      *    period finance has closed stops the run before anything
      *    is billed, unless PERIOD_POLICY moves items forward, in
      *    which case the bills carry the moved date.
      *
      *    A member tied to a membership category (the member
      *    category file, MEMBER_CATEGORY, memcategory.dat) is
      *    priced from the category catalog (CategoryCatalog)
      *    instead of the bracket table: a category that is not
      *    billable - life, honorary - is never billed, and a
      *    member billed less than the category's renewal term
      *    ago is not due yet and keeps the bill on file. A
      *    member whose category is not on the catalog is skipped
      *    and counted with the no-rate members. Members with no
      *    category are priced from the rate table as always.
      *
      *    Each bill is also raised as a DUES charge on the
      *    charge-level receivables file (PAY_CHARGES,
      *    charges.dat), where it sits beside late fees and other
      *    charges instead of being overwritten by them. A re-run
      *    for the same billing date re-prices that date's dues
      *    charge; a new billing date raises a new one, so dues
      *    left unpaid from an earlier bill stay owed.
      *
      *    A member an employer sponsors (the corporate
      *    sponsorship cross-reference, CORP_XREF, corpxref.dat,
      *    kept by MaintainCorporate) is priced, receivable and
      *    charged exactly as before but is not billed
      *    individually: the register marks the line CORPORATE
      *    with the account, and the member goes onto that
      *    account's consolidated invoice (CORP_INVOICES,
      *    corpinvoiceYYYYMMDD.rpt) - one invoice per corporate
      *    account (CORP_ACCOUNTS, corpacct.dat) addressed to its
      *    billing contact, listing each sponsored member's charge
      *    and the total the employer owes. Members nobody
      *    sponsors are billed individually as always.
      *
      *    BILL_BRANCH=code bills one regional branch's members
      *    only (the member branch file, MEMBER_BRANCH,
      *    membranch.dat - head office's 'HO' for a member no
      *    branch has taken); everyone else is left exactly as the
      *    last run billed them, and the corporate invoices carry
      *    that branch's sponsored members only. BILL_BY_BRANCH=Y
      *    adds a breakdown to the foot of the register with each
      *    branch's members billed and amount.

       environment division.
       input-output section.
               access mode is dynamic
               record key is recvMemberID
               file status is receivableFileStatus.
           select creditFile assign to dynamic creditFilePath
               organization is indexed
               access mode is random
               record key is creditMemberID
               file status is creditFileStatus.
           select memcatFile assign to dynamic memcatFilePath
               organization is indexed
               access mode is random
               record key is memcatMemberID
               file status is memcatFileStatus.
           select chargeFile assign to dynamic chargeFilePath
               organization is indexed
               access mode is dynamic
               record key is chargeKey
               file status is chargeFileStatus.
           select registerFile assign to dynamic registerFileName
               organization is line sequential
               file status is registerFileStatus.
           select corpFile assign to dynamic corpFilePath
               organization is indexed
               access mode is dynamic
               record key is corpFileID
               file status is corpFileStatus.
           select corpXrefFile assign to dynamic corpXrefPath
               organization is indexed
               access mode is random
               record key is corpXrefMemberID
               file status is corpXrefStatus.
           select invoiceFile assign to dynamic invoiceFileName
               organization is line sequential
               file status is invoiceFileStatus.
           select branchFile assign to dynamic branchFilePath
               organization is indexed
               access mode is random
               record key is branchMemberID
               file status is branchFileStatus.

       data division.
       file section.
                                               by ==recvBilledAmount==
                         ==RECV-BILL-DATE==    by ==recvBillDate==.

       fd  creditFile.
           copy credit
               replacing ==CREDIT-RECORD==      by ==creditRecord==
                         ==CREDIT-MEMBER-ID==   by ==creditMemberID==
                         ==CREDIT-STATUS==      by ==creditStatus==
                         ==CREDIT-AMOUNT==      by ==creditAmount==
                         ==CREDIT-FOUND-DATE==  by ==creditFoundDate==
                         ==CREDIT-LEDGER-PAID== by ==creditLedgerPaid==
                         ==CREDIT-DECIDED-DATE==
                                            by ==creditDecidedDate==
                         ==CREDIT-OPERATOR==    by ==creditOperator==
                         ==CREDIT-APPLIED-AMOUNT==
                                            by ==creditAppliedAmount==
                         ==CREDIT-APPLIED-DATE==
                                            by ==creditAppliedDate==.

       fd  memcatFile.
           copy memcat
               replacing ==MEMCAT-RECORD==     by ==memcatRecord==
                         ==MEMCAT-MEMBER-ID==  by ==memcatMemberID==
                         ==MEMCAT-CODE==       by ==memcatCode==
                         ==MEMCAT-SINCE==      by ==memcatSince==
                         ==MEMCAT-OPERATOR==   by ==memcatOperator==
                         ==MEMCAT-PRIOR-CODE== by ==memcatPriorCode==.

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

       fd  registerFile.
       01  registerFileRecord pic X(132).

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

       fd  invoiceFile.
       01  invoiceFileRecord pic X(132).

       fd  branchFile.
           copy membranch
               replacing ==MBRBR-RECORD==     by ==branchRecord==
                         ==MBRBR-MEMBER-ID==  by ==branchMemberID==
                         ==MBRBR-CODE==       by ==branchCode==
                         ==MBRBR-SINCE==      by ==branchSince==
                         ==MBRBR-OPERATOR==   by ==branchOperator==
                         ==MBRBR-PRIOR-CODE== by ==branchPriorCode==.

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  registerFileName pic X(100) value 'invoice.rpt'.
      *    No credit file means nobody has a credit carried.
       01  creditFilePath   pic X(100) value 'credits.dat'.
       01  creditFileStatus pic XX.
       01  creditOpenSwitch pic X value 'N'.
           88 creditsAvailable   value 'Y'.
       01  creditAvailable  pic 9(7)v99.
       01  creditToApply    pic 9(7)v99.
       01  creditsApplied   pic 9(6) value 0.
       01  amountCredited   pic 9(9)v99 value 0.
       01  registerFileStatus pic XX.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  chargeFileStatus pic XX.
       01  chargeEndSwitch  pic X.
           88 chargeScanDone     value 'Y'.
       01  chargeFoundSwitch pic X.
           88 duesChargeFound    value 'Y'.
       01  chargeLastSeq    pic 9(3).
       01  chargesRaised    pic 9(6) value 0.
       01  chargesRepriced  pic 9(6) value 0.
      *    No member-category file means nobody has a category.
       01  memcatFilePath   pic X(100) value 'memcategory.dat'.
       01  memcatFileStatus pic XX.
       01  memcatOpenSwitch pic X value 'N'.
           88 categoriesAvailable value 'Y'.
       01  memcatFoundSwitch pic X.
           88 memcatOnFile       value 'Y'.
           88 memcatNotOnFile    value 'N'.
       01  categoryRequest.
           02 ctgAction      pic X value 'L'.
           02 ctgCode        pic X(6).
           02 ctgDescription pic X(30).
           02 ctgBillable    pic X.
           02 ctgRate        pic 9(5)v99.
           02 ctgMinAge      pic 99.
           02 ctgMaxAge      pic 99.
           02 ctgTerm        pic 99.
           02 ctgStatus      pic XX.
      *    No corporate files means nobody is sponsored. The
      *    sponsored members' bills are held until the master pass
      *    is over, then printed account by account.
       01  corpFilePath     pic X(100) value 'corpacct.dat'.
       01  corpFileStatus   pic XX.
       01  corpXrefPath     pic X(100) value 'corpxref.dat'.
       01  corpXrefStatus   pic XX.
       01  corpOpenSwitch   pic X value 'N'.
           88 corporatesAvailable value 'Y'.
       01  corpEndSwitch    pic X.
           88 corpScanDone       value 'Y'.
       01  sponsorSwitch    pic X.
           88 memberSponsored    value 'Y'.
           88 memberNotSponsored value 'N'.
       01  invoiceFileName  pic X(100).
       01  invoiceFileStatus pic XX.
       01  invoiceLine      pic X(132).
       01  corpBillTable.
           02 corpBill occurs 5000 times.
              03 corpBillAccount  pic X(10).
              03 corpBillMember   pic X(10).
              03 corpBillName     pic X(30).
              03 corpBillBasis    pic X(16).
              03 corpBillAmount   pic 9(5)v99.
       01  corpBillCount    pic 9(4) value 0.
       01  corpBillIndex    pic 9(4).
       01  invoiceMembers   pic 9(4).
       01  invoiceTotal     pic 9(7)v99.
       01  editedBill       pic zz,zz9.99.
       01  editedInvoice    pic z,zzz,zz9.99.
       01  corpInvoices     pic 9(6) value 0.
       01  corpMembersBilled pic 9(6) value 0.
       01  corpAmountBilled pic 9(9)v99 value 0.
       01  priceBasis       pic X(16).
       01  monthsSinceBill  pic s9(5).
       01  membersNotBillable pic 9(6) value 0.
      *    No branch file means every member is head office's.
      *    Without the breakdown every member counts in the first
      *    slot of the branch table, which is then not printed.
       01  branchFilePath   pic X(100) value 'membranch.dat'.
       01  branchFileStatus pic XX.
       01  branchOpenSwitch pic X value 'N'.
           88 branchesAvailable  value 'Y'.
       01  selectBranch     pic X(4) value spaces.
       01  byBranchSwitch   pic X value 'N'.
           88 breakdownByBranch  value 'Y'.
       01  memberBranch     pic X(4).
       01  membersOtherBranch pic 9(6) value 0.
       01  branchTable.
           02 branchEntry occurs 50 times.
              03 branchTabCode    pic X(4).
              03 branchTabRead    pic 9(6).
              03 branchTabBilled  pic 9(6).
              03 branchTabAmount  pic 9(9)v99.
       01  branchCount      pic 99 value 0.
       01  branchIndex      pic 99 value 1.
       01  membersNotDue    pic 9(6) value 0.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  billAmount       pic 9(5)v99.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  billDate         pic X(8).
       01  periodRequest.
           02 periodAction      pic X value 'C'.
           02 periodDate        pic X(8).
           02 periodResult      pic X.
           02 periodCheckStatus pic XX.
       01  derivedAge       pic 99.
       01  deriveStatus     pic XX.
       01  membersRead      pic 9(6) value 0.
               on exception
                   continue
           end-accept
           accept creditFilePath from environment 'PAY_CREDITS'
               on exception
                   continue
           end-accept
           accept memcatFilePath from environment 'MEMBER_CATEGORY'
               on exception
                   continue
           end-accept
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           accept corpFilePath from environment 'CORP_ACCOUNTS'
               on exception
                   continue
           end-accept
           accept corpXrefPath from environment 'CORP_XREF'
               on exception
                   continue
           end-accept
           accept branchFilePath from environment 'MEMBER_BRANCH'
               on exception
                   continue
           end-accept
           accept selectBranch from environment 'BILL_BRANCH'
               on exception
                   continue
           end-accept
           move function upper-case(selectBranch) to selectBranch
           accept byBranchSwitch from environment 'BILL_BY_BRANCH'
               on exception
                   continue
           end-accept
           move function upper-case(byBranchSwitch)
               to byBranchSwitch
           initialize branchTable
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate
           move runTimestamp to runStartTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           move runDate to billDate
           move runDate to periodDate
           call 'PeriodCheck' using periodRequest
           evaluate periodResult
               when 'C'
                   string 'Error: billing date ' runDate
                          ' falls in a closed accounting period'
                          ' - nothing billed'
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 16 to return-code
                   stop run
               when 'M'
                   move periodDate to billDate
           end-evaluate

           perform load-rate-table
           open input memcatFile
           if memcatFileStatus = '00'
               set categoriesAvailable to true
           end-if
           if rateCount = 0 and not categoriesAvailable
               string 'Error: no dues rates loaded from '
                      function trim(ratesFileName)
                      ' - nothing can be billed'
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
               string 'Error: Unable to open ' chargeFilePath
                      ' - file status ' chargeFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open i-o creditFile
           if creditFileStatus = '00'
               set creditsAvailable to true
           end-if
           open input corpFile
           if corpFileStatus = '00'
               open input corpXrefFile
               if corpXrefStatus = '00'
                   set corporatesAvailable to true
               else
                   close corpFile
               end-if
           end-if
           if selectBranch not = spaces or breakdownByBranch
               open input branchFile
               if branchFileStatus = '00'
                   set branchesAvailable to true
               end-if
           end-if
           open output registerFile
           if registerFileStatus not = '00'
               string 'Error: Unable to open ' registerFileName
           string 'Dues invoice register  run ' runDate
               into registerLine
           end-string
           if billDate not = runDate
               move spaces to registerLine
               string 'Dues invoice register  run ' runDate
                      '  billed as of ' billDate
                   into registerLine
               end-string
           end-if
           perform write-register-line
           if selectBranch not = spaces
               move spaces to registerLine
               string 'Branch ' selectBranch ' members only'
                   into registerLine
               end-string
               perform write-register-line
           end-if
           move all '-' to registerLine
           perform write-register-line

               into registerLine
           end-string
           perform write-register-line
           if categoriesAvailable
               move spaces to registerLine
               string 'Category not billable ' membersNotBillable
                      '  not due in renewal term ' membersNotDue
                   into registerLine
               end-string
               perform write-register-line
           end-if
           if corporatesAvailable
               perform print-corporate-invoices
               move spaces to registerLine
               string 'Corporate invoices ' corpInvoices
                      '  members ' corpMembersBilled
                      '  total ' corpAmountBilled
                   into registerLine
               end-string
               perform write-register-line
               close corpFile
               close corpXrefFile
           end-if
           if selectBranch not = spaces
               move spaces to registerLine
               string 'Branch ' function trim(selectBranch)
                      ' only - ' membersOtherBranch
                      ' member(s) of other branches not billed'
                   into registerLine
               end-string
               perform write-register-line
           end-if
           if breakdownByBranch
               perform print-branch-breakdown
           end-if
           if branchesAvailable
               close branchFile
           end-if

           close masterFile
           close receivableFile
           close chargeFile
           close registerFile
           if creditsAvailable
               close creditFile
           end-if
           if categoriesAvailable
               close memcatFile
           end-if

           display '===== BillDues Control Totals ====='
           display 'Members read      : ' membersRead
           if selectBranch not = spaces
               display 'Other branches    : ' membersOtherBranch
           end-if
           display 'Members billed    : ' membersBilled
           display 'Cancelled skipped : ' membersCancelled
           display 'No rate on table  : ' membersNoRate
           if categoriesAvailable
               display 'Not billable      : ' membersNotBillable
               display 'Not due in term   : ' membersNotDue
           end-if
           display 'Amount billed     : ' amountBilled
           if corporatesAvailable
               display 'Corporate invoices: ' corpInvoices
                       '  members ' corpMembersBilled
                       '  amount ' corpAmountBilled
           end-if
           display 'Dues charges      : ' chargesRaised
                   '  re-priced ' chargesRepriced
           if creditsAvailable
               display 'Credits applied   : ' creditsApplied
                       '  amount ' amountCredited
           end-if
           display '===================================='
           string 'BillDues complete - billed ' membersBilled
                  ' of ' membersRead ' for ' amountBilled
      *    under-billing.
       bill-one-member.
           add 1 to membersRead
           if selectBranch not = spaces or breakdownByBranch
               perform find-member-branch
               if selectBranch not = spaces
                   and memberBranch not = selectBranch
                   add 1 to membersOtherBranch
                   exit paragraph
               end-if
           end-if
           add 1 to branchTabRead(branchIndex)
           if masterMemberStatus = 'C'
               add 1 to membersCancelled
               exit paragraph
           end-if
           set memcatNotOnFile to true
           if categoriesAvailable
               move masterFileID to memcatMemberID
               set memcatOnFile to true
               read memcatFile
                   invalid key
                       set memcatNotOnFile to true
               end-read
           end-if
           if memcatOnFile
               perform price-from-category
               if rateMissing
                   exit paragraph
               end-if
           else
               move masterFileAge to derivedAge
               call 'DeriveAge' using masterFileDOB, runDate,
                                      derivedAge, deriveStatus
               evaluate true
                   when derivedAge < 18
                       move 'Under18' to memberBracket
                   when derivedAge <= 64
                       move '18to64' to memberBracket
                   when other
                       move '65plus' to memberBracket
               end-evaluate
               perform find-dues-rate
               if rateMissing
                   add 1 to membersNoRate
                   exit paragraph
               end-if
               move spaces to priceBasis
               string 'bracket ' memberBracket
                   into priceBasis
               end-string
           end-if
           move 0 to creditToApply
           if creditsAvailable
               perform apply-carried-credit
           end-if
           move masterFileID to recvMemberID
           move billAmount to recvBilledAmount
           move billDate to recvBillDate
           write recvRecord
               invalid key
                   rewrite recvRecord
           end-write
           perform raise-dues-charge
           add 1 to membersBilled
           add billAmount to amountBilled
           add 1 to branchTabBilled(branchIndex)
           add billAmount to branchTabAmount(branchIndex)
           set memberNotSponsored to true
           if corporatesAvailable
               perform hold-for-corporate-invoice
           end-if
           move spaces to registerLine
           if memberSponsored
               string 'CORPORATE ' masterFileID ' '
                      masterFileName(1:30)
                      ' status ' masterMemberStatus
                      ' ' priceBasis
                      ' amount ' billAmount
                      ' account ' corpFileID
                   into registerLine
               end-string
           else
               string 'BILLED ' masterFileID ' '
                      masterFileName(1:30)
                      ' status ' masterMemberStatus
                      ' ' priceBasis
                      ' amount ' billAmount
                   into registerLine
               end-string
           end-if
           perform write-register-line
           if creditToApply > 0
               move spaces to registerLine
               string '       ' masterFileID
                      ' credit carried forward ' creditToApply
                      ' taken off this bill'
                   into registerLine
               end-string
               perform write-register-line
           end-if.

      *    A re-run on the same processing date first puts back
      *    what the earlier run of the night took, then prices the
      *    credit again.
       apply-carried-credit.
           move masterFileID to creditMemberID
           read creditFile
               invalid key
                   exit paragraph
           end-read
           if creditAppliedDate = runDate
               and (creditStatus = 'C' or creditStatus = 'A')
               compute creditAvailable =
                   creditAmount + creditAppliedAmount
           else
               if creditStatus not = 'C'
                   exit paragraph
               end-if
               move creditAmount to creditAvailable
           end-if
           if creditAvailable > billAmount
               move billAmount to creditToApply
           else
               move creditAvailable to creditToApply
           end-if
           subtract creditToApply from billAmount
           compute creditAmount = creditAvailable - creditToApply
           move creditToApply to creditAppliedAmount
           move runDate to creditAppliedDate
           if creditAmount = 0
               move 'A' to creditStatus
           else
               move 'C' to creditStatus
           end-if
           rewrite creditRecord
           add 1 to creditsApplied
           add creditToApply to amountCredited.

      *    The category decides whether the member is billed at
      *    all and at what rate. The renewal term counts whole
      *    months from the bill already on file; a bill of this
      *    same billing date is a re-run and is re-priced.
       price-from-category.
           set rateMissing to true
           move memcatCode to ctgCode
           call 'CategoryCatalog' using categoryRequest
           if ctgStatus not = '00'
               add 1 to membersNoRate
               move spaces to registerLine
               string 'NO RATE ' masterFileID ' category '
                      memcatCode ' is not on the category catalog'
                   into registerLine
               end-string
               perform write-register-line
               exit paragraph
           end-if
           if ctgBillable not = 'Y'
               add 1 to membersNotBillable
               exit paragraph
           end-if
           move masterFileID to recvMemberID
           read receivableFile
               invalid key
                   move spaces to recvBillDate
           end-read
           if recvBillDate is numeric
               and recvBillDate not = billDate
               compute monthsSinceBill =
                   (function numval(billDate(1:4)) * 12
                    + function numval(billDate(5:2)))
                 - (function numval(recvBillDate(1:4)) * 12
                    + function numval(recvBillDate(5:2)))
               if monthsSinceBill < ctgTerm
                   add 1 to membersNotDue
                   exit paragraph
               end-if
           end-if
           move ctgRate to billAmount
           move spaces to priceBasis
           string 'category ' memcatCode
               into priceBasis
           end-string
           set rateFound to true.

      *    The dues charge for this billing date is found among the
      *    member's charges raised that day. Re-pricing keeps what
      *    has been settled against it, but never more than the
      *    new amount - anything over stays on the ledger as paid.
       raise-dues-charge.
           move 'N' to chargeFoundSwitch
           move 0 to chargeLastSeq
           move 'N' to chargeEndSwitch
           move masterFileID to chargeMemberID
           move billDate to chargeRaisedDate
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
                       if chargeMemberID not = masterFileID
                           or chargeRaisedDate not = billDate
                           set chargeScanDone to true
                       else
                           move chargeSeq to chargeLastSeq
                           if chargeType = 'DUES'
                               set duesChargeFound to true
                               set chargeScanDone to true
                           end-if
                       end-if
               end-read
           end-perform
           if duesChargeFound
               move billAmount to chargeAmount
               if chargeSettled > chargeAmount
                   move chargeAmount to chargeSettled
               end-if
               rewrite chargeRecord
               add 1 to chargesRepriced
               exit paragraph
           end-if
           if billAmount = 0
               exit paragraph
           end-if
           move masterFileID to chargeMemberID
           move billDate to chargeRaisedDate
           compute chargeSeq = chargeLastSeq + 1
           move 'DUES' to chargeType
           move billAmount to chargeAmount
           move 0 to chargeSettled
           move 'BillDues' to chargeProgram
           move spaces to chargeReference
           string 'dues ' priceBasis delimited by size
               into chargeReference
           end-string
           write chargeRecord
               invalid key
                   move spaces to logMessage
                   string 'Error: dues charge not raised for '
                          masterFileID ' - file status '
                          chargeFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 8 to return-code
               not invalid key
                   add 1 to chargesRaised
           end-write.

      *    A sponsorship pointing at an account that is no longer
      *    on file bills the member individually rather than
      *    dropping the bill.
       hold-for-corporate-invoice.
           move masterFileID to corpXrefMemberID
           read corpXrefFile
               invalid key
                   exit paragraph
           end-read
           move corpXrefCorpID to corpFileID
           read corpFile
               invalid key
                   exit paragraph
           end-read
           if corpBillCount >= 5000
               move spaces to logMessage
               string 'BillDues: corporate invoice table full - '
                      masterFileID ' billed individually'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 4 to return-code
               exit paragraph
           end-if
           add 1 to corpBillCount
           move corpFileID to corpBillAccount(corpBillCount)
           move masterFileID to corpBillMember(corpBillCount)
           move masterFileName to corpBillName(corpBillCount)
           move priceBasis to corpBillBasis(corpBillCount)
           move billAmount to corpBillAmount(corpBillCount)
           set memberSponsored to true.

      *    One invoice per account with anyone billed this run,
      *    in account order, each member's charge on its own line
      *    and the total the employer is to pay by quoting the
      *    account ID.
       print-corporate-invoices.
           move spaces to invoiceFileName
           string 'corpinvoice' runDate '.rpt'
               into invoiceFileName
           end-string
           accept invoiceFileName from environment 'CORP_INVOICES'
               on exception
                   continue
           end-accept
           open output invoiceFile
           if invoiceFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' invoiceFileName
                      ' - file status ' invoiceFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 8 to return-code
               exit paragraph
           end-if
           move 'N' to corpEndSwitch
           move low-values to corpFileID
           start corpFile key is not less than corpFileID
               invalid key
                   set corpScanDone to true
           end-start
           perform until corpScanDone
               read corpFile next record
                   at end
                       set corpScanDone to true
                   not at end
                       perform print-one-invoice
               end-read
           end-perform
           close invoiceFile.

       print-one-invoice.
           move 0 to invoiceMembers
           move 0 to invoiceTotal
           perform varying corpBillIndex from 1 by 1
               until corpBillIndex > corpBillCount
               if corpBillAccount(corpBillIndex) = corpFileID
                   add 1 to invoiceMembers
                   add corpBillAmount(corpBillIndex) to invoiceTotal
               end-if
           end-perform
           if invoiceMembers = 0
               exit paragraph
           end-if
           move all '=' to invoiceLine
           perform write-invoice-line
           move spaces to invoiceLine
           string 'DUES INVOICE   account ' corpFileID
                  '   invoice date ' billDate
               into invoiceLine
           end-string
           perform write-invoice-line
           move spaces to invoiceLine
           perform write-invoice-line
           move corpFileName to invoiceLine
           perform write-invoice-line
           if corpFileContact not = spaces
               move spaces to invoiceLine
               string 'Attn: ' corpFileContact
                   into invoiceLine
               end-string
               perform write-invoice-line
           end-if
           if corpFileAddress1 not = spaces
               move corpFileAddress1 to invoiceLine
               perform write-invoice-line
           end-if
           if corpFileAddress2 not = spaces
               move corpFileAddress2 to invoiceLine
               perform write-invoice-line
           end-if
           if corpFileAddress3 not = spaces
               move corpFileAddress3 to invoiceLine
               perform write-invoice-line
           end-if
           move spaces to invoiceLine
           perform write-invoice-line
           move spaces to invoiceLine
           move 'Member' to invoiceLine(1:10)
           move 'Name' to invoiceLine(13:30)
           move 'Priced on' to invoiceLine(45:16)
           move 'Amount' to invoiceLine(67:6)
           perform write-invoice-line
           perform varying corpBillIndex from 1 by 1
               until corpBillIndex > corpBillCount
               if corpBillAccount(corpBillIndex) = corpFileID
                   move corpBillAmount(corpBillIndex) to editedBill
                   move spaces to invoiceLine
                   move corpBillMember(corpBillIndex)
                       to invoiceLine(1:10)
                   move corpBillName(corpBillIndex)
                       to invoiceLine(13:30)
                   move corpBillBasis(corpBillIndex)
                       to invoiceLine(45:16)
                   move editedBill to invoiceLine(63:9)
                   perform write-invoice-line
               end-if
           end-perform
           move invoiceTotal to editedInvoice
           move spaces to invoiceLine
           move all '-' to invoiceLine(63:9)
           perform write-invoice-line
           move spaces to invoiceLine
           string 'Total due for ' invoiceMembers ' member(s)'
               into invoiceLine
           end-string
           move editedInvoice to invoiceLine(60:12)
           perform write-invoice-line
           move spaces to invoiceLine
           perform write-invoice-line
           move spaces to invoiceLine
           string 'Please pay as one payment quoting account '
                  corpFileID
               into invoiceLine
           end-string
           perform write-invoice-line
           add 1 to corpInvoices
           add invoiceMembers to corpMembersBilled
           add invoiceTotal to corpAmountBilled
           move spaces to registerLine
           string 'INVOICE ' corpFileID ' ' corpFileName
                  ' members ' invoiceMembers
                  ' amount ' invoiceTotal
               into registerLine
           end-string
           perform write-register-line.

      *    The member's branch, and its slot in the breakdown -
      *    branches take slots as they are first met. Past the
      *    fiftieth the rest share the last slot.
       find-member-branch.
           move 'HO' to memberBranch
           if branchesAvailable
               move masterFileID to branchMemberID
               read branchFile
                   invalid key
                       continue
                   not invalid key
                       if branchCode not = spaces
                           move branchCode to memberBranch
                       end-if
               end-read
           end-if
           perform varying branchIndex from 1 by 1
               until branchIndex > branchCount
               if branchTabCode(branchIndex) = memberBranch
                   exit paragraph
               end-if
           end-perform
           if branchCount < 50
               add 1 to branchCount
               move memberBranch to branchTabCode(branchCount)
           end-if
           move branchCount to branchIndex.

       print-branch-breakdown.
           move spaces to registerLine
           perform write-register-line
           move 'Branch breakdown:' to registerLine
           perform write-register-line
           perform varying branchIndex from 1 by 1
               until branchIndex > branchCount
               if selectBranch not = spaces
                   and branchTabCode(branchIndex) not = selectBranch
                   exit perform cycle
               end-if
               move spaces to registerLine
               string '  ' branchTabCode(branchIndex)
                      '  read ' branchTabRead(branchIndex)
                      '  billed ' branchTabBilled(branchIndex)
                      '  total ' branchTabAmount(branchIndex)
                   into registerLine
               end-string
               perform write-register-line
           end-perform.

       write-invoice-line.
           write invoiceFileRecord from invoiceLine.

       find-dues-rate.
           set rateMissing to true
           perform varying rateIndex from 1 by 1
