       identification division.
       program-id. CreditRefund.

      *    Credit-balance run. A member who pays twice or pays too
      *    much ends up with total paid on the payments ledger
      *    (payledger.dat) above the billed dues on the receivables
      *    file (receivable.dat), and until now nobody noticed until
      *    the member phoned. Each run first takes the office's
      *    decisions on credits found by earlier runs (CREDIT_TRANS,
      *    credit.txn):
      *
      *        F,fileID          refund the credit
      *        C,fileID          carry the credit forward to the
      *                          member's next bill
      *
      *    then compares every ledger line with its receivable and
      *    lists every member in credit with the amount on the
      *    credit report (CREDIT_REPORT, credits.rpt), recording
      *    each new credit as open on the credit file (PAY_CREDITS,
      *    credits.dat) for the office to decide.
      *
      *    A refund goes on the refund register (REFUND_REGISTER,
      *    refunds.rpt) and the payment request file for finance
      *    (REFUND_REQUEST, default refundreqYYYYMMDD.csv) as
      *
      *        fileID,name,addr1,addr2,city,postal,amount,date
      *
      *    registered through OutboundLog like the other extracts.
      *    Refunds and carry-forwards alike are written as J
      *    adjustments for PostPayments (CREDIT_ADJUST,
      *    creditadj.csv) so the ledger comes back down to what was
      *    billed; BillDues then takes a carry-forward off the next
      *    bill. A credit decided but not yet posted shows on the
      *    list as awaiting posting rather than as a new credit. An
      *    open credit the ledger no longer shows - a reversal came
      *    in, or the member was re-billed higher - is dropped.
      *    Decisions need an open credit that still stands at the
      *    amount found; anything else is rejected onto the report
      *    and the run ends with return code 4.

       environment division.
       input-output section.
       file-control.
           select transFile assign to dynamic transFileName
               organization is line sequential
               file status is transFileStatus.
           select creditFile assign to dynamic creditFilePath
               organization is indexed
               access mode is dynamic
               record key is creditMemberID
               file status is creditFileStatus.
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
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is random
               record key is masterFileID
               file status is masterFileStatus.
           select contactFile assign to dynamic contactFilePath
               organization is indexed
               access mode is random
               record key is contactMemberID
               file status is contactFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select registerFile assign to dynamic registerFileName
               organization is line sequential
               file status is registerFileStatus.
           select requestFile assign to dynamic requestFileName
               organization is line sequential
               file status is requestFileStatus.
           select adjustFile assign to dynamic adjustFileName
               organization is line sequential
               file status is adjustFileStatus.

       data division.
       file section.
       fd  transFile.
       01  transFileRecord pic X(80).

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

       fd  contactFile.
           copy contactrec
               replacing ==CONTACT-RECORD==    by ==contactRecord==
                         ==CONTACT-MEMBER-ID== by ==contactMemberID==
                         ==CONTACT-ADDR1==     by ==contactAddr1==
                         ==CONTACT-ADDR2==     by ==contactAddr2==
                         ==CONTACT-CITY==      by ==contactCity==
                         ==CONTACT-POSTAL==    by ==contactPostal==
                         ==CONTACT-PHONE==     by ==contactPhone==
                         ==CONTACT-EMAIL==     by ==contactEmail==.

       fd  reportFile.
       01  reportFileRecord pic X(132).

       fd  registerFile.
       01  registerFileRecord pic X(132).

       fd  requestFile.
       01  requestFileRecord pic X(200).

       fd  adjustFile.
       01  adjustFileRecord pic X(80).

       working-storage section.
       01  transFileName    pic X(100) value 'credit.txn'.
       01  transFileStatus  pic XX.
       01  creditFilePath   pic X(100) value 'credits.dat'.
       01  creditFileStatus pic XX.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
      *    The contact file joins in the address the cheque goes
      *    to; without it finance gets the name alone.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  reportFileName   pic X(100) value 'credits.rpt'.
       01  reportFileStatus pic XX.
       01  registerFileName pic X(100) value 'refunds.rpt'.
       01  registerFileStatus pic XX.
       01  requestFileName  pic X(100).
       01  requestFileStatus pic XX.
       01  adjustFileName   pic X(100) value 'creditadj.csv'.
       01  adjustFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  ledgerEndSwitch  pic X value 'N'.
           88 ledgerEof          value 'Y'.
       01  creditFoundSwitch pic X.
           88 creditOnFile       value 'Y'.
           88 creditNotOnFile    value 'N'.
       01  txnAction        pic X.
       01  txnID            pic X(10).
       01  rejectText       pic X(60).
       01  creditNow        pic s9(9)v99.
       01  creditStateText  pic X(30).
       01  editedAmount     pic 9(7).99.
       01  reportLine       pic X(132).
       01  registerLine     pic X(132).
       01  requestLine      pic X(200).
       01  adjustLine       pic X(80).
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  operatorID       pic X(8) value 'BATCH'.
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  refundsRequested pic 9(6) value 0.
       01  amountRefunded   pic 9(9)v99 value 0.
       01  creditsCarried   pic 9(6) value 0.
       01  amountCarried    pic 9(9)v99 value 0.
       01  txnsRejected     pic 9(6) value 0.
       01  membersInCredit  pic 9(6) value 0.
       01  amountInCredit   pic 9(9)v99 value 0.
       01  creditsNew       pic 9(6) value 0.
       01  creditsAwaiting  pic 9(6) value 0.
       01  creditsDropped   pic 9(6) value 0.
       01  refundCents      pic 9(11).
       01  outboundRequest.
           02 obAction   pic X.
           02 obProgram  pic X(15) value 'CreditRefund'.
           02 obFile     pic X(100).
           02 obCount    pic 9(6).
           02 obHash     pic 9(9).
           02 obStatus   pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'CreditRefund'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept transFileName from environment 'CREDIT_TRANS'
               on exception
                   continue
           end-accept
           accept creditFilePath from environment 'PAY_CREDITS'
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
           accept masterFilePath from environment 'PAY_MASTER'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'CREDIT_REPORT'
               on exception
                   continue
           end-accept
           accept registerFileName from environment 'REFUND_REGISTER'
               on exception
                   continue
           end-accept
           accept adjustFileName from environment 'CREDIT_ADJUST'
               on exception
                   continue
           end-accept
           accept operatorID from environment 'MAINT_OPERATOR'
               on exception
                   continue
           end-accept
           if operatorID = spaces
               move 'BATCH' to operatorID
           end-if
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           move spaces to requestFileName
           string 'refundreq' runDate '.csv'
               into requestFileName
           end-string
           accept requestFileName from environment 'REFUND_REQUEST'
               on exception
                   continue
           end-accept

           open i-o creditFile
           if creditFileStatus = '35'
               open output creditFile
               close creditFile
               open i-o creditFile
           end-if
           if creditFileStatus not = '00'
               string 'Error: Unable to open ' creditFilePath
                      ' - file status ' creditFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open input ledgerFile
           if ledgerFileStatus not = '00'
               string 'Error: Unable to open ' ledgerFilePath
                      ' - file status ' ledgerFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
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
           open input contactFile
           if contactFileStatus = '00'
               set contactsAvailable to true
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
           open output registerFile
           if registerFileStatus not = '00'
               string 'Error: Unable to open ' registerFileName
                      ' - file status ' registerFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open output requestFile
           if requestFileStatus not = '00'
               string 'Error: Unable to open ' requestFileName
                      ' - file status ' requestFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open output adjustFile
           if adjustFileStatus not = '00'
               string 'Error: Unable to open ' adjustFileName
                      ' - file status ' adjustFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           move spaces to reportLine
           string 'Member credit balances  as of ' runDate
                  '  run ' runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move spaces to registerLine
           string 'Refund register  ' runDate
               into registerLine
           end-string
           perform write-register-line
           move all '-' to registerLine
           perform write-register-line

      *    Decisions first, against the credits earlier runs found;
      *    no transaction file just means nothing was decided.
           open input transFile
           if transFileStatus = '00'
               perform until eof
                   read transFile into transFileRecord
                       at end
                           set eof to true
                       not at end
                           perform apply-credit-decision
                   end-read
               end-perform
               close transFile
           end-if

           move all '=' to reportLine
           perform write-report-line
           move 'Members in credit:' to reportLine
           perform write-report-line
           move low-values to ledgerMemberID
           start ledgerFile key not < ledgerMemberID
               invalid key
                   set ledgerEof to true
           end-start
           perform until ledgerEof
               read ledgerFile next record
                   at end
                       set ledgerEof to true
                   not at end
                       perform check-one-ledger
               end-read
           end-perform

           move all '-' to reportLine
           perform write-report-line
           move amountInCredit to editedAmount
           move spaces to reportLine
           string 'In credit ' membersInCredit
                  '  amount ' editedAmount
                  '  new ' creditsNew
                  '  awaiting posting ' creditsAwaiting
                  '  dropped ' creditsDropped
               into reportLine
           end-string
           perform write-report-line
           move all '-' to registerLine
           perform write-register-line
           move amountRefunded to editedAmount
           move spaces to registerLine
           string 'Refunds requested ' refundsRequested
                  '  amount ' editedAmount
               into registerLine
           end-string
           perform write-register-line

           close creditFile
           close ledgerFile
           close receivableFile
           close masterFile
           if contactsAvailable
               close contactFile
           end-if
           close reportFile
           close registerFile
           close requestFile
           close adjustFile

           compute refundCents = amountRefunded * 100
           move 'R' to obAction
           move requestFileName to obFile
           move refundsRequested to obCount
           move refundCents to obHash
           call 'OutboundLog' using outboundRequest
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest
           move registerFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== CreditRefund Control Totals ====='
           display 'Refunds requested  : ' refundsRequested
                   '  amount ' amountRefunded
           display 'Carried forward    : ' creditsCarried
                   '  amount ' amountCarried
           display 'Decisions rejected : ' txnsRejected
           display 'Members in credit  : ' membersInCredit
                   '  amount ' amountInCredit
           display 'New credits found  : ' creditsNew
           display 'Awaiting posting   : ' creditsAwaiting
           display 'Credits dropped    : ' creditsDropped
           display '======================================='
           string 'CreditRefund complete - in credit '
                  membersInCredit ' for ' amountInCredit
                  ', refunded ' refundsRequested
                  ' for ' amountRefunded
                  ', carried ' creditsCarried
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if txnsRejected > 0
               move 4 to return-code
           end-if
           stop run.

       apply-credit-decision.
           if transFileRecord = spaces
               or transFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move space to txnAction
           move spaces to txnID
           unstring transFileRecord delimited by ','
               into txnAction txnID
           end-unstring
           if txnAction not = 'F' and txnAction not = 'C'
               move 'unknown credit action' to rejectText
               perform reject-credit-decision
               exit paragraph
           end-if
           move txnID to creditMemberID
           read creditFile
               invalid key
                   move 'no credit on file' to rejectText
                   perform reject-credit-decision
                   exit paragraph
           end-read
           if creditStatus not = 'O'
               move 'credit already decided' to rejectText
               perform reject-credit-decision
               exit paragraph
           end-if
      *    A payment or reversal since the credit was found moves
      *    the amount - decide it again off this run's list.
           move txnID to ledgerMemberID
           read ledgerFile
               invalid key
                   move 'no ledger line' to rejectText
                   perform reject-credit-decision
                   exit paragraph
           end-read
           if ledgerTotalPaid not = creditLedgerPaid
               move 'ledger has moved since the credit was found'
                   to rejectText
               perform reject-credit-decision
               exit paragraph
           end-if

           move creditAmount to editedAmount
           move spaces to adjustLine
           string 'J,' function trim(creditMemberID)
                  ',' editedAmount ',' runDate
               into adjustLine
           end-string
           write adjustFileRecord from adjustLine
           move txnAction to creditStatus
           move runDate to creditDecidedDate
           move operatorID to creditOperator
           move 0 to creditAppliedAmount
           move spaces to creditAppliedDate
           rewrite creditRecord
           if txnAction = 'F'
               perform request-one-refund
               move 'REFUND REQUESTED' to creditStateText
           else
               add 1 to creditsCarried
               add creditAmount to amountCarried
               move 'CARRIED TO NEXT BILL' to creditStateText
           end-if
           move spaces to reportLine
           string txnAction ' ' txnID ' ' editedAmount ' '
                  function trim(creditStateText)
                  ' by ' operatorID
               into reportLine
           end-string
           perform write-report-line.

       request-one-refund.
           move creditMemberID to masterFileID
           read masterFile
               invalid key
                   move spaces to masterFileName
           end-read
           move spaces to contactAddr1
           move spaces to contactAddr2
           move spaces to contactCity
           move spaces to contactPostal
           if contactsAvailable
               move creditMemberID to contactMemberID
               read contactFile
                   invalid key
                       move spaces to contactAddr1
                       move spaces to contactAddr2
                       move spaces to contactCity
                       move spaces to contactPostal
               end-read
           end-if
           move spaces to requestLine
           string function trim(creditMemberID)
                  ',' function trim(masterFileName)
                  ',' function trim(contactAddr1)
                  ',' function trim(contactAddr2)
                  ',' function trim(contactCity)
                  ',' function trim(contactPostal)
                  ',' editedAmount ',' runDate
               into requestLine
           end-string
           write requestFileRecord from requestLine
           add 1 to refundsRequested
           add creditAmount to amountRefunded
           move spaces to registerLine
           string 'REFUND ' creditMemberID ' '
                  masterFileName(1:30) ' ' editedAmount
                  ' found ' creditFoundDate
                  ' by ' operatorID
               into registerLine
           end-string
           perform write-register-line.

       reject-credit-decision.
           add 1 to txnsRejected
           move spaces to reportLine
           string 'REJECTED ' txnAction ' ' txnID
                  ' - ' function trim(rejectText)
               into reportLine
           end-string
           perform write-report-line
           move spaces to logMessage
           string 'Reject: credit ' txnAction ' ' txnID
                  ' - ' function trim(rejectText)
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity.

      *    A member with no bill has nothing to be in credit
      *    against - paying ahead of the billing run is normal.
       check-one-ledger.
           move ledgerMemberID to recvMemberID
           read receivableFile
               invalid key
                   exit paragraph
           end-read
           compute creditNow = ledgerTotalPaid - recvBilledAmount
           move ledgerMemberID to creditMemberID
           set creditOnFile to true
           read creditFile
               invalid key
                   set creditNotOnFile to true
           end-read

           if creditNow not > 0
               if creditOnFile and creditStatus = 'O'
                   delete creditFile record
                   add 1 to creditsDropped
               end-if
               exit paragraph
           end-if

           add 1 to membersInCredit
           add creditNow to amountInCredit
           evaluate true
               when creditOnFile and creditStatus = 'C'
                   and creditLedgerPaid = ledgerTotalPaid
                   move 'CARRY-FORWARD AWAITING POSTING'
                       to creditStateText
                   add 1 to creditsAwaiting
               when creditOnFile and creditStatus = 'C'
                   move 'MORE CREDIT - CARRY NOT BILLED'
                       to creditStateText
               when creditOnFile and creditStatus = 'F'
                   and creditLedgerPaid = ledgerTotalPaid
                   move 'REFUND AWAITING POSTING' to creditStateText
                   add 1 to creditsAwaiting
               when creditOnFile and creditStatus = 'O'
                   move 'OPEN - AWAITING DECISION'
                       to creditStateText
                   move creditNow to creditAmount
                   move ledgerTotalPaid to creditLedgerPaid
                   rewrite creditRecord
               when other
                   perform record-new-credit
                   move 'NEW' to creditStateText
                   add 1 to creditsNew
           end-evaluate
           move creditNow to editedAmount
           move spaces to reportLine
           string '  ' ledgerMemberID
                  ' paid ' ledgerTotalPaid
                  ' billed ' recvBilledAmount
                  ' credit ' editedAmount
                  '  ' creditStateText
               into reportLine
           end-string
           perform write-report-line.

       record-new-credit.
           move spaces to creditRecord
           move ledgerMemberID to creditMemberID
           move 'O' to creditStatus
           move creditNow to creditAmount
           move runDate to creditFoundDate
           move ledgerTotalPaid to creditLedgerPaid
           move 0 to creditAppliedAmount
           if creditOnFile
               rewrite creditRecord
           else
               write creditRecord
           end-if.

       write-report-line.
           write reportFileRecord from reportLine.

       write-register-line.
           write registerFileRecord from registerLine.
