       identification division.
       program-id. DebitCollect.

      *    Direct-debit collection run. Walks the mandate file
      *    (DD_MANDATES, ddmandate.dat, kept by MaintainMandate) and
      *    for every active mandate works out what to collect as of
      *    the BizDate processing date (DD_COLLECT_DATE overrides):
      *
      *        member on an open installment plan - the unpaid part
      *                of every installment due by the collection
      *                date, so the bank takes the plan, not the
      *                whole year
      *        anyone else - the billed dues on the receivables
      *                file (receivable.dat) less total paid on the
      *                payments ledger (payledger.dat)
      *
      *    Nothing owed, no bill, a member cancelled on the master
      *    or a mandate already collected on this date means no
      *    debit. Each debit goes on the bank's debit-request file
      *    (DD_OUTPUT, default ddrequestYYYYMMDD.csv):
      *
      *        D,reference,sortCode,account,accountName,amount,
      *          fileID,collectDate
      *        T,count,total
      *
      *    registered through OutboundLog with the count and the
      *    total in cents as its hash like the other extracts, and
      *    as an ordinary fileID,amount,date line on the payments
      *    file for PostPayments (DD_PAYMENTS, ddpay.csv) - the
      *    money is posted on collection and DebitReturns takes
      *    back whatever the bank returns unpaid. The mandate is
      *    stamped with the collection date and every debit lands
      *    on the collection register (DD_REGISTER, ddcollect.rpt).

       environment division.
       input-output section.
       file-control.
           select mandateFile assign to dynamic mandateFilePath
               organization is indexed
               access mode is dynamic
               record key is mandateMemberID
               file status is mandateFileStatus.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is random
               record key is masterFileID
               file status is masterFileStatus.
           select receivableFile assign to dynamic receivableFilePath
               organization is indexed
               access mode is random
               record key is recvMemberID
               file status is receivableFileStatus.
           select ledgerFile assign to dynamic ledgerFilePath
               organization is indexed
               access mode is random
               record key is ledgerMemberID
               file status is ledgerFileStatus.
           select planFile assign to dynamic planFilePath
               organization is indexed
               access mode is random
               record key is planMemberID
               file status is planFileStatus.
           select requestFile assign to dynamic requestFileName
               organization is line sequential
               file status is requestFileStatus.
           select paymentsFile assign to dynamic paymentsFileName
               organization is line sequential
               file status is paymentsFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  mandateFile.
           copy ddmandate
               replacing ==MANDATE-RECORD==    by ==mandateRecord==
                         ==MANDATE-MEMBER-ID== by ==mandateMemberID==
                         ==MANDATE-SORT-CODE== by ==mandateSortCode==
                         ==MANDATE-ACCOUNT-NO==
                                           by ==mandateAccountNo==
                         ==MANDATE-ACCOUNT-NAME==
                                           by ==mandateAccountName==
                         ==MANDATE-REFERENCE== by ==mandateReference==
                         ==MANDATE-SIGNED-DATE==
                                           by ==mandateSignedDate==
                         ==MANDATE-STATUS-DATE==
                                           by ==mandateStatusDate==
                         ==MANDATE-STATUS==    by ==mandateStatus==
                         ==MANDATE-FAIL-COUNT==
                                           by ==mandateFailCount==
                         ==MANDATE-LAST-COLLECT==
                                           by ==mandateLastCollect==
                         ==MANDATE-LAST-RETURN==
                                           by ==mandateLastReturn==.

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

       fd  receivableFile.
           copy receivable
               replacing ==RECEIVABLE-RECORD== by ==recvRecord==
                         ==RECV-MEMBER-ID==    by ==recvMemberID==
                         ==RECV-BILLED-AMOUNT==
                                               by ==recvBilledAmount==
                         ==RECV-BILL-DATE==    by ==recvBillDate==.

       fd  ledgerFile.
       01  ledgerRecord.
           02 ledgerMemberID    pic X(10).
           02 ledgerTotalPaid   pic 9(9)v99.
           02 ledgerPaymentCount pic 9(6).
           02 ledgerLastPayDate pic X(8).

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

       fd  requestFile.
       01  requestFileRecord pic X(150).

       fd  paymentsFile.
       01  paymentsFileRecord pic X(80).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  mandateFilePath  pic X(100) value 'ddmandate.dat'.
       01  mandateFileStatus pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
      *    No plan file just means nobody is on a plan.
       01  planFilePath     pic X(100) value 'payplan.dat'.
       01  planFileStatus   pic XX.
       01  planOpenSwitch   pic X value 'N'.
           88 plansAvailable     value 'Y'.
       01  requestFileName  pic X(100).
       01  requestFileStatus pic XX.
       01  paymentsFileName pic X(100) value 'ddpay.csv'.
       01  paymentsFileStatus pic XX.
       01  reportFileName   pic X(100) value 'ddcollect.rpt'.
       01  reportFileStatus pic XX.
       01  mandateEndSwitch pic X value 'N'.
           88 mandateEof         value 'Y'.
       01  runTimestamp     pic X(21).
       01  collectDate      pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  planIndex        pic 99.
       01  amountDue        pic s9(9)v99.
       01  amountPaid       pic 9(9)v99.
       01  skipReason       pic X(30).
       01  editedAmount     pic 9(7).99.
       01  requestLine      pic X(150).
       01  paymentsLine     pic X(80).
       01  mandatesRead     pic 9(6) value 0.
       01  debitsWritten    pic 9(6) value 0.
       01  debitsSkipped    pic 9(6) value 0.
       01  planDebits       pic 9(6) value 0.
       01  collectTotal     pic 9(9)v99 value 0.
       01  collectCents     pic 9(11).
       01  outboundRequest.
           02 obAction   pic X.
           02 obProgram  pic X(15) value 'DebitCollect'.
           02 obFile     pic X(100).
           02 obCount    pic 9(6).
           02 obHash     pic 9(9).
           02 obStatus   pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'DebitCollect'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept mandateFilePath from environment 'DD_MANDATES'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'PAY_MASTER'
               on exception
                   continue
           end-accept
           accept receivableFilePath from environment 'PAY_RECEIVABLES'
               on exception
                   continue
           end-accept
           accept ledgerFilePath from environment 'PAY_LEDGER'
               on exception
                   continue
           end-accept
           accept planFilePath from environment 'PAY_PLANS'
               on exception
                   continue
           end-accept
           accept paymentsFileName from environment 'DD_PAYMENTS'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'DD_REGISTER'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to collectDate
           accept collectDate from environment 'DD_COLLECT_DATE'
               on exception
                   continue
           end-accept
           move spaces to requestFileName
           string 'ddrequest' collectDate '.csv'
               into requestFileName
           end-string
           accept requestFileName from environment 'DD_OUTPUT'
               on exception
                   continue
           end-accept

           open i-o mandateFile
           if mandateFileStatus not = '00'
               string 'Error: Unable to open ' mandateFilePath
                      ' - file status ' mandateFileStatus
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
           open input planFile
           if planFileStatus = '00'
               set plansAvailable to true
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
           string 'Direct-debit collection register  collecting '
                  collectDate '  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

           move low-values to mandateMemberID
           start mandateFile key not < mandateMemberID
               invalid key
                   set mandateEof to true
           end-start
           perform until mandateEof
               read mandateFile next record
                   at end
                       set mandateEof to true
                   not at end
                       perform collect-one-mandate
               end-read
           end-perform

           move collectTotal to editedAmount
           move spaces to requestLine
           string 'T,' debitsWritten ',' editedAmount
               into requestLine
           end-string
           write requestFileRecord from requestLine

           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Debits ' debitsWritten
                  '  on plan ' planDebits
                  '  skipped ' debitsSkipped
                  '  total ' editedAmount
               into reportLine
           end-string
           perform write-report-line

           close mandateFile
           close masterFile
           close receivableFile
           close ledgerFile
           if plansAvailable
               close planFile
           end-if
           close requestFile
           close paymentsFile
           close reportFile

           compute collectCents = collectTotal * 100
           move 'R' to obAction
           move requestFileName to obFile
           move debitsWritten to obCount
           move collectCents to obHash
           call 'OutboundLog' using outboundRequest
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== DebitCollect Control Totals ====='
           display 'Mandates read      : ' mandatesRead
           display 'Debits requested   : ' debitsWritten
                   '  amount ' collectTotal
           display 'Debits on plan     : ' planDebits
           display 'Skipped            : ' debitsSkipped
           display '======================================='
           string 'DebitCollect complete - ' debitsWritten
                  ' debits for ' collectTotal
                  ' to ' function trim(requestFileName)
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

       collect-one-mandate.
           if mandateStatus not = 'A'
               exit paragraph
           end-if
           add 1 to mandatesRead
           if mandateLastCollect = collectDate
               move 'already collected today' to skipReason
               perform skip-one-mandate
               exit paragraph
           end-if
           move mandateMemberID to masterFileID
           read masterFile
               invalid key
                   move 'not on master' to skipReason
                   perform skip-one-mandate
                   exit paragraph
           end-read
           if masterMemberStatus = 'C'
               move 'member cancelled' to skipReason
               perform skip-one-mandate
               exit paragraph
           end-if

           move 0 to amountDue
           move 'N' to planStatus
           if plansAvailable
               move mandateMemberID to planMemberID
               read planFile
                   invalid key
                       move 'N' to planStatus
               end-read
           end-if
           if planStatus = 'O'
               perform work-out-plan-due
           else
               perform work-out-balance-due
           end-if
           if skipReason not = spaces
               perform skip-one-mandate
               exit paragraph
           end-if
           if amountDue not > 0
               move 'nothing owed' to skipReason
               perform skip-one-mandate
               exit paragraph
           end-if

           move amountDue to editedAmount
           move spaces to requestLine
           string 'D,' function trim(mandateReference)
                  ',' function trim(mandateSortCode)
                  ',' function trim(mandateAccountNo)
                  ',' function trim(mandateAccountName)
                  ',' editedAmount
                  ',' function trim(mandateMemberID)
                  ',' collectDate
               into requestLine
           end-string
           write requestFileRecord from requestLine
           move spaces to paymentsLine
           string function trim(mandateMemberID)
                  ',' editedAmount ',' collectDate
               into paymentsLine
           end-string
           write paymentsFileRecord from paymentsLine

           move collectDate to mandateLastCollect
           rewrite mandateRecord
           add 1 to debitsWritten
           add amountDue to collectTotal
           if planStatus = 'O'
               add 1 to planDebits
           end-if
           move spaces to reportLine
           string '  ' mandateMemberID ' ' mandateReference
                  ' ' editedAmount
               into reportLine
           end-string
           if planStatus = 'O'
               move 'installments due' to reportLine(50:16)
           end-if
           perform write-report-line.

      *    Only what has fallen due on the plan is taken - later
      *    installments are collected on their own dates.
       work-out-plan-due.
           move spaces to skipReason
           perform varying planIndex from 1 by 1
                   until planIndex > planInstallCount
               if planDueDate(planIndex) not > collectDate
                   and planPaidAmount(planIndex)
                       < planDueAmount(planIndex)
                   compute amountDue = amountDue
                       + planDueAmount(planIndex)
                       - planPaidAmount(planIndex)
               end-if
           end-perform.

       work-out-balance-due.
           move spaces to skipReason
           move mandateMemberID to recvMemberID
           read receivableFile
               invalid key
                   move 'not billed' to skipReason
                   exit paragraph
           end-read
           move 0 to amountPaid
           move mandateMemberID to ledgerMemberID
           read ledgerFile
               not invalid key
                   move ledgerTotalPaid to amountPaid
           end-read
           compute amountDue = recvBilledAmount - amountPaid.

       skip-one-mandate.
           add 1 to debitsSkipped
           move spaces to reportLine
           string '  ' mandateMemberID ' not collected - '
                  function trim(skipReason)
               into reportLine
           end-string
           perform write-report-line.

       write-report-line.
           write reportFileRecord from reportLine.
