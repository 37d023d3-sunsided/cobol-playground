       identification division.
       program-id. MaintainPlan.

      *    Installment payment-plan maintenance in the MaintainHold
      *    style. Some members cannot pay the year's billed dues in
      *    one go and the office agrees a monthly arrangement; the
      *    plan file (PAY_PLANS, payplan.dat) records the agreed
      *    schedule so PostPayments can apply payments to it and
      *    AgeDebtors can age the member on missed installments
      *    instead of sending a lapse warning to someone who is
      *    paying exactly as agreed. Transactions (PLAN_TRANS,
      *    plan.txn):
      *
      *        N,fileID,count,firstDue[,total]
      *                          new plan - count monthly
      *                          installments from firstDue
      *                          (YYYYMMDD) splitting total evenly,
      *                          the last one taking the odd cents;
      *                          total left off means what is still
      *                          owed - billed dues less paid to date
      *        I,fileID,dueDate,amount
      *                          add one installment to a member's
      *                          open plan (or start a plan with it)
      *                          for schedules that are not even
      *        X,fileID          cancel the member's plan
      *
      *    A new plan needs the member on the master and not
      *    cancelled; an open plan must be cancelled before a new
      *    one replaces it. Every applied transaction lands on the
      *    run report with the operator (MAINT_OPERATOR). Every run
      *    ends with the plan-status report (PLAN_REPORT, plans.rpt)
      *    as of the BizDate processing date: members on plan and
      *    up to date, members behind on plan with the installments
      *    missed, and plans completed - run it with no transaction
      *    file to get just the report. Runs under the suite's run
      *    lock like the other maintenance runs.

       environment division.
       input-output section.
       file-control.
           select transFile assign to dynamic transFileName
               organization is line sequential
               file status is transFileStatus.
           select planFile assign to dynamic planFilePath
               organization is indexed
               access mode is dynamic
               record key is planMemberID
               file status is planFileStatus.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is random
               record key is masterFileID
               file status is masterFileStatus.
           select ledgerFile assign to dynamic ledgerFilePath
               organization is indexed
               access mode is random
               record key is ledgerMemberID
               file status is ledgerFileStatus.
           select receivableFile assign to dynamic receivableFilePath
               organization is indexed
               access mode is random
               record key is recvMemberID
               file status is receivableFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  transFile.
       01  transFileRecord pic X(80).

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

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  transFileName    pic X(100) value 'plan.txn'.
       01  transFileStatus  pic XX.
       01  transAvailSwitch pic X value 'N'.
           88 transAvailable     value 'Y'.
       01  planFilePath     pic X(100) value 'payplan.dat'.
       01  planFileStatus   pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  ledgerOpenSwitch pic X value 'N'.
           88 ledgerAvailable    value 'Y'.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  receivableOpenSwitch pic X value 'N'.
           88 receivablesAvailable value 'Y'.
       01  reportFileName   pic X(100) value 'plans.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  planEndSwitch    pic X value 'N'.
           88 planEof            value 'Y'.
       01  txnAction        pic X.
       01  txnID            pic X(10).
       01  txnField3        pic X(12).
       01  txnField4        pic X(12).
       01  txnField5        pic X(12).
       01  txnCount         pic 99.
       01  txnAmount        pic 9(7)v99.
       01  txnDueDate       pic X(8).
      *    Monthly due dates step the month and keep the first
      *    due date's day, held to the 28th so every month has it.
       01  dueYear          pic 9(4).
       01  dueMonth         pic 99.
       01  dueDay           pic 99.
       01  dueDateBuild     pic 9(8).
       01  installAmount    pic 9(5)v99.
       01  installRemainder pic 9(7)v99.
       01  installIndex     pic 99.
       01  owedAmount       pic s9(9)v99.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  operatorID       pic X(8) value 'BATCH'.
       01  plansCreated     pic 9(6) value 0.
       01  installsAdded    pic 9(6) value 0.
       01  plansCancelled   pic 9(6) value 0.
       01  txnsRejected     pic 9(6) value 0.
      *    Plan-status report tallies.
       01  missedCount      pic 99.
       01  missedAmount     pic 9(7)v99.
       01  oldestMissedDate pic X(8).
       01  planDueTotal     pic 9(7)v99.
       01  planPaidTotal    pic 9(7)v99.
       01  plansOnTrack     pic 9(6) value 0.
       01  plansBehind      pic 9(6) value 0.
       01  plansCompleted   pic 9(6) value 0.
       01  plansClosed      pic 9(6) value 0.
       01  reportSection    pic X.
       01  lockRequest.
           02 lockAction   pic X.
           02 lockProgram  pic X(15) value 'MaintainPlan'.
           02 lockStatus   pic XX.
      *    The schedule is judged as of the BizDate processing date
      *    so a rerun reports what the planned night would have.
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'MaintainPlan'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept transFileName from environment 'PLAN_TRANS'
               on exception
                   continue
           end-accept
           accept planFilePath from environment 'PAY_PLANS'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'MAINT_MASTER'
               on exception
                   continue
           end-accept
           accept ledgerFilePath from environment 'PAY_LEDGER'
               on exception
                   continue
           end-accept
           accept receivableFilePath from environment
               'PAY_RECEIVABLES'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'PLAN_REPORT'
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
           move runTimestamp(1:8) to runDate
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate

           move 'T' to lockAction
           call 'RunLock' using lockRequest
           if lockStatus not = '00' and lockStatus not = '04'
               string 'Error: master update lock is held - '
                      'MaintainPlan cannot start'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 12 to return-code
               stop run
           end-if

           open i-o planFile
           if planFileStatus = '35'
               open output planFile
               close planFile
               open i-o planFile
           end-if
           if planFileStatus not = '00'
               string 'Error: Unable to open ' planFilePath
                      ' - file status ' planFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               perform release-run-lock
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
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if
           move spaces to reportLine
           string 'Payment plan maintenance  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
                  '  as of ' runDate
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

      *    No transaction file means a report-only run.
           open input transFile
           if transFileStatus = '00'
               set transAvailable to true
           end-if

           if transAvailable
               open input masterFile
               if masterFileStatus not = '00'
                   string 'Error: Unable to open ' masterFilePath
                          ' - file status ' masterFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   perform release-run-lock
                   move 16 to return-code
                   stop run
               end-if
      *    The ledger and receivables only matter for a new plan
      *    keyed without a total - without them such a plan is
      *    simply rejected.
               open input ledgerFile
               if ledgerFileStatus = '00'
                   set ledgerAvailable to true
               end-if
               open input receivableFile
               if receivableFileStatus = '00'
                   set receivablesAvailable to true
               end-if
               perform until eof
                   read transFile into transFileRecord
                       at end
                           set eof to true
                       not at end
                           perform apply-plan-transaction
                   end-read
               end-perform
               close transFile
               close masterFile
               if ledgerAvailable
                   close ledgerFile
               end-if
               if receivablesAvailable
                   close receivableFile
               end-if
           end-if

           perform print-plan-status-report
           close planFile
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest
           perform release-run-lock

           display '===== MaintainPlan Control Totals ====='
           display 'Plans created      : ' plansCreated
           display 'Installments added : ' installsAdded
           display 'Plans cancelled    : ' plansCancelled
           display 'Rejected           : ' txnsRejected
           display 'On plan, up to date: ' plansOnTrack
           display 'Behind on plan     : ' plansBehind
           display 'Plans completed    : ' plansCompleted
           display '========================================'
           string 'MaintainPlan complete - created ' plansCreated
                  ' cancelled ' plansCancelled
                  ' behind on plan ' plansBehind
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if txnsRejected > 0
               move 4 to return-code
           end-if
           stop run.

       apply-plan-transaction.
           if transFileRecord = spaces
               or transFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move space to txnAction
           move spaces to txnID
           move spaces to txnField3
           move spaces to txnField4
           move spaces to txnField5
           unstring transFileRecord delimited by ','
               into txnAction txnID txnField3 txnField4 txnField5
           end-unstring
           evaluate txnAction
               when 'N'
                   perform create-new-plan
               when 'I'
                   perform add-one-installment
               when 'X'
                   perform cancel-one-plan
               when other
                   move 'unknown plan action' to logMessage
                   perform reject-plan-transaction
           end-evaluate.

      *    A new plan replaces a completed or cancelled one, never
      *    an open one - the office cancels first so the old
      *    schedule's end is on the report.
       create-new-plan.
           perform check-member-for-plan
           if txnAction = space
               exit paragraph
           end-if
           if function trim(txnField3) is not numeric
               or function numval(txnField3) < 1
               or function numval(txnField3) > 12
               move 'installment count must be 1 to 12'
                   to logMessage
               perform reject-plan-transaction
               exit paragraph
           end-if
           move function numval(txnField3) to txnCount
           move txnField4(1:8) to txnDueDate
           if txnDueDate is not numeric
               move 'first due date must be YYYYMMDD' to logMessage
               perform reject-plan-transaction
               exit paragraph
           end-if
           if function trim(txnField5) = spaces
               perform work-out-amount-owed
               if owedAmount <= 0
                   move 'no total given and nothing owed'
                       to logMessage
                   perform reject-plan-transaction
                   exit paragraph
               end-if
               move owedAmount to txnAmount
           else
               if function test-numval(txnField5) not = 0
                   move 'plan total is not an amount' to logMessage
                   perform reject-plan-transaction
                   exit paragraph
               end-if
               move function numval(txnField5) to txnAmount
           end-if

           move txnID to planMemberID
           read planFile
               invalid key
                   continue
               not invalid key
                   if planStatus = 'O'
                       move 'plan already open - cancel it first'
                           to logMessage
                       perform reject-plan-transaction
                       exit paragraph
                   end-if
           end-read

           perform start-empty-plan
           move txnCount to planInstallCount
           compute installAmount rounded = txnAmount / txnCount
           compute installRemainder =
               txnAmount - (installAmount * (txnCount - 1))
           move txnDueDate(1:4) to dueYear
           move txnDueDate(5:2) to dueMonth
           move txnDueDate(7:2) to dueDay
           if dueDay > 28
               move 28 to dueDay
           end-if
           perform varying installIndex from 1 by 1
               until installIndex > txnCount
               compute dueDateBuild =
                   dueYear * 10000 + dueMonth * 100 + dueDay
               if installIndex = 1
                   move txnDueDate to planDueDate(installIndex)
               else
                   move dueDateBuild to planDueDate(installIndex)
               end-if
               if installIndex = txnCount
                   move installRemainder
                       to planDueAmount(installIndex)
               else
                   move installAmount to planDueAmount(installIndex)
               end-if
               move 0 to planPaidAmount(installIndex)
               add 1 to dueMonth
               if dueMonth > 12
                   move 1 to dueMonth
                   add 1 to dueYear
               end-if
           end-perform
           write planRecord
               invalid key
                   rewrite planRecord
           end-write
           add 1 to plansCreated
           move spaces to reportLine
           string 'NEW PLAN  ' txnID ' ' txnCount
                  ' installment(s) from ' txnDueDate
                  ' total ' txnAmount ' by ' operatorID
               into reportLine
           end-string
           perform write-report-line.

      *    An irregular schedule is keyed one installment at a
      *    time; the installments stay in due-date order so the
      *    posting always fills the earliest one first.
       add-one-installment.
           perform check-member-for-plan
           if txnAction = space
               exit paragraph
           end-if
           move txnField3(1:8) to txnDueDate
           if txnDueDate is not numeric
               move 'due date must be YYYYMMDD' to logMessage
               perform reject-plan-transaction
               exit paragraph
           end-if
           if function trim(txnField4) = spaces
               or function test-numval(txnField4) not = 0
               move 'installment amount is not an amount'
                   to logMessage
               perform reject-plan-transaction
               exit paragraph
           end-if
           move function numval(txnField4) to txnAmount
           move txnID to planMemberID
           read planFile
               invalid key
                   move 'X' to planStatus
           end-read
           if planStatus not = 'O'
               perform start-empty-plan
               add 1 to plansCreated
           end-if
           if planInstallCount >= 12
               move 'plan already holds twelve installments'
                   to logMessage
               perform reject-plan-transaction
               exit paragraph
           end-if
           move planInstallCount to installIndex
           perform until installIndex = 0
               if planDueDate(installIndex) <= txnDueDate
                   exit perform
               end-if
               move planInstallment(installIndex)
                   to planInstallment(installIndex + 1)
               subtract 1 from installIndex
           end-perform
           add 1 to installIndex
           move txnDueDate to planDueDate(installIndex)
           move txnAmount to planDueAmount(installIndex)
           move 0 to planPaidAmount(installIndex)
           add 1 to planInstallCount
           write planRecord
               invalid key
                   rewrite planRecord
           end-write
           add 1 to installsAdded
           move spaces to reportLine
           string 'ADD INST  ' txnID ' due ' txnDueDate
                  ' amount ' txnAmount ' by ' operatorID
               into reportLine
           end-string
           perform write-report-line.

      *    A fresh open plan with no installments yet, agreed today
      *    by this run's operator.
       start-empty-plan.
           move spaces to planRecord
           move txnID to planMemberID
           move 'O' to planStatus
           move runDate to planAgreedDate
           move runDate to planStatusDate
           move operatorID to planOperator
           move 0 to planInstallCount.

       cancel-one-plan.
           move txnID to planMemberID
           read planFile
               invalid key
                   move 'no plan on file' to logMessage
                   perform reject-plan-transaction
                   exit paragraph
           end-read
           if planStatus not = 'O'
               move 'plan is not open' to logMessage
               perform reject-plan-transaction
               exit paragraph
           end-if
           move 'X' to planStatus
           move runDate to planStatusDate
           move operatorID to planOperator
           rewrite planRecord
           add 1 to plansCancelled
           move spaces to reportLine
           string 'CANCELLED ' txnID ' by ' operatorID
               into reportLine
           end-string
           perform write-report-line.

      *    A plan wants a live member - on the master and not
      *    cancelled. A failed check blanks the action so the
      *    caller knows the transaction is already rejected.
       check-member-for-plan.
           move txnID to masterFileID
           read masterFile
               invalid key
                   move 'fileID not on master' to logMessage
                   perform reject-plan-transaction
                   move space to txnAction
                   exit paragraph
           end-read
           if masterMemberStatus = 'C'
               move 'member is cancelled' to logMessage
               perform reject-plan-transaction
               move space to txnAction
           end-if.

      *    What is still owed is the year's billed dues less what
      *    the ledger shows paid - the amount the plan spreads.
       work-out-amount-owed.
           move 0 to owedAmount
           if not receivablesAvailable
               exit paragraph
           end-if
           move txnID to recvMemberID
           read receivableFile
               invalid key
                   exit paragraph
           end-read
           move recvBilledAmount to owedAmount
           if ledgerAvailable
               move txnID to ledgerMemberID
               read ledgerFile
                   invalid key
                       continue
                   not invalid key
                       subtract ledgerTotalPaid from owedAmount
               end-read
           end-if.

       reject-plan-transaction.
           add 1 to txnsRejected
           move spaces to reportLine
           string 'REJECTED  ' function trim(transFileRecord)
                  ' - ' function trim(logMessage)
               into reportLine
           end-string
           perform write-report-line
           move spaces to logMessage
           string 'Reject: ' function trim(transFileRecord)
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity.

      *    Three passes over the plan file, one per section, so
      *    each section reads as its own list: behind on plan
      *    first (the ones that need a call), then on plan and up
      *    to date, then completed.
       print-plan-status-report.
           move all '=' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Payment plan status as of ' runDate
               into reportLine
           end-string
           perform write-report-line
           move 'B' to reportSection
           move 'Members behind on plan:' to reportLine
           perform list-plan-section
           move 'O' to reportSection
           move 'Members on plan and up to date:' to reportLine
           perform list-plan-section
           move 'C' to reportSection
           move 'Plans completed:' to reportLine
           perform list-plan-section
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'On plan ' plansOnTrack
                  '  behind ' plansBehind
                  '  completed ' plansCompleted
                  '  cancelled ' plansClosed
               into reportLine
           end-string
           perform write-report-line.

       list-plan-section.
           perform write-report-line
           move 'N' to planEndSwitch
           move low-values to planMemberID
           start planFile key not < planMemberID
               invalid key
                   set planEof to true
           end-start
           perform until planEof
               read planFile next record
                   at end
                       set planEof to true
                   not at end
                       perform report-one-plan
               end-read
           end-perform.

       report-one-plan.
           perform measure-plan-progress
           evaluate true
               when reportSection = 'B'
                   and planStatus = 'O' and missedCount > 0
                   add 1 to plansBehind
                   move spaces to reportLine
                   string '  ' planMemberID
                          ' missed ' missedCount
                          ' installment(s) totalling ' missedAmount
                          ' - oldest due ' oldestMissedDate
                       into reportLine
                   end-string
                   perform write-report-line
               when reportSection = 'O'
                   and planStatus = 'O' and missedCount = 0
                   add 1 to plansOnTrack
                   move spaces to reportLine
                   string '  ' planMemberID
                          ' paid ' planPaidTotal
                          ' of ' planDueTotal
                          ' over ' planInstallCount
                          ' installment(s)'
                       into reportLine
                   end-string
                   perform write-report-line
               when reportSection = 'C'
                   and planStatus = 'C'
                   add 1 to plansCompleted
                   move spaces to reportLine
                   string '  ' planMemberID
                          ' completed ' planStatusDate
                          ' - paid ' planPaidTotal
                       into reportLine
                   end-string
                   perform write-report-line
               when reportSection = 'C'
                   and planStatus = 'X'
                   add 1 to plansClosed
           end-evaluate.

      *    An installment is missed once its due date has passed
      *    without it being paid in full.
       measure-plan-progress.
           move 0 to missedCount
           move 0 to missedAmount
           move 0 to planDueTotal
           move 0 to planPaidTotal
           move spaces to oldestMissedDate
           perform varying installIndex from 1 by 1
               until installIndex > planInstallCount
               add planDueAmount(installIndex) to planDueTotal
               add planPaidAmount(installIndex) to planPaidTotal
               if planDueDate(installIndex) < runDate
                   and planPaidAmount(installIndex)
                       < planDueAmount(installIndex)
                   add 1 to missedCount
                   compute missedAmount = missedAmount
                       + planDueAmount(installIndex)
                       - planPaidAmount(installIndex)
                   if oldestMissedDate = spaces
                       move planDueDate(installIndex)
                           to oldestMissedDate
                   end-if
               end-if
           end-perform.

       release-run-lock.
           move 'R' to lockAction
           call 'RunLock' using lockRequest.

       write-report-line.
           write reportFileRecord from reportLine.
