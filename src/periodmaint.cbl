       identification division.
       program-id. MaintainPeriod.

      *    Accounting-period maintenance in the MaintainHold style.
      *    The period-control file (PERIOD_FILE, periods.dat)
      *    records where finance has got to with each month, and
      *    PostPayments, RecycleSuspense and BillDues refuse to
      *    post into a month it shows closed (PeriodCheck).
      *    Transactions (PERIOD_TRANS, period.txn):
      *
      *        O,YYYYMM          open a period - a new month, or a
      *                          closing or closed one reopened
      *        L,YYYYMM          mark a period closing
      *
      *    A period is only ever closed by the month-end close run
      *    (ClosePeriod), which first proves suspense and the bank
      *    reconciliation clear; a C transaction here is rejected.
      *    The operator (MAINT_OPERATOR) must be on the operator
      *    file with update authority, and reopening a closed
      *    month takes delete authority - a reported month coming
      *    back open is not a routine change. A shop with no
      *    operator file runs with full authority, as maintenance
      *    always has. Every change goes onto the period audit
      *    trail (PERIOD_AUDIT, periodaudit.dat) as
      *
      *        stamp,program,action,period,oldStatus,newStatus,
      *          operator
      *
      *    and every run ends with the standing list of periods
      *    (PERIOD_REPORT, periods.rpt) - run it with no
      *    transaction file to get just the list.

       environment division.
       input-output section.
       file-control.
           select transFile assign to dynamic transFileName
               organization is line sequential
               file status is transFileStatus.
           select periodFile assign to dynamic periodFilePath
               organization is indexed
               access mode is dynamic
               record key is periodID
               file status is periodFileStatus.
           select periodAuditFile assign to dynamic periodAuditFileName
               organization is line sequential
               file status is periodAuditFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  transFile.
       01  transFileRecord pic X(80).

       fd  periodFile.
           copy period
               replacing ==PERIOD-RECORD==      by ==periodRecord==
                         ==PERIOD-ID==          by ==periodID==
                         ==PERIOD-STATUS-DATE== by ==periodStatusDate==
                         ==PERIOD-STATUS==      by ==periodStatus==
                         ==PERIOD-OPERATOR==    by ==periodOperator==.

       fd  periodAuditFile.
       01  periodAuditFileRecord pic X(80).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  transFileName    pic X(100) value 'period.txn'.
       01  transFileStatus  pic XX.
       01  periodFilePath   pic X(100) value 'periods.dat'.
       01  periodFileStatus pic XX.
       01  periodAuditFileName pic X(100) value 'periodaudit.dat'.
       01  periodAuditFileStatus pic XX.
       01  reportFileName   pic X(100) value 'periods.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  periodEndSwitch  pic X value 'N'.
           88 periodEof          value 'Y'.
       01  periodFoundSwitch pic X.
           88 periodOnFile       value 'Y'.
           88 periodNotOnFile    value 'N'.
       01  txnAction        pic X.
       01  txnPeriod        pic X(6).
       01  oldStatus        pic X.
       01  rejectText       pic X(60).
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  auditTimestamp   pic X(21).
       01  auditLine        pic X(80).
       01  operatorID       pic X(8) value 'BATCH'.
       01  operAuthority    pic X.
       01  operRequest.
           02 operReqID        pic X(8).
           02 operReqName      pic X(30).
           02 operReqAuthority pic X.
           02 operReqMemberID  pic X(10).
           02 operReqStatus    pic XX.
           02 operReqBranch    pic X(4).
       01  periodsOpened    pic 9(6) value 0.
       01  periodsClosing   pic 9(6) value 0.
       01  txnsRejected     pic 9(6) value 0.
       01  standingOpen     pic 9(6) value 0.
       01  standingClosing  pic 9(6) value 0.
       01  standingClosed   pic 9(6) value 0.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'MaintainPeriod'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept transFileName from environment 'PERIOD_TRANS'
               on exception
                   continue
           end-accept
           accept periodFilePath from environment 'PERIOD_FILE'
               on exception
                   continue
           end-accept
           accept periodAuditFileName from environment 'PERIOD_AUDIT'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'PERIOD_REPORT'
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
           perform sign-on-operator

           open i-o periodFile
           if periodFileStatus = '35'
               open output periodFile
               close periodFile
               open i-o periodFile
           end-if
           if periodFileStatus not = '00'
               string 'Error: Unable to open ' periodFilePath
                      ' - file status ' periodFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open extend periodAuditFile
           if periodAuditFileStatus not = '00'
               open output periodAuditFile
           end-if
           if periodAuditFileStatus not = '00'
               string 'Error: Unable to open ' periodAuditFileName
                      ' - file status ' periodAuditFileStatus
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
           string 'Accounting period maintenance  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
                  '  operator ' operatorID
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

      *    No transaction file means a report-only run.
           open input transFile
           if transFileStatus = '00'
               perform until eof
                   read transFile into transFileRecord
                       at end
                           set eof to true
                       not at end
                           perform apply-period-transaction
                   end-read
               end-perform
               close transFile
           end-if

           perform print-standing-periods
           close periodFile
           close periodAuditFile
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== MaintainPeriod Control Totals ====='
           display 'Periods opened     : ' periodsOpened
           display 'Marked closing     : ' periodsClosing
           display 'Rejected           : ' txnsRejected
           display 'Open / closing     : ' standingOpen
                   ' / ' standingClosing
           display 'Closed             : ' standingClosed
           display '========================================='
           string 'MaintainPeriod complete - opened ' periodsOpened
                  ' closing ' periodsClosing
                  ' rejected ' txnsRejected
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if txnsRejected > 0
               move 4 to return-code
           end-if
           stop run.

      *    The operator file decides who may change periods: an
      *    inquiry-only operator is turned away, and a shop with no
      *    operator file yet ('35') runs with full authority.
       sign-on-operator.
           move operatorID to operReqID
           call 'OperAuth' using operRequest
           evaluate operReqStatus
               when '35'
                   move 'D' to operAuthority
               when '00'
                   move operReqAuthority to operAuthority
                   if operAuthority = 'I'
                       string 'Error: operator '
                              function trim(operatorID)
                              ' has inquiry-only authority'
                           into logMessage
                       end-string
                       move 'E' to logSeverity
                       call 'MsgLog' using logMessage, logSeverity
                       move 12 to return-code
                       stop run
                   end-if
               when other
                   string 'Error: operator '
                          function trim(operatorID)
                          ' is not on the operator file'
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 12 to return-code
                   stop run
           end-evaluate.

       apply-period-transaction.
           if transFileRecord = spaces
               or transFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move space to txnAction
           move spaces to txnPeriod
           unstring transFileRecord delimited by ','
               into txnAction txnPeriod
           end-unstring
           if txnPeriod is not numeric
               or txnPeriod(5:2) < '01' or txnPeriod(5:2) > '12'
               move 'period must be YYYYMM' to rejectText
               perform reject-period-transaction
               exit paragraph
           end-if
           move txnPeriod to periodID
           set periodOnFile to true
           read periodFile
               invalid key
                   set periodNotOnFile to true
                   move 'O' to periodStatus
           end-read
           move periodStatus to oldStatus
           evaluate txnAction
               when 'O'
                   if periodOnFile and periodStatus = 'O'
                       move 'period is already open' to rejectText
                       perform reject-period-transaction
                       exit paragraph
                   end-if
                   if periodStatus = 'C' and operAuthority not = 'D'
                       and operAuthority not = 'A'
                       move 'reopening needs delete authority'
                           to rejectText
                       perform reject-period-transaction
                       exit paragraph
                   end-if
                   move 'O' to periodStatus
                   add 1 to periodsOpened
               when 'L'
                   if periodStatus not = 'O'
                       move 'only an open period can go to closing'
                           to rejectText
                       perform reject-period-transaction
                       exit paragraph
                   end-if
                   move 'L' to periodStatus
                   add 1 to periodsClosing
               when 'C'
                   move 'only the month-end close run closes'
                       to rejectText
                   perform reject-period-transaction
                   exit paragraph
               when other
                   move 'unknown period action' to rejectText
                   perform reject-period-transaction
                   exit paragraph
           end-evaluate
           move txnPeriod to periodID
           move runDate to periodStatusDate
           move operatorID to periodOperator
           if periodOnFile
               rewrite periodRecord
           else
               write periodRecord
           end-if
           perform write-period-audit
           move spaces to reportLine
           string txnAction ' ' txnPeriod ' status ' oldStatus
                  ' -> ' periodStatus ' by ' operatorID
               into reportLine
           end-string
           perform write-report-line.

       write-period-audit.
           move function current-date to auditTimestamp
           move spaces to auditLine
           string auditTimestamp(1:8) '-' auditTimestamp(9:6) ','
                  'MaintainPeriod,' txnAction ',' txnPeriod ','
                  oldStatus ',' periodStatus ','
                  function trim(operatorID)
               into auditLine
           end-string
           write periodAuditFileRecord from auditLine.

       reject-period-transaction.
           add 1 to txnsRejected
           move spaces to reportLine
           string 'REJECTED ' txnAction ' ' txnPeriod
                  ' - ' function trim(rejectText)
               into reportLine
           end-string
           perform write-report-line
           move spaces to logMessage
           string 'Reject: period ' txnAction ' ' txnPeriod
                  ' - ' function trim(rejectText)
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity.

       print-standing-periods.
           move all '=' to reportLine
           perform write-report-line
           move 'Accounting periods on file:' to reportLine
           perform write-report-line
           move low-values to periodID
           start periodFile key not < periodID
               invalid key
                   set periodEof to true
           end-start
           perform until periodEof
               read periodFile next record
                   at end
                       set periodEof to true
                   not at end
                       perform list-one-period
               end-read
           end-perform
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Open ' standingOpen
                  '  closing ' standingClosing
                  '  closed ' standingClosed
               into reportLine
           end-string
           perform write-report-line.

       list-one-period.
           move spaces to reportLine
           evaluate periodStatus
               when 'O'
                   add 1 to standingOpen
                   string '  ' periodID '  OPEN     since '
                          periodStatusDate ' by ' periodOperator
                       into reportLine
                   end-string
               when 'L'
                   add 1 to standingClosing
                   string '  ' periodID '  CLOSING  since '
                          periodStatusDate ' by ' periodOperator
                       into reportLine
                   end-string
               when other
                   add 1 to standingClosed
                   string '  ' periodID '  CLOSED   since '
                          periodStatusDate ' by ' periodOperator
                       into reportLine
                   end-string
           end-evaluate
           perform write-report-line.

       write-report-line.
           write reportFileRecord from reportLine.
