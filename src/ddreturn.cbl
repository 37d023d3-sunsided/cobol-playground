       identification division.
       program-id. DebitReturns.

      *    Direct-debit return processing. DebitCollect posts every
      *    debit it requests as a payment; the bank's return file
      *    (DD_RETURNS, ddreturn.csv) lists the ones it could not
      *    collect:
      *
      *        fileID,mandateReference,amount,collectDate,reason
      *
      *    with reason NSF (insufficient funds), CLSD (account
      *    closed) or CANC (the member cancelled the mandate at the
      *    bank). Each unpaid item becomes an R reversal line for
      *    PostPayments (DD_REVERSALS, ddrev.csv) dated the BizDate
      *    processing date, so the money comes back off the ledger
      *    on the next posting run without anyone keying it.
      *
      *    The mandate (DD_MANDATES, ddmandate.dat) counts the
      *    failure and keeps the reason. A closed account or a
      *    cancelled instruction cancels the mandate there and
      *    then; insufficient funds suspends it once the failure
      *    count reaches DD_MAX_FAILS (default 2), after which
      *    DebitCollect stops asking the bank until the office
      *    resumes or replaces it through MaintainMandate. A return
      *    that does not match a mandate - unknown member, wrong
      *    reference, unreadable amount - is not reversed but
      *    listed as an exception for the office to chase. Every
      *    item lands on the returns report (DD_RETURN_REPORT,
      *    ddreturn.rpt); any exception ends the run with return
      *    code 4.

       environment division.
       input-output section.
       file-control.
           select returnFile assign to dynamic returnFileName
               organization is line sequential
               file status is returnFileStatus.
           select mandateFile assign to dynamic mandateFilePath
               organization is indexed
               access mode is random
               record key is mandateMemberID
               file status is mandateFileStatus.
           select reversalFile assign to dynamic reversalFileName
               organization is line sequential
               file status is reversalFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  returnFile.
       01  returnFileRecord pic X(100).

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

       fd  reversalFile.
       01  reversalFileRecord pic X(80).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  returnFileName   pic X(100) value 'ddreturn.csv'.
       01  returnFileStatus pic XX.
       01  mandateFilePath  pic X(100) value 'ddmandate.dat'.
       01  mandateFileStatus pic XX.
       01  reversalFileName pic X(100) value 'ddrev.csv'.
       01  reversalFileStatus pic XX.
       01  reportFileName   pic X(100) value 'ddreturn.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  retMemberID      pic X(10).
       01  retReference     pic X(18).
       01  retAmountText    pic X(12).
       01  retCollectDate   pic X(8).
       01  retReason        pic X(4).
           88 reasonNoFunds      value 'NSF'.
           88 reasonClosed       value 'CLSD'.
           88 reasonCancelled    value 'CANC'.
       01  retAmount        pic 9(7)v99.
       01  editedAmount     pic 9(7).99.
       01  exceptionText    pic X(40).
       01  mandateOutcome   pic X(20).
       01  maxFailsText     pic X(2).
       01  maxFails         pic 99 value 2.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  reversalLine     pic X(80).
       01  returnsRead      pic 9(6) value 0.
       01  returnsReversed  pic 9(6) value 0.
       01  returnExceptions pic 9(6) value 0.
       01  amountReturned   pic 9(9)v99 value 0.
       01  mandatesSuspended pic 9(6) value 0.
       01  mandatesCancelled pic 9(6) value 0.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'DebitReturns'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept returnFileName from environment 'DD_RETURNS'
               on exception
                   continue
           end-accept
           accept mandateFilePath from environment 'DD_MANDATES'
               on exception
                   continue
           end-accept
           accept reversalFileName from environment 'DD_REVERSALS'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'DD_RETURN_REPORT'
               on exception
                   continue
           end-accept
           move spaces to maxFailsText
           accept maxFailsText from environment 'DD_MAX_FAILS'
               on exception
                   continue
           end-accept
           if maxFailsText not = spaces
               and function test-numval(maxFailsText) = 0
               move function numval(maxFailsText) to maxFails
           end-if
           if maxFails = 0
               move 1 to maxFails
           end-if
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate

           open input returnFile
           if returnFileStatus not = '00'
               string 'Error: Unable to open ' returnFileName
                      ' - file status ' returnFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
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
           open output reversalFile
           if reversalFileStatus not = '00'
               string 'Error: Unable to open ' reversalFileName
                      ' - file status ' reversalFileStatus
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
           string 'Direct-debit returns  processing date '
                  runDate '  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

           perform until eof
               read returnFile into returnFileRecord
                   at end
                       set eof to true
                   not at end
                       perform process-one-return
               end-read
           end-perform

           move all '-' to reportLine
           perform write-report-line
           move amountReturned to editedAmount
           move spaces to reportLine
           string 'Reversed ' returnsReversed
                  '  amount ' editedAmount
                  '  exceptions ' returnExceptions
                  '  suspended ' mandatesSuspended
                  '  cancelled ' mandatesCancelled
               into reportLine
           end-string
           perform write-report-line

           close returnFile
           close mandateFile
           close reversalFile
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== DebitReturns Control Totals ====='
           display 'Returns read       : ' returnsRead
           display 'Reversed           : ' returnsReversed
                   '  amount ' amountReturned
           display 'Exceptions         : ' returnExceptions
           display 'Mandates suspended : ' mandatesSuspended
           display 'Mandates cancelled : ' mandatesCancelled
           display '======================================='
           string 'DebitReturns complete - reversed '
                  returnsReversed ' for ' amountReturned
                  ', exceptions ' returnExceptions
                  ', suspended ' mandatesSuspended
                  ', cancelled ' mandatesCancelled
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if returnExceptions > 0
               move 4 to return-code
           end-if
           stop run.

       process-one-return.
           if returnFileRecord = spaces
               or returnFileRecord(1:1) = '*'
               exit paragraph
           end-if
           add 1 to returnsRead
           move spaces to retMemberID
           move spaces to retReference
           move spaces to retAmountText
           move spaces to retCollectDate
           move spaces to retReason
           unstring returnFileRecord delimited by ','
               into retMemberID retReference retAmountText
                    retCollectDate retReason
           end-unstring

           if function trim(retAmountText) = spaces
               or function test-numval(retAmountText) not = 0
               move 'amount unreadable' to exceptionText
               perform report-return-exception
               exit paragraph
           end-if
           move function numval(retAmountText) to retAmount
           move retMemberID to mandateMemberID
           read mandateFile
               invalid key
                   move 'no mandate for member' to exceptionText
                   perform report-return-exception
                   exit paragraph
           end-read
           if mandateReference not = retReference
               move 'mandate reference does not match'
                   to exceptionText
               perform report-return-exception
               exit paragraph
           end-if

           move retAmount to editedAmount
           move spaces to reversalLine
           string 'R,' function trim(retMemberID)
                  ',' editedAmount ',' runDate
               into reversalLine
           end-string
           write reversalFileRecord from reversalLine
           add 1 to returnsReversed
           add retAmount to amountReturned

           perform count-mandate-failure
           move spaces to reportLine
           string '  ' retMemberID ' ' retReference
                  ' ' editedAmount ' collected ' retCollectDate
                  ' ' retReason ' ' mandateOutcome
               into reportLine
           end-string
           perform write-report-line.

      *    A closed account or a cancelled instruction will never
      *    pay, so the mandate goes at once; insufficient funds
      *    gets DD_MAX_FAILS tries.
       count-mandate-failure.
           move 'failure counted' to mandateOutcome
           if mandateFailCount < 99
               add 1 to mandateFailCount
           end-if
           move retReason to mandateLastReturn
           evaluate true
               when mandateStatus = 'C'
                   continue
               when reasonClosed or reasonCancelled
                   move 'C' to mandateStatus
                   move runDate to mandateStatusDate
                   move 'MANDATE CANCELLED' to mandateOutcome
                   add 1 to mandatesCancelled
               when mandateStatus = 'A'
                   and mandateFailCount >= maxFails
                   move 'S' to mandateStatus
                   move runDate to mandateStatusDate
                   move 'MANDATE SUSPENDED' to mandateOutcome
                   add 1 to mandatesSuspended
           end-evaluate
           rewrite mandateRecord
           if mandateStatus not = 'A'
               and mandateOutcome not = 'failure counted'
               move spaces to logMessage
               string 'Mandate ' function trim(mandateReference)
                      ' for ' mandateMemberID ' - '
                      function trim(mandateOutcome)
                      ' after return ' retReason
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

       report-return-exception.
           add 1 to returnExceptions
           move spaces to reportLine
           string 'EXCEPTION ' retMemberID ' ' retReference
                  ' ' retAmountText ' - ' function trim(exceptionText)
               into reportLine
           end-string
           perform write-report-line
           move spaces to logMessage
           string 'Direct-debit return not reversed: ' retMemberID
                  ' - ' function trim(exceptionText)
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity.

       write-report-line.
           write reportFileRecord from reportLine.
