       identification division.
       program-id. ConvertPayHist.

      *    One-time opening-balance load of the keyed payment
      *    history (PAY_HISTORY, payhist.dat - see payhist.cpy)
      *    from the payments ledger (PAY_LEDGER, payledger.dat).
      *    The history only itemizes what was posted after it came
      *    in; the money a member paid before then is only in the
      *    ledger's running total, so without this load the
      *    year-end receipt run could never tie those members'
      *    history to the ledger. For every ledger record the
      *    member's history items already on file are netted out
      *    the way PaymentReceipt nets them, and whatever the
      *    ledger holds beyond that is written as one 'O' opening
      *    balance item - keyed ahead of every posting run (an
      *    all-zero stamp) and dated the day of the load. A member
      *    who already has an opening item is skipped, so the load
      *    can be run again after a failure without doubling
      *    anything up, and a member whose history already nets to
      *    the ledger needs none. A member whose history comes to
      *    more than the ledger, or whose opening balance is too
      *    large for one item, is listed and left for review and
      *    the run ends rc 4. Runs under the suite's run lock so
      *    no posting run moves the ledger while it loads.

       environment division.
       input-output section.
       file-control.
           select ledgerFile assign to dynamic ledgerFilePath
               organization is indexed
               access mode is sequential
               record key is ledgerMemberID
               file status is ledgerFileStatus.
           select payHistFile assign to dynamic payHistFilePath
               organization is indexed
               access mode is dynamic
               record key is payHistKey
               file status is payHistFileStatus.

       data division.
       file section.
       fd  ledgerFile.
       01  ledgerRecord.
           02 ledgerMemberID    pic X(10).
           02 ledgerTotalPaid   pic 9(9)v99.
           02 ledgerPaymentCount pic 9(6).
           02 ledgerLastPayDate pic X(8).

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

       working-storage section.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  payHistFilePath  pic X(100) value 'payhist.dat'.
       01  payHistFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  historyScanSwitch pic X.
           88 historyScanDone    value 'Y'.
       01  openingFoundSwitch pic X.
           88 openingFound       value 'Y'.
       01  runTimestamp     pic X(21).
       01  historyNet       pic s9(9)v99.
       01  openingAmount    pic s9(9)v99.
       01  signedAmountOut  pic -z(8)9.99.
       01  ledgersRead      pic 9(6) value 0.
       01  openingsWritten  pic 9(6) value 0.
       01  openingsAlreadyHeld pic 9(6) value 0.
       01  ledgersTied      pic 9(6) value 0.
       01  ledgersForReview pic 9(6) value 0.
       01  writeErrors      pic 9(6) value 0.
       01  openingTotal     pic 9(11)v99 value 0.
       01  lockRequest.
           02 lockAction   pic X.
           02 lockProgram  pic X(15) value 'ConvertPayHist'.
           02 lockStatus   pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           move function current-date to runTimestamp
           accept ledgerFilePath from environment 'PAY_LEDGER'
               on exception
                   continue
           end-accept
           accept payHistFilePath from environment 'PAY_HISTORY'
               on exception
                   continue
           end-accept

           move 'T' to lockAction
           call 'RunLock' using lockRequest
           if lockStatus not = '00' and lockStatus not = '04'
               move spaces to logMessage
               string 'Error: master update lock is held - '
                      'ConvertPayHist cannot start'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 12 to return-code
               stop run
           end-if

           open input ledgerFile
           if ledgerFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' ledgerFilePath
                      ' - file status ' ledgerFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               perform release-run-lock
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
               close ledgerFile
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if

           perform until eof
               read ledgerFile next record
                   at end
                       set eof to true
                   not at end
                       perform load-one-opening
               end-read
           end-perform
           close ledgerFile
           close payHistFile
           perform release-run-lock

           display '===== ConvertPayHist Control Totals ====='
           display 'Ledger records read : ' ledgersRead
           display 'Openings written    : ' openingsWritten
           display 'Opening total       : ' openingTotal
           display 'Already on file     : ' openingsAlreadyHeld
           display 'History already ties: ' ledgersTied
           display 'Left for review     : ' ledgersForReview
           display 'Write errors        : ' writeErrors
           display '========================================='
           move spaces to logMessage
           string 'ConvertPayHist complete - ' openingsWritten
                  ' opening balance(s) written from ' ledgersRead
                  ' ledger record(s), ' openingsAlreadyHeld
                  ' already on file'
               into logMessage
           end-string
           evaluate true
               when writeErrors > 0
                   move 'E' to logSeverity
                   move 8 to return-code
               when ledgersForReview > 0
                   move 'W' to logSeverity
                   move 4 to return-code
               when other
                   move 'I' to logSeverity
           end-evaluate
           call 'MsgLog' using logMessage, logSeverity
           stop run.

       load-one-opening.
           add 1 to ledgersRead
           perform net-member-history
           if openingFound
               add 1 to openingsAlreadyHeld
               exit paragraph
           end-if
           compute openingAmount = ledgerTotalPaid - historyNet
           if openingAmount = 0
               add 1 to ledgersTied
               exit paragraph
           end-if
           if openingAmount < 0 or openingAmount > 9999999.99
               add 1 to ledgersForReview
               move openingAmount to signedAmountOut
               move spaces to logMessage
               string 'ConvertPayHist: ' ledgerMemberID
                      ' opening balance ' signedAmountOut
                      ' cannot be loaded - left for review'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if
           move ledgerMemberID to payHistMemberID
           move all '0' to payHistStamp
           move 0 to payHistSeq
           move 'O' to payHistType
           move openingAmount to payHistAmount
           move runTimestamp(1:8) to payHistPayDate
           move 'ConvertPayHist' to payHistProgram
           move 'OPENING BALANCE' to payHistReference
           write payHistRecord
               invalid key
                   add 1 to writeErrors
               not invalid key
                   add 1 to openingsWritten
                   add openingAmount to openingTotal
           end-write.

      *    Netted as PaymentReceipt nets it - reversals and
      *    adjustments take money off, everything else adds.
       net-member-history.
           move 0 to historyNet
           move 'N' to openingFoundSwitch
           move 'N' to historyScanSwitch
           move ledgerMemberID to payHistMemberID
           move low-values to payHistStamp
           move 0 to payHistSeq
           start payHistFile key is not less than payHistKey
               invalid key
                   set historyScanDone to true
           end-start
           perform until historyScanDone
               read payHistFile next record
                   at end
                       set historyScanDone to true
                   not at end
                       if payHistMemberID not = ledgerMemberID
                           set historyScanDone to true
                       else
                           evaluate payHistType
                               when 'O'
                                   set openingFound to true
                                   add payHistAmount to historyNet
                               when 'R'
                               when 'J'
                                   subtract payHistAmount
                                       from historyNet
                               when other
                                   add payHistAmount to historyNet
                           end-evaluate
                       end-if
               end-read
           end-perform.

       release-run-lock.
           move 'R' to lockAction
           call 'RunLock' using lockRequest.
