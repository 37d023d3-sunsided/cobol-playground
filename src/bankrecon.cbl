      *    totals that tie to the posted count/amount summary
      *    PostPayments already logs through MsgLog. Outstanding
      *    items on either side end the run rc 4 so the jobstream
      *    can flag the night. Every run also appends its result
      *    to the reconciliation log (RECON_LOG, reconlog.dat) as
      *
      *        reconDate,postedOut,postedOutAmount,bankOut,
      *          bankOutAmount,runStamp
      *
      *    so the month-end close can see that every posting day
      *    of the month was reconciled clear.
      *
      *    Payments taken at the front-desk counter (CounterPayment)
      *    carry COUNTER as a fourth field on the posting detail.
      *    They reach the bank in the cashier's till deposit, not
      *    one by one, so they are totalled rather than matched;
      *    the till deposits each shift close-out writes to the
      *    counter deposit file (counterdepYYYYMMDD.dat for the
      *    posting date, COUNTER_DEPOSITS - tender,count,amount,
      *    date,operator,closeStamp) are matched to the bank
      *    instead, an unmatched one counting as posted but not
      *    deposited. Counter receipts posted that day that no
      *    close-out has accounted for - or a close-out covering
      *    receipts not posted that day - are reported and count
      *    as outstanding too.
      *
      *    Lockbox cheques work the same way. LockboxIntake's
      *    payment lines carry LOCKBOX as their source, which
      *    PostPayments carries onto the posting detail; the bank
      *    credits each lockbox file as one deposit, so those items
      *    are totalled too, and the deposit records LockboxIntake
      *    writes (lockboxdepYYYYMMDD.dat for the posting date,
      *    LOCKBOX_DEPOSITS - lockbox,depositDate,depositTotal,
      *    postedCount,postedAmount,suspendedAmount,heldAmount,
      *    runStamp) are matched to the bank by deposit total and
      *    deposit date, an unmatched one counting as posted but
      *    not deposited. What the intake sent to posting that
      *    PostPayments did not post - or LOCKBOX items posted
      *    with no intake behind them - is reported and counts as
      *    outstanding too; the suspended and held parts of a
      *    deposit are the suspense desk's and the lockbox desk's.

       environment division.
       input-output section.
           select postedFile assign to dynamic postedFileName
               organization is line sequential
               file status is postedFileStatus.
           select counterDepFile assign to dynamic counterDepFileName
               organization is line sequential
               file status is counterDepFileStatus.
           select lockboxDepFile assign to dynamic lockboxDepFileName
               organization is line sequential
               file status is lockboxDepFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select reconLogFile assign to dynamic reconLogFileName
               organization is line sequential
               file status is reconLogFileStatus.

       data division.
       file section.
       fd  postedFile.
       01  postedFileRecord pic X(50).

       fd  counterDepFile.
       01  counterDepFileRecord pic X(80).

       fd  lockboxDepFile.
       01  lockboxDepFileRecord pic X(100).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       fd  reconLogFile.
       01  reconLogFileRecord pic X(80).

       working-storage section.
       01  bankFileName     pic X(100) value 'bankdeposits.csv'.
       01  bankFileStatus   pic XX.
       01  postedFileName   pic X(100).
       01  postedFileStatus pic XX.
       01  counterDepFileName pic X(100).
       01  counterDepFileStatus pic XX.
       01  lockboxDepFileName pic X(100).
       01  lockboxDepFileStatus pic XX.
       01  reportFileName   pic X(100) value 'bankrecon.rpt'.
       01  reportFileStatus pic XX.
       01  reconLogFileName pic X(100) value 'reconlog.dat'.
       01  reconLogFileStatus pic XX.
       01  reconLogLine     pic X(80).
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  postedAmountText pic X(12).
       01  postedDateText   pic X(10).
       01  postedAmount     pic 9(7)v99.
       01  postedSourceText pic X(10).
      *    Counter takings - posted receipts against till deposits.
       01  counterTenderText pic X(2).
       01  counterCountText pic X(6).
       01  counterAmountText pic X(12).
       01  counterDateText  pic X(10).
       01  counterOperText  pic X(8).
       01  counterDepAmount pic 9(7)v99.
       01  counterPostedCount pic 9(6) value 0.
       01  counterPostedAmount pic 9(9)v99 value 0.
       01  counterDepCount  pic 9(6) value 0.
       01  counterClosedCount pic 9(6) value 0.
       01  counterClosedAmount pic 9(9)v99 value 0.
       01  counterDiffCount pic 9(6).
       01  counterDiffAmount pic 9(9)v99.
      *    Lockbox cheques - posted items against intake deposits.
       01  lockboxNumberText pic X(7).
       01  lockboxDateText  pic X(10).
       01  lockboxTotalText pic X(14).
       01  lockboxCountText pic X(6).
       01  lockboxSentText  pic X(14).
       01  lockboxDepAmount pic 9(9)v99.
       01  lockboxPostedCount pic 9(6) value 0.
       01  lockboxPostedAmount pic 9(9)v99 value 0.
       01  lockboxDepCount  pic 9(6) value 0.
       01  lockboxSentCount pic 9(6) value 0.
       01  lockboxSentAmount pic 9(9)v99 value 0.
       01  lockboxDiffCount pic 9(6).
       01  lockboxDiffAmount pic 9(9)v99.
       01  matchFoundSwitch pic X value 'N'.
           88 depositMatched     value 'Y'.
           88 depositUnmatched   value 'N'.
               on exception
                   continue
           end-accept
           accept reconLogFileName from environment 'RECON_LOG'
               on exception
                   continue
           end-accept
           if reconDate is not numeric
               display 'Error: RECON_DATE must be YYYYMMDD'
               move 16 to return-code
               on exception
                   continue
           end-accept
           move spaces to counterDepFileName
           string 'counterdep' reconDate '.dat'
               into counterDepFileName
           end-string
           accept counterDepFileName from environment
               'COUNTER_DEPOSITS'
               on exception
                   continue
           end-accept
           move spaces to lockboxDepFileName
           string 'lockboxdep' reconDate '.dat'
               into lockboxDepFileName
           end-string
           accept lockboxDepFileName from environment
               'LOCKBOX_DEPOSITS'
               on exception
                   continue
           end-accept

           open input bankFile
           if bankFileStatus not = '00'
           end-perform
           close postedFile

           perform match-counter-deposits
           perform check-counter-close-out
           perform match-lockbox-deposits
           perform check-lockbox-posting
           perform report-unmatched-deposits

           move all '-' to reportLine
           perform write-report-line
           close reportFile

           open extend reconLogFile
           if reconLogFileStatus not = '00'
               open output reconLogFile
           end-if
           if reconLogFileStatus = '00'
               move spaces to reconLogLine
               string reconDate ','
                      postedOutstanding ',' postedOutAmount ','
                      bankOutstanding ',' bankOutAmount ','
                      runTimestamp(1:14)
                   into reconLogLine
               end-string
               write reconLogFileRecord from reconLogLine
               close reconLogFile
           end-if

           display '===== BankRecon Control Totals ====='
           display 'Posted items      : ' postedCount
                   '  amount ' postedTotal
                   '  amount ' postedOutAmount
           display 'Deposit, no post  : ' bankOutstanding
                   '  amount ' bankOutAmount
           display 'Counter posted    : ' counterPostedCount
                   '  amount ' counterPostedAmount
           display 'Counter closed out: ' counterClosedCount
                   '  amount ' counterClosedAmount
           display 'Lockbox posted    : ' lockboxPostedCount
                   '  amount ' lockboxPostedAmount
           display 'Lockbox sent      : ' lockboxSentCount
                   '  amount ' lockboxSentAmount
           display 'Lockbox deposits  : ' lockboxDepCount
           display '====================================='
           string 'BankRecon complete - matched ' matchedCount
                  ', posted outstanding ' postedOutstanding
           move spaces to postedID
           move spaces to postedAmountText
           move spaces to postedDateText
           move spaces to postedSourceText
           unstring postedFileRecord delimited by ','
               into postedID postedAmountText postedDateText
                    postedSourceText
           end-unstring
           if function trim(postedAmountText) = spaces
               or function test-numval(postedAmountText) not = 0
           move function numval(postedAmountText) to postedAmount
           add 1 to postedCount
           add postedAmount to postedTotal
           if postedSourceText = 'COUNTER'
               add 1 to counterPostedCount
               add postedAmount to counterPostedAmount
               exit paragraph
           end-if
           if postedSourceText = 'LOCKBOX'
               add 1 to lockboxPostedCount
               add postedAmount to lockboxPostedAmount
               exit paragraph
           end-if

           set depositUnmatched to true
           perform varying bankItemIndex from 1 by 1
               perform write-report-line
           end-if.

      *    A till deposit clears against a bank deposit exactly as
      *    a posted item does - first unmatched one with the same
      *    amount and date. No counter deposit file for the day is
      *    normal when the counter took nothing.
       match-counter-deposits.
           open input counterDepFile
           if counterDepFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to endOfFile
           perform until eof
               read counterDepFile
                   at end
                       set eof to true
                   not at end
                       perform match-one-till-deposit
               end-read
           end-perform
           close counterDepFile.

       match-one-till-deposit.
           if counterDepFileRecord = spaces
               or counterDepFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move spaces to counterTenderText counterCountText
                          counterAmountText counterDateText
                          counterOperText
           unstring counterDepFileRecord delimited by ','
               into counterTenderText counterCountText
                    counterAmountText counterDateText
                    counterOperText
           end-unstring
           if function trim(counterAmountText) = spaces
               or function test-numval(counterAmountText) not = 0
               or function trim(counterCountText) is not numeric
               move spaces to logMessage
               string 'BankRecon: bad counter deposit skipped - '
                      function trim(counterDepFileRecord)
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if
           move function numval(counterAmountText)
               to counterDepAmount
           add 1 to counterDepCount
           add function numval(counterCountText)
               to counterClosedCount
           add counterDepAmount to counterClosedAmount

           set depositUnmatched to true
           perform varying bankItemIndex from 1 by 1
               until bankItemIndex > bankItemCount
               if bankItemMatched(bankItemIndex) = 'N'
                   and bankItemAmount(bankItemIndex)
                       = counterDepAmount
                   and bankItemDate(bankItemIndex)
                       = counterDateText(1:8)
                   move 'Y' to bankItemMatched(bankItemIndex)
                   set depositMatched to true
                   exit perform
               end-if
           end-perform
           if depositMatched
               add 1 to matchedCount
               add counterDepAmount to matchedTotal
           else
               add 1 to postedOutstanding
               add counterDepAmount to postedOutAmount
               move spaces to reportLine
               string 'TILL NOT DEPOSITED   '
                      function trim(counterOperText) ' '
                      counterTenderText
                      ' amount ' counterDepAmount
                      ' date ' counterDateText(1:8)
                   into reportLine
               end-string
               perform write-report-line
           end-if.

      *    The till deposits should account for every counter
      *    receipt posted that day; a shift not yet closed out, or
      *    one left open over midnight, shows here.
       check-counter-close-out.
           if counterPostedCount = counterClosedCount
               and counterPostedAmount = counterClosedAmount
               exit paragraph
           end-if
           add 1 to postedOutstanding
           move spaces to reportLine
           if counterPostedAmount >= counterClosedAmount
               compute counterDiffAmount =
                   counterPostedAmount - counterClosedAmount
               if counterPostedCount >= counterClosedCount
                   compute counterDiffCount =
                       counterPostedCount - counterClosedCount
               else
                   move 0 to counterDiffCount
               end-if
               string 'COUNTER NOT CLOSED OUT ' counterDiffCount
                      ' receipt(s) amount ' counterDiffAmount
                   into reportLine
               end-string
           else
               compute counterDiffAmount =
                   counterClosedAmount - counterPostedAmount
               if counterClosedCount >= counterPostedCount
                   compute counterDiffCount =
                       counterClosedCount - counterPostedCount
               else
                   move 0 to counterDiffCount
               end-if
               string 'COUNTER CLOSED NOT POSTED ' counterDiffCount
                      ' receipt(s) amount ' counterDiffAmount
                   into reportLine
               end-string
           end-if
           add counterDiffAmount to postedOutAmount
           perform write-report-line.

      *    A lockbox deposit clears against the bank the same way,
      *    by its whole total and the bank's deposit date. No
      *    lockbox deposit file for the day is normal when no
      *    lockbox file came in.
       match-lockbox-deposits.
           open input lockboxDepFile
           if lockboxDepFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to endOfFile
           perform until eof
               read lockboxDepFile
                   at end
                       set eof to true
                   not at end
                       perform match-one-lockbox-deposit
               end-read
           end-perform
           close lockboxDepFile.

       match-one-lockbox-deposit.
           if lockboxDepFileRecord = spaces
               or lockboxDepFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move spaces to lockboxNumberText lockboxDateText
                          lockboxTotalText lockboxCountText
                          lockboxSentText
           unstring lockboxDepFileRecord delimited by ','
               into lockboxNumberText lockboxDateText
                    lockboxTotalText lockboxCountText
                    lockboxSentText
           end-unstring
           if function trim(lockboxTotalText) = spaces
               or function test-numval(lockboxTotalText) not = 0
               or function trim(lockboxSentText) = spaces
               or function test-numval(lockboxSentText) not = 0
               or function trim(lockboxCountText) is not numeric
               move spaces to logMessage
               string 'BankRecon: bad lockbox deposit skipped - '
                      function trim(lockboxDepFileRecord)
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if
           move function numval(lockboxTotalText)
               to lockboxDepAmount
           add 1 to lockboxDepCount
           add function numval(lockboxCountText)
               to lockboxSentCount
           add function numval(lockboxSentText)
               to lockboxSentAmount

           set depositUnmatched to true
           perform varying bankItemIndex from 1 by 1
               until bankItemIndex > bankItemCount
               if bankItemMatched(bankItemIndex) = 'N'
                   and bankItemAmount(bankItemIndex)
                       = lockboxDepAmount
                   and bankItemDate(bankItemIndex)
                       = lockboxDateText(1:8)
                   move 'Y' to bankItemMatched(bankItemIndex)
                   set depositMatched to true
                   exit perform
               end-if
           end-perform
           if depositMatched
               add 1 to matchedCount
               add lockboxDepAmount to matchedTotal
           else
               add 1 to postedOutstanding
               add lockboxDepAmount to postedOutAmount
               move spaces to reportLine
               string 'LOCKBOX NOT DEPOSITED '
                      function trim(lockboxNumberText)
                      ' amount ' lockboxDepAmount
                      ' date ' lockboxDateText(1:8)
                   into reportLine
               end-string
               perform write-report-line
           end-if.

      *    Everything the intake sent to posting should have posted
      *    that day; an item PostPayments suspended instead, or a
      *    payments file never posted, shows here.
       check-lockbox-posting.
           if lockboxPostedCount = lockboxSentCount
               and lockboxPostedAmount = lockboxSentAmount
               exit paragraph
           end-if
           add 1 to postedOutstanding
           move spaces to reportLine
           if lockboxSentAmount >= lockboxPostedAmount
               compute lockboxDiffAmount =
                   lockboxSentAmount - lockboxPostedAmount
               if lockboxSentCount >= lockboxPostedCount
                   compute lockboxDiffCount =
                       lockboxSentCount - lockboxPostedCount
               else
                   move 0 to lockboxDiffCount
               end-if
               string 'LOCKBOX SENT NOT POSTED ' lockboxDiffCount
                      ' item(s) amount ' lockboxDiffAmount
                   into reportLine
               end-string
           else
               compute lockboxDiffAmount =
                   lockboxPostedAmount - lockboxSentAmount
               if lockboxPostedCount >= lockboxSentCount
                   compute lockboxDiffCount =
                       lockboxPostedCount - lockboxSentCount
               else
                   move 0 to lockboxDiffCount
               end-if
               string 'LOCKBOX POSTED NOT SENT ' lockboxDiffCount
                      ' item(s) amount ' lockboxDiffAmount
                   into reportLine
               end-string
           end-if
           add lockboxDiffAmount to postedOutAmount
           perform write-report-line.

       report-unmatched-deposits.
           perform varying bankItemIndex from 1 by 1
               until bankItemIndex > bankItemCount
