       identification division.
       program-id. PaymentReceipt.

      *    Year-end payment receipt run - the itemized receipt
      *    members ask for every January for their tax returns,
      *    which the office used to type up by hand. Reads the
      *    keyed payment history PostPayments and RecycleSuspense
      *    write (payhist.dat, PAY_HISTORY) and prints each member
      *    with activity in the receipt year one page: name and
      *    mailing address, every payment, reversal and adjustment
      *    dated in the year, the year's totals by type and the
      *    net paid. RECEIPT_YEAR picks the calendar year (default
      *    the year before the run date - the January run);
      *    RECEIPT_ID narrows the run to one fileID.
      *
      *    Each receipt also proves itself against the payments
      *    ledger: the member's whole history netted out must
      *    equal ledgerTotalPaid, and a member whose history does
      *    not tie is flagged on the page and counted, so a
      *    receipt never goes out the door disagreeing with the
      *    books. Any member out of tie ends the run rc 4. Money
      *    paid before the history came in is there as the one
      *    opening balance item ConvertPayHist loads from the
      *    ledger; it counts toward the tie and never prints.
      *    A member whose address the post office has returned
      *    (ReturnedMail's bad-address flag) gets no page - the
      *    receipt would only come back again - and is counted
      *    separately; the ledger tie is still proved for them.

       environment division.
       input-output section.
       file-control.
           select payHistFile assign to dynamic payHistFilePath
               organization is indexed
               access mode is dynamic
               record key is payHistKey
               file status is payHistFileStatus.
           select ledgerFile assign to dynamic ledgerFilePath
               organization is indexed
               access mode is random
               record key is ledgerMemberID
               file status is ledgerFileStatus.
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

       data division.
       file section.
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

       fd  ledgerFile.
       01  ledgerRecord.
           02 ledgerMemberID    pic X(10).
           02 ledgerTotalPaid   pic 9(9)v99.
           02 ledgerPaymentCount pic 9(6).
           02 ledgerLastPayDate pic X(8).

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
                         ==CONTACT-EMAIL==     by ==contactEmail==
                         ==CONTACT-BAD-ADDRESS==
                                             by ==contactBadAddress==.

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  payHistFilePath  pic X(100) value 'payhist.dat'.
       01  payHistFileStatus pic XX.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  reportFileName   pic X(100) value 'receipt.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  selectedID       pic X(10).
       01  receiptYear      pic X(4) value spaces.
       01  receiptYearNumber pic 9(4).
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  pageNumber       pic 9(4) value 0.
       01  breakID          pic X(10) value spaces.
       01  firstRecordSwitch pic X value 'Y'.
           88 firstRecord        value 'Y'.
       01  memberFoundSwitch pic X value 'N'.
           88 memberOnMaster     value 'Y'.
           88 memberNotOnMaster  value 'N'.
      *    A member's page is only started at the first item dated
      *    in the receipt year - history from other years still
      *    counts toward the ledger tie but earns no receipt.
       01  pageStartedSwitch pic X value 'N'.
           88 pageStarted        value 'Y'.
       01  receiptHeldSwitch pic X value 'N'.
           88 receiptHeld        value 'Y'.
       01  receiptsBadAddress pic 9(6) value 0.
       01  yearPaidTotal    pic 9(9)v99 value 0.
       01  yearReversedTotal pic 9(9)v99 value 0.
       01  yearAdjustedTotal pic 9(9)v99 value 0.
       01  yearNetPaid      pic s9(9)v99 value 0.
       01  yearItemCount    pic 9(6) value 0.
       01  historyNet       pic s9(9)v99 value 0.
       01  ledgerPaid       pic 9(9)v99 value 0.
       01  tieDifference    pic s9(9)v99.
       01  amountOut        pic z(6)9.99.
       01  signedAmountOut  pic -z(6)9.99.
       01  itemTypeText     pic X(10).
       01  receiptsWritten  pic 9(6) value 0.
       01  receiptsOutOfTie pic 9(6) value 0.
       01  itemsRead        pic 9(6) value 0.
       01  grandNetPaid     pic s9(11)v99 value 0.
       01  reportLine       pic X(132).
      *    Finished reports are copied into the dated spool
      *    through SpoolReport, so a rerun no longer destroys
      *    yesterday's copy.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'PaymentReceipt'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept payHistFilePath from environment 'PAY_HISTORY'
               on exception
                   continue
           end-accept
           accept ledgerFilePath from environment 'PAY_LEDGER'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'RECEIPT_MASTER'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'RECEIPT_OUTPUT'
               on exception
                   continue
           end-accept
           accept selectedID from environment 'RECEIPT_ID'
               on exception
                   continue
           end-accept
           accept receiptYear from environment 'RECEIPT_YEAR'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate
           if receiptYear = spaces
               move runDate(1:4) to receiptYearNumber
               subtract 1 from receiptYearNumber
               move receiptYearNumber to receiptYear
           end-if
           if receiptYear is not numeric
               display 'Error: RECEIPT_YEAR must be YYYY'
               move 16 to return-code
               stop run
           end-if

           open input payHistFile
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
      *    The contact file joins in the mailing address; a shop
      *    without the contact subsystem prints no address block.
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

           move low-values to payHistKey
           if selectedID not = spaces
               move selectedID to payHistMemberID
           end-if
           start payHistFile key not < payHistKey
               invalid key
                   set eof to true
           end-start
           perform until eof
               read payHistFile next record
                   at end
                       set eof to true
                   not at end
                       if selectedID not = spaces
                           and payHistMemberID not = selectedID
                           set eof to true
                       else
                           perform take-one-history-item
                       end-if
               end-read
           end-perform
           if not firstRecord
               perform close-member-receipt
           end-if

           close payHistFile
           close ledgerFile
           close masterFile
           if contactsAvailable
               close contactFile
           end-if
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           move grandNetPaid to signedAmountOut
           display '===== PaymentReceipt Control Totals ====='
           display 'Receipt year       : ' receiptYear
           display 'History items read : ' itemsRead
           display 'Receipts written   : ' receiptsWritten
           display 'Out of tie         : ' receiptsOutOfTie
           display 'Held - bad address : ' receiptsBadAddress
           display 'Net paid in year   : ' signedAmountOut
           display '========================================='
           string 'PaymentReceipt complete - ' receiptsWritten
                  ' receipt(s) for ' receiptYear ', '
                  receiptsOutOfTie ' out of tie with the ledger'
               into logMessage
           end-string
           if receiptsOutOfTie > 0
               move 'W' to logSeverity
               move 4 to return-code
           else
               move 'I' to logSeverity
           end-if
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    History reads back in member order, so a change of
      *    fileID closes the previous member's receipt.
       take-one-history-item.
           add 1 to itemsRead
           if firstRecord or payHistMemberID not = breakID
               if not firstRecord
                   perform close-member-receipt
               end-if
               move 'N' to firstRecordSwitch
               move payHistMemberID to breakID
               move 'N' to pageStartedSwitch
               move 'N' to receiptHeldSwitch
               move 0 to yearPaidTotal
               move 0 to yearReversedTotal
               move 0 to yearAdjustedTotal
               move 0 to yearItemCount
               move 0 to historyNet
           end-if

      *    The opening balance ConvertPayHist loaded counts toward
      *    the tie but was never a payment in any receipt year.
           if payHistType = 'O'
               add payHistAmount to historyNet
               exit paragraph
           end-if
           evaluate payHistType
               when 'R'
                   subtract payHistAmount from historyNet
                   move 'REVERSAL' to itemTypeText
               when 'J'
                   subtract payHistAmount from historyNet
                   move 'ADJUSTMENT' to itemTypeText
               when other
                   add payHistAmount to historyNet
                   move 'PAYMENT' to itemTypeText
           end-evaluate

           if payHistPayDate(1:4) not = receiptYear
               exit paragraph
           end-if
           if not pageStarted
               perform open-member-receipt
           end-if
           add 1 to yearItemCount
           evaluate payHistType
               when 'R'
                   add payHistAmount to yearReversedTotal
               when 'J'
                   add payHistAmount to yearAdjustedTotal
               when other
                   add payHistAmount to yearPaidTotal
           end-evaluate
           move payHistAmount to amountOut
           move spaces to reportLine
           string '  ' payHistPayDate(1:4) '-' payHistPayDate(5:2)
                  '-' payHistPayDate(7:2) '  ' itemTypeText
                  '  ' amountOut
                  '  ' function trim(payHistReference)
               into reportLine
           end-string
           perform write-report-line.

      *    One receipt per page so the pages can go straight into
      *    envelopes, the way the statement run prints.
       open-member-receipt.
           set pageStarted to true
           if contactsAvailable
               move breakID to contactMemberID
               read contactFile
                   invalid key
                       continue
                   not invalid key
                       if contactBadAddress = 'Y'
                           set receiptHeld to true
                           add 1 to receiptsBadAddress
                       end-if
               end-read
           end-if
           perform print-page-heading
           perform look-up-member
           move spaces to reportLine
           string '  Member : ' breakID
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           if memberOnMaster
               string '  Name   : ' function trim(masterFileName)
                   into reportLine
               end-string
           else
               move '  Name   : (no longer on member master)'
                   to reportLine
           end-if
           perform write-report-line
           if contactsAvailable
               perform print-address-block
           end-if
           move spaces to reportLine
           perform write-report-line
           move spaces to reportLine
           string '  Payments received during ' receiptYear ':'
               into reportLine
           end-string
           perform write-report-line
           move '  date        type        amount      reference'
               to reportLine
           perform write-report-line.

      *    Year totals by type, the net paid, and the proof that
      *    the member's whole history nets to the ledger.
       close-member-receipt.
           if not pageStarted
               exit paragraph
           end-if
           compute yearNetPaid = yearPaidTotal
               - yearReversedTotal - yearAdjustedTotal
           add yearNetPaid to grandNetPaid
           move spaces to reportLine
           perform write-report-line
           move yearPaidTotal to amountOut
           move spaces to reportLine
           string '  Payments      : ' amountOut
               into reportLine
           end-string
           perform write-report-line
           move yearReversedTotal to amountOut
           move spaces to reportLine
           string '  Reversals     : ' amountOut
               into reportLine
           end-string
           perform write-report-line
           move yearAdjustedTotal to amountOut
           move spaces to reportLine
           string '  Adjustments   : ' amountOut
               into reportLine
           end-string
           perform write-report-line
           move yearNetPaid to signedAmountOut
           move spaces to reportLine
           string '  Net paid ' receiptYear ': ' signedAmountOut
               into reportLine
           end-string
           perform write-report-line

           move 0 to ledgerPaid
           move breakID to ledgerMemberID
           read ledgerFile
               invalid key
                   continue
               not invalid key
                   move ledgerTotalPaid to ledgerPaid
           end-read
           compute tieDifference = historyNet - ledgerPaid
           move spaces to reportLine
           perform write-report-line
           move ledgerPaid to amountOut
           move spaces to reportLine
           if tieDifference = 0
               string '  Ledger total paid to date ' amountOut
                      ' - agrees with payment history'
                   into reportLine
               end-string
           else
               add 1 to receiptsOutOfTie
               move tieDifference to signedAmountOut
               string '  ** Ledger total paid ' amountOut
                      ' does not tie to history - difference '
                      signedAmountOut
                   into reportLine
               end-string
               string 'PaymentReceipt: ' breakID
                      ' history does not tie to the ledger'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if
           perform write-report-line
           if not receiptHeld
               add 1 to receiptsWritten
           end-if.

       print-address-block.
           move breakID to contactMemberID
           read contactFile
               invalid key
                   exit paragraph
           end-read
           move spaces to reportLine
           string '  Mail to: ' function trim(contactAddr1)
               into reportLine
           end-string
           perform write-report-line
           if contactAddr2 not = spaces
               move spaces to reportLine
               string '           '
                      function trim(contactAddr2)
                   into reportLine
               end-string
               perform write-report-line
           end-if
           move spaces to reportLine
           string '           ' function trim(contactCity)
                  ' ' function trim(contactPostal)
               into reportLine
           end-string
           perform write-report-line.

       look-up-member.
           set memberNotOnMaster to true
           move breakID to masterFileID
           read masterFile
               invalid key
                   continue
               not invalid key
                   set memberOnMaster to true
           end-read.

       print-page-heading.
           if receiptHeld
               exit paragraph
           end-if
           add 1 to pageNumber
           move spaces to reportFileRecord
           string 'Payment Receipt for ' receiptYear
                  '   run date '
                  runDate(1:4) '-' runDate(5:2) '-' runDate(7:2)
                  '        page ' pageNumber
               into reportFileRecord
           end-string
           write reportFileRecord
           move spaces to reportFileRecord
           write reportFileRecord.

      *    A held receipt is worked through for its totals and
      *    tie but never reaches the print file.
       write-report-line.
           if receiptHeld
               exit paragraph
           end-if
           write reportFileRecord from reportLine.
