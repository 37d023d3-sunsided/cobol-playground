      *    receivables file. Each member's statement starts on its
      *    own page so the pages can go straight into envelopes.
      *    STMT_ID narrows the run to one fileID; left blank it
      *    statements the whole ledger. Every statement is
      *    recorded on the correspondence history through CorrLog
      *    (letter type STMT).
      *
      *    Each statement goes the way the member asked on the
      *    consent register (ConsentCheck): by post into the
      *    paged print file as above, or by email into the email
      *    file (STMT_EMAIL, default statementmailYYYYMMDD.txt) -
      *    a 'To:' and 'Subject:' header then the same statement
      *    lines. A statement is not a legally required notice, so
      *    a member who asked for no contact, or chose email with
      *    no address on file, gets none and is counted. A postal
      *    statement to an address the post office has returned
      *    (ReturnedMail's bad-address flag) is not printed either
      *    and is counted separately; email still goes.
      *
      *    Once billing raises charges (PAY_CHARGES, charges.dat)
      *    the balance section itemizes them instead of showing
      *    one billed figure: every charge still owing - dues,
      *    late fees, card and event fees - with the date raised,
      *    the amount, what has been paid against it and what is
      *    left, then the balance due across them all.

       environment division.
       input-output section.
               access mode is random
               record key is recvMemberID
               file status is receivableFileStatus.
           select chargeFile assign to dynamic chargeFilePath
               organization is indexed
               access mode is dynamic
               record key is chargeKey
               file status is chargeFileStatus.
           select contactFile assign to dynamic contactFilePath
               organization is indexed
               access mode is random
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select emailFile assign to dynamic emailFileName
               organization is line sequential
               file status is emailFileStatus.

       data division.
       file section.
                                               by ==recvBilledAmount==
                         ==RECV-BILL-DATE==    by ==recvBillDate==.

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

       fd  contactFile.
           copy contactrec
               replacing ==CONTACT-RECORD==    by ==contactRecord==
                         ==CONTACT-CITY==      by ==contactCity==
                         ==CONTACT-POSTAL==    by ==contactPostal==
                         ==CONTACT-PHONE==     by ==contactPhone==
                         ==CONTACT-EMAIL==     by ==contactEmail==
                         ==CONTACT-BAD-ADDRESS==
                                             by ==contactBadAddress==.

       fd  reportFile.
       01  reportFileRecord pic X(132).

       fd  emailFile.
       01  emailFileRecord pic X(132).

       working-storage section.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  receivableFileStatus pic XX.
       01  receivableOpenSwitch pic X value 'N'.
           88 receivablesAvailable value 'Y'.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  chargeFileStatus pic XX.
       01  chargeOpenSwitch pic X value 'N'.
           88 chargesAvailable   value 'Y'.
       01  chargeEndSwitch  pic X.
           88 chargeScanDone     value 'Y'.
       01  chargesShown     pic 9(4).
       01  chargeOwing      pic 9(7)v99.
       01  chargeAmountOut  pic zzz,zz9.99.
       01  chargePaidOut    pic zzz,zz9.99.
       01  chargeOwingOut   pic zzz,zz9.99.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  reportFileName   pic X(100) value 'statement.rpt'.
       01  reportFileStatus pic XX.
       01  emailFileName    pic X(100).
       01  emailFileStatus  pic XX.
       01  deliverySwitch   pic X.
           88 deliverByPost      value 'P'.
           88 deliverByEmail     value 'E'.
       01  statementsEmailed pic 9(6) value 0.
       01  statementsWithheld pic 9(6) value 0.
       01  statementsBadAddress pic 9(6) value 0.
       01  consentRequest.
           02 consentReqID        pic X(10).
           02 consentReqRequired  pic X value 'N'.
           02 consentReqHasEmail  pic X.
           02 consentDeliver      pic X.
           02 consentReqChannel   pic X.
           02 consentReqMarketing pic X.
           02 consentStatus       pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  reportLine       pic X(132).
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
       01  corrRequest.
           02 corrAction    pic X.
           02 corrMember    pic X(10).
           02 corrDate      pic X(8).
           02 corrLetter    pic X(8).
           02 corrProgram   pic X(15) value 'MemberStatement'.
           02 corrFile      pic X(60).
           02 corrSubject   pic X(40).
           02 corrStatus    pic XX.

       procedure division.
       begin.
           end-accept
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate
           move spaces to emailFileName
           string 'statementmail' runDate '.txt'
               into emailFileName
           end-string
           accept emailFileName from environment 'STMT_EMAIL'
               on exception
                   continue
           end-accept

           open input ledgerFile
           if ledgerFileStatus not = '00'
           if receivableFileStatus = '00'
               set receivablesAvailable to true
           end-if
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           open input chargeFile
           if chargeFileStatus = '00'
               set chargesAvailable to true
           end-if
      *    The contact file joins in the mailing address so the
      *    statement pages can be delivered; a shop without the
      *    contact subsystem just prints no address block.
               stop run
           end-if

           open output emailFile
           if emailFileStatus not = '00'
               string 'Error: Unable to open ' emailFileName
                      ' - file status ' emailFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           if selectedID not = spaces
               move selectedID to ledgerMemberID
               read ledgerFile
           if receivablesAvailable
               close receivableFile
           end-if
           if chargesAvailable
               close chargeFile
           end-if
           if contactsAvailable
               close contactFile
           end-if
           close reportFile
           close emailFile
           move 'C' to corrAction
           call 'CorrLog' using corrRequest

           display '===== MemberStatement Control Totals ====='
           display 'Statements written : ' statementsWritten
           display '  of which emailed : ' statementsEmailed
           display 'Not on master      : ' membersMissing
           display 'Withheld - consent : ' statementsWithheld
           display 'Withheld - bad addr: ' statementsBadAddress
           display '==========================================='
           move spaces to logMessage
           string 'MemberStatement complete - ' statementsWritten
                  ' statement(s) on ' pageNumber ' page(s)'
               into logMessage
      *    the gap noted for the office instead of silently
      *    dropping the member's money from the mailing.
       print-one-statement.
           perform choose-delivery
           if consentDeliver = 'N'
               add 1 to statementsWithheld
               exit paragraph
           end-if
           if deliverByPost and contactBadAddress = 'Y'
               add 1 to statementsBadAddress
               exit paragraph
           end-if
           perform look-up-member
           if deliverByEmail
               perform write-email-heading
           else
               perform print-page-heading
           end-if
           move spaces to reportLine
           string '  Member : ' ledgerMemberID
               into reportLine
                   to reportLine
               perform write-report-line
           end-if
           if contactsAvailable and deliverByPost
               perform print-address-block
           end-if
           move spaces to reportLine
               into reportLine
           end-string
           perform write-report-line
           move 0 to chargesShown
           if chargesAvailable
               perform print-charge-section
           end-if
           if receivablesAvailable and chargesShown = 0
               perform print-balance-section
           end-if
           add 1 to statementsWritten
           if deliverByEmail
               add 1 to statementsEmailed
           end-if
           perform record-statement-sent.

      *    The consent register decides post or email; the email
      *    address comes from the contact file.
       choose-delivery.
           move spaces to contactEmail
           move space to contactBadAddress
           if contactsAvailable
               move ledgerMemberID to contactMemberID
               read contactFile
                   invalid key
                       move spaces to contactEmail
                       move space to contactBadAddress
               end-read
           end-if
           move ledgerMemberID to consentReqID
           move 'N' to consentReqHasEmail
           if contactEmail not = spaces
               move 'Y' to consentReqHasEmail
           end-if
           call 'ConsentCheck' using consentRequest
           move consentDeliver to deliverySwitch.

       write-email-heading.
           move all '=' to emailFileRecord
           write emailFileRecord
           move spaces to emailFileRecord
           string 'To: ' function trim(contactEmail)
               into emailFileRecord
           end-string
           write emailFileRecord
           move spaces to emailFileRecord
           string 'Subject: Member Payment Statement '
                  runDate(1:4) '-' runDate(5:2) '-' runDate(7:2)
               into emailFileRecord
           end-string
           write emailFileRecord
           move spaces to emailFileRecord
           write emailFileRecord.

       record-statement-sent.
           move 'W' to corrAction
           move ledgerMemberID to corrMember
           move runDate to corrDate
           move 'STMT' to corrLetter
           move reportFileName to corrFile
           if deliverByEmail
               move emailFileName to corrFile
           end-if
           move 'Payment statement' to corrSubject
           call 'CorrLog' using corrRequest
           if corrStatus not = '00'
               move spaces to logMessage
               string 'MemberStatement: correspondence history not'
                      ' updated for ' ledgerMemberID
                      ' - status ' corrStatus
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

       print-balance-section.
           move ledgerMemberID to recvMemberID
           end-if
           perform write-report-line.

      *    Settled charges are history and stay off the statement;
      *    a member with no charges on file at all falls back to
      *    the billed-amount section.
       print-charge-section.
           move 0 to statementBalance
           move 'N' to chargeEndSwitch
           move ledgerMemberID to chargeMemberID
           move low-values to chargeRaisedDate
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
                       if chargeMemberID not = ledgerMemberID
                           set chargeScanDone to true
                       else
                           perform print-one-charge
                       end-if
               end-read
           end-perform
           if chargesShown = 0
               exit paragraph
           end-if
           move spaces to reportLine
           if statementBalance > 0
               move statementBalance to chargeOwingOut
               string '  Balance due   : '
                      function trim(chargeOwingOut)
                   into reportLine
               end-string
           else
               string '  Balance due   : none - paid in full'
                   into reportLine
               end-string
           end-if
           perform write-report-line.

       print-one-charge.
           if chargesShown = 0
               move spaces to reportLine
               perform write-report-line
               move spaces to reportLine
               move '  Charges       : raised' to reportLine(1:24)
               move 'type' to reportLine(28:4)
               move '    amount' to reportLine(34:10)
               move '      paid' to reportLine(46:10)
               move '     owing' to reportLine(58:10)
               perform write-report-line
           end-if
           add 1 to chargesShown
           if chargeSettled >= chargeAmount
               exit paragraph
           end-if
           compute chargeOwing = chargeAmount - chargeSettled
           add chargeOwing to statementBalance
           move chargeAmount to chargeAmountOut
           move chargeSettled to chargePaidOut
           move chargeOwing to chargeOwingOut
           move spaces to reportLine
           move chargeRaisedDate to reportLine(19:8)
           move chargeType to reportLine(28:4)
           move chargeAmountOut to reportLine(34:10)
           move chargePaidOut to reportLine(46:10)
           move chargeOwingOut to reportLine(58:10)
           move chargeReference to reportLine(70:30)
           perform write-report-line.

       print-address-block.
           move ledgerMemberID to contactMemberID
           read contactFile
           write reportFileRecord.

       write-report-line.
           if deliverByEmail
               write emailFileRecord from reportLine
           else
               write reportFileRecord from reportLine
           end-if.
