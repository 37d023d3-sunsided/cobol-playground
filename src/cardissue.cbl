       identification division.
       program-id. CardIssue.

      *    Nightly membership-card run. Keeps the card file
      *    (CARD_FILE, cards.dat - one record per member, see
      *    card.cpy) and cuts the print file for the card vendor.
      *    A member gets a card for
      *
      *        new member     an add on the day's audit trail
      *                       (CARD_AUDIT, default the dated
      *                       auditYYYYMMDD.dat for the BizDate
      *                       processing date) for a member with
      *                       no card yet
      *        reinstatement  an add for a member whose old card
      *                       is still on file (ReinstateMember),
      *                       or a status change back to active
      *        name change    a change whose before and after
      *                       names differ
      *        renewal        an active card expiring within
      *                       CARD_RENEW_DAYS (default 30) days
      *        office request a line keyed by the office on the
      *                       card request file (CARD_REQUESTS,
      *                       cardreq.txn) - 'L,fileID' lost or
      *                       stolen, 'D,fileID' damaged,
      *                       'I,fileID' reissue (for a member
      *                       whose card was held for want of an
      *                       address)
      *
      *    and only while the master shows them active. A card is
      *    good for CARD_VALID_YEARS (default 2) years from issue.
      *    One card per member per night - a second trigger the
      *    same night, or a rerun, finds the card already cut.
      *    Every active card whose member is lapsed, cancelled or
      *    gone from the master is marked void. The vendor file
      *    (CARD_OUTPUT, default cardvendYYYYMMDD.dat) is in the
      *    vendor's fixed layout - header, one detail per card
      *    with the mailing address from the contact file,
      *    trailer - and is registered through OutboundLog with
      *    the card count as both count and hash, so AckMatch
      *    chases the vendor's acknowledgment like any extract. A
      *    member with no contact record gets no card and is
      *    listed on the run report (CARD_REPORT, cardissue.rpt)
      *    for the office, and so is a member whose address the
      *    post office has returned (ReturnedMail's bad-address
      *    flag), counted separately - a card posted there is a
      *    card lost. Either, or a rejected request, ends the run
      *    with return code 4.

       environment division.
       input-output section.
       file-control.
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
           select cardFile assign to dynamic cardFilePath
               organization is indexed
               access mode is dynamic
               record key is cardMemberID
               file status is cardFileStatus.
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
           select requestFile assign to dynamic requestFileName
               organization is line sequential
               file status is requestFileStatus.
           select vendorFile assign to dynamic vendorFileName
               organization is line sequential
               file status is vendorFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
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
                                             by ==contactBadAddress==
                         ==CONTACT-BAD-DATE==  by ==contactBadDate==.

       fd  cardFile.
           copy card
               replacing ==CARD-RECORD==       by ==cardRecord==
                         ==CARD-MEMBER-ID==    by ==cardMemberID==
                         ==CARD-NUMBER==       by ==cardNumber==
                         ==CARD-ISSUE-DATE==   by ==cardIssueDate==
                         ==CARD-EXPIRY-DATE==  by ==cardExpiryDate==
                         ==CARD-ISSUE-REASON== by ==cardIssueReason==
                         ==CARD-STATUS==       by ==cardStatus==
                         ==CARD-VOID-DATE==    by ==cardVoidDate==
                         ==CARD-NAME==         by ==cardName==
                         ==CARD-ISSUE-COUNT==  by ==cardIssueCount==.

       fd  auditFile.
       01  auditFileRecord pic X(200).

       fd  requestFile.
       01  requestFileRecord pic X(80).

       fd  vendorFile.
       01  vendorFileRecord pic X(200).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  cardFilePath     pic X(100) value 'cards.dat'.
       01  cardFileStatus   pic XX.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  requestFileName  pic X(100) value 'cardreq.txn'.
       01  requestFileStatus pic XX.
       01  vendorFileName   pic X(100).
       01  vendorFileStatus pic XX.
       01  reportFileName   pic X(100) value 'cardissue.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  cardEndSwitch    pic X value 'N'.
           88 cardEof            value 'Y'.
       01  cardFoundSwitch  pic X.
           88 cardOnFile         value 'Y'.
           88 cardNotOnFile      value 'N'.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  validYearsText   pic X(2) value '2'.
       01  validYears       pic 99 value 2.
       01  renewDaysText    pic X(3) value '30'.
       01  renewDays        pic 999 value 30.
       01  renewLimitDate   pic 9(8).
       01  expiryDate.
           02 expiryYear    pic 9(4).
           02 expiryMMDD    pic X(4).
       01  issueReason      pic X.
       01  oldCardNumber    pic X(12).
       01  replacesText     pic X(21).
       01  sequenceText     pic 99.
       01  auditStamp       pic X(15).
       01  auditAction      pic X.
       01  auditID          pic X(10).
       01  auditBeforeName  pic X(40).
       01  auditBeforeAge   pic X(4).
       01  auditBeforeDOB   pic X(8).
       01  auditBeforeStatus pic X.
       01  auditBeforeStatDate pic X(8).
       01  auditAfterName   pic X(40).
       01  auditAfterAge    pic X(4).
       01  auditAfterDOB    pic X(8).
       01  auditAfterStatus pic X.
       01  txnAction        pic X.
       01  txnID            pic X(10).
       01  rejectText       pic X(40).
      *    The vendor's print-file layout - fixed positions, one
      *    header, a detail per card, one trailer.
       01  vendorHeader.
           02 vhType        pic X value 'H'.
           02 vhSender      pic X(15) value 'MEMBERSHIP'.
           02 vhFileDate    pic X(8).
           02 vhFileTime    pic X(6).
           02 filler        pic X(170) value spaces.
       01  vendorDetail.
           02 vdType        pic X value 'D'.
           02 vdCardNumber  pic X(12).
           02 vdName        pic X(40).
           02 vdAddr1       pic X(30).
           02 vdAddr2       pic X(30).
           02 vdCity        pic X(20).
           02 vdPostal      pic X(10).
           02 vdIssueDate   pic X(8).
           02 vdExpiryMonth pic X(7).
           02 vdReason      pic X.
           02 filler        pic X(41) value spaces.
       01  vendorTrailer.
           02 vtType        pic X value 'T'.
           02 vtCount       pic 9(6).
           02 filler        pic X(193) value spaces.
       01  requestsRead     pic 9(6) value 0.
       01  requestsRejected pic 9(6) value 0.
       01  auditLinesRead   pic 9(6) value 0.
       01  cardsChecked     pic 9(6) value 0.
       01  cardsIssued      pic 9(6) value 0.
       01  cardsAlreadyCut  pic 9(6) value 0.
       01  cardsVoided      pic 9(6) value 0.
       01  noAddressCount   pic 9(6) value 0.
       01  badAddressCount  pic 9(6) value 0.
       01  issuedByReason.
           02 issuedNew     pic 9(6) value 0.
           02 issuedName    pic 9(6) value 0.
           02 issuedReinstate pic 9(6) value 0.
           02 issuedRenewal pic 9(6) value 0.
           02 issuedRequest pic 9(6) value 0.
       01  outboundRequest.
           02 obAction   pic X.
           02 obProgram  pic X(15) value 'CardIssue'.
           02 obFile     pic X(100).
           02 obCount    pic 9(6).
           02 obHash     pic 9(9).
           02 obStatus   pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'CardIssue'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept masterFilePath from environment 'MAINT_MASTER'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept cardFilePath from environment 'CARD_FILE'
               on exception
                   continue
           end-accept
           accept requestFileName from environment 'CARD_REQUESTS'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'CARD_REPORT'
               on exception
                   continue
           end-accept
           accept validYearsText from environment 'CARD_VALID_YEARS'
               on exception
                   continue
           end-accept
           if function trim(validYearsText) is numeric
               move function numval(validYearsText) to validYears
           end-if
           if validYears = 0
               move 2 to validYears
           end-if
           accept renewDaysText from environment 'CARD_RENEW_DAYS'
               on exception
                   continue
           end-accept
           if function trim(renewDaysText) is numeric
               move function numval(renewDaysText) to renewDays
           end-if
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           compute renewLimitDate = function date-of-integer(
               function integer-of-date(function numval(runDate))
               + renewDays)
           move spaces to auditFileName
           string 'audit' runDate '.dat'
               into auditFileName
           end-string
           accept auditFileName from environment 'CARD_AUDIT'
               on exception
                   continue
           end-accept
           move spaces to vendorFileName
           string 'cardvend' runDate '.dat'
               into vendorFileName
           end-string
           accept vendorFileName from environment 'CARD_OUTPUT'
               on exception
                   continue
           end-accept

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
           if contactFileStatus not = '00'
               string 'Error: Unable to open ' contactFilePath
                      ' - no addresses, no cards can be mailed'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open i-o cardFile
           if cardFileStatus = '35'
               open output cardFile
               close cardFile
               open i-o cardFile
           end-if
           if cardFileStatus not = '00'
               string 'Error: Unable to open ' cardFilePath
                      ' - file status ' cardFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open output vendorFile
           if vendorFileStatus not = '00'
               string 'Error: Unable to open ' vendorFileName
                      ' - file status ' vendorFileStatus
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
           move runDate to vhFileDate
           move runTimestamp(9:6) to vhFileTime
           write vendorFileRecord from vendorHeader
           move spaces to reportLine
           string 'Membership card run  processing date ' runDate
                  '  run ' runTimestamp(1:8) '-' runTimestamp(9:6)
                  '  renewing to ' renewLimitDate
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

      *    Office requests first - a member who reported a card
      *    lost is waiting on it.
           open input requestFile
           if requestFileStatus = '00'
               set notEof to true
               perform until eof
                   read requestFile
                       at end
                           set eof to true
                       not at end
                           perform apply-card-request
                   end-read
               end-perform
               close requestFile
           end-if

      *    No audit file just means no maintenance today.
           open input auditFile
           if auditFileStatus = '00'
               set notEof to true
               perform until eof
                   read auditFile
                       at end
                           set eof to true
                       not at end
                           perform check-one-audit-line
                   end-read
               end-perform
               close auditFile
           end-if

           move low-values to cardMemberID
           start cardFile key not < cardMemberID
               invalid key
                   set cardEof to true
           end-start
           perform until cardEof
               read cardFile next record
                   at end
                       set cardEof to true
                   not at end
                       perform check-one-card
               end-read
           end-perform

           move cardsIssued to vtCount
           write vendorFileRecord from vendorTrailer
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Cards issued ' cardsIssued
                  '  voided ' cardsVoided
                  '  held - no address ' noAddressCount
                  '  requests rejected ' requestsRejected
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Held - bad address ' badAddressCount
               into reportLine
           end-string
           perform write-report-line

           close masterFile
           close contactFile
           close cardFile
           close vendorFile
           close reportFile

           move 'R' to obAction
           move vendorFileName to obFile
           move cardsIssued to obCount
           move cardsIssued to obHash
           call 'OutboundLog' using outboundRequest
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== CardIssue Control Totals ====='
           display 'Requests read      : ' requestsRead
           display 'Requests rejected  : ' requestsRejected
           display 'Audit lines read   : ' auditLinesRead
           display 'Cards checked      : ' cardsChecked
           display 'Cards issued       : ' cardsIssued
           display '  new members      : ' issuedNew
           display '  name changes     : ' issuedName
           display '  reinstatements   : ' issuedReinstate
           display '  renewals         : ' issuedRenewal
           display '  office requests  : ' issuedRequest
           display 'Already cut today  : ' cardsAlreadyCut
           display 'Held - no address  : ' noAddressCount
           display 'Held - bad address : ' badAddressCount
           display 'Cards voided       : ' cardsVoided
           display '===================================='
           string 'CardIssue complete - ' cardsIssued
                  ' card(s) to ' function trim(vendorFileName)
                  ', ' cardsVoided ' voided'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if requestsRejected > 0 or noAddressCount > 0
               or badAddressCount > 0
               move 4 to return-code
           end-if
           stop run.

       apply-card-request.
           if requestFileRecord = spaces
               or requestFileRecord(1:1) = '*'
               exit paragraph
           end-if
           add 1 to requestsRead
           move space to txnAction
           move spaces to txnID
           unstring requestFileRecord delimited by ','
               into txnAction txnID
           end-unstring
           if txnAction not = 'L' and txnAction not = 'D'
               and txnAction not = 'I'
               move 'unknown card request' to rejectText
               perform reject-card-request
               exit paragraph
           end-if
           move txnID to masterFileID
           read masterFile
               invalid key
                   move 'fileID not on master' to rejectText
                   perform reject-card-request
                   exit paragraph
           end-read
           if masterMemberStatus = 'L' or masterMemberStatus = 'C'
               move 'member is not active' to rejectText
               perform reject-card-request
               exit paragraph
           end-if
           move txnAction to issueReason
           move txnID to cardMemberID
           perform issue-one-card.

       reject-card-request.
           add 1 to requestsRejected
           move spaces to reportLine
           string 'REJECTED ' txnAction ' ' txnID
                  ' - ' function trim(rejectText)
               into reportLine
           end-string
           perform write-report-line
           move spaces to logMessage
           string 'Reject: card request ' txnAction ' ' txnID
                  ' - ' function trim(rejectText)
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity.

      *    The audit line is only the trigger - whether a card is
      *    cut is decided against the master as it stands now, so
      *    a member added and lapsed the same day gets nothing.
       check-one-audit-line.
           if auditFileRecord = spaces
               exit paragraph
           end-if
           add 1 to auditLinesRead
           move spaces to auditStamp
           move space to auditAction
           move spaces to auditID
           move spaces to auditBeforeName
           move spaces to auditBeforeAge
           move spaces to auditBeforeDOB
           move space to auditBeforeStatus
           move spaces to auditBeforeStatDate
           move spaces to auditAfterName
           move spaces to auditAfterAge
           move spaces to auditAfterDOB
           move space to auditAfterStatus
           unstring auditFileRecord delimited by ','
               into auditStamp auditAction auditID
                    auditBeforeName auditBeforeAge auditBeforeDOB
                    auditBeforeStatus auditBeforeStatDate
                    auditAfterName auditAfterAge auditAfterDOB
                    auditAfterStatus
           end-unstring
           move auditID to cardMemberID
           set cardOnFile to true
           read cardFile
               invalid key
                   set cardNotOnFile to true
           end-read
           evaluate true
               when auditAction = 'A' and cardNotOnFile
                   move 'N' to issueReason
               when auditAction = 'A'
                   move 'R' to issueReason
               when auditAction = 'S' and auditAfterStatus = 'A'
                   and auditBeforeStatus not = 'A'
                   move 'R' to issueReason
               when auditAction = 'C'
                   and auditAfterName not = auditBeforeName
                   move 'M' to issueReason
               when other
                   exit paragraph
           end-evaluate
           move auditID to masterFileID
           read masterFile
               invalid key
                   exit paragraph
           end-read
           if masterMemberStatus = 'L' or masterMemberStatus = 'C'
               exit paragraph
           end-if
           move auditID to cardMemberID
           perform issue-one-card.

      *    The card sweep - void what the member can no longer
      *    use, renew what is about to run out.
       check-one-card.
           if cardStatus not = 'A'
               exit paragraph
           end-if
           add 1 to cardsChecked
           move cardMemberID to masterFileID
           read masterFile
               invalid key
                   move 'D' to masterMemberStatus
           end-read
           if masterMemberStatus = 'L' or masterMemberStatus = 'C'
               or masterMemberStatus = 'D'
               move 'V' to cardStatus
               move runDate to cardVoidDate
               rewrite cardRecord
               add 1 to cardsVoided
               move spaces to reportLine
               string 'VOIDED   ' cardMemberID ' card ' cardNumber
                      ' member status ' masterMemberStatus
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if
           if cardExpiryDate not > renewLimitDate
               and cardIssueDate not = runDate
               move 'E' to issueReason
               perform issue-one-card
           end-if.

      *    Cut one card for cardMemberID, the master record for
      *    the member in hand. The record on file, if any, is the
      *    card being replaced.
       issue-one-card.
           set cardOnFile to true
           read cardFile
               invalid key
                   set cardNotOnFile to true
                   move 0 to cardIssueCount
                   move spaces to cardNumber
           end-read
           if cardOnFile and cardStatus = 'A'
               and cardIssueDate = runDate
               add 1 to cardsAlreadyCut
               exit paragraph
           end-if
           move masterFileID to contactMemberID
           read contactFile
               invalid key
                   add 1 to noAddressCount
                   move spaces to reportLine
                   string 'HELD     ' masterFileID ' reason '
                          issueReason ' - no contact record, '
                          'key an I request once the address '
                          'is on file'
                       into reportLine
                   end-string
                   perform write-report-line
                   exit paragraph
           end-read
           if contactBadAddress = 'Y'
               add 1 to badAddressCount
               move spaces to reportLine
               string 'HELD     ' masterFileID ' reason '
                      issueReason ' - address returned by the '
                      'post office ' contactBadDate
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if
           move cardNumber to oldCardNumber
           if cardIssueCount = 99
               move 0 to cardIssueCount
           end-if
           add 1 to cardIssueCount
           move cardIssueCount to sequenceText
           move masterFileID to cardMemberID
           move spaces to cardNumber
           string masterFileID sequenceText
               delimited by size
               into cardNumber
           end-string
           move runDate to cardIssueDate
           move runDate(1:4) to expiryYear
           add validYears to expiryYear
           move runDate(5:4) to expiryMMDD
           if expiryMMDD = '0229'
               move '0228' to expiryMMDD
           end-if
           move expiryDate to cardExpiryDate
           move issueReason to cardIssueReason
           move 'A' to cardStatus
           move spaces to cardVoidDate
           move masterFileName to cardName
           if cardOnFile
               rewrite cardRecord
           else
               write cardRecord
           end-if

           move cardNumber to vdCardNumber
           move cardName to vdName
           move contactAddr1 to vdAddr1
           move contactAddr2 to vdAddr2
           move contactCity to vdCity
           move contactPostal to vdPostal
           move cardIssueDate to vdIssueDate
           move spaces to vdExpiryMonth
           string cardExpiryDate(5:2) '/' cardExpiryDate(1:4)
               into vdExpiryMonth
           end-string
           move cardIssueReason to vdReason
           write vendorFileRecord from vendorDetail
           add 1 to cardsIssued
           evaluate issueReason
               when 'N'
                   add 1 to issuedNew
               when 'M'
                   add 1 to issuedName
               when 'R'
                   add 1 to issuedReinstate
               when 'E'
                   add 1 to issuedRenewal
               when other
                   add 1 to issuedRequest
           end-evaluate
           move spaces to reportLine
           move spaces to replacesText
           if oldCardNumber not = spaces
               string 'replaces ' oldCardNumber
                   into replacesText
               end-string
           end-if
           string 'ISSUED   ' cardMemberID ' card ' cardNumber
                  ' reason ' issueReason ' expires '
                  cardExpiryDate ' ' replacesText ' '
                  function trim(cardName)
               into reportLine
           end-string
           perform write-report-line.

       write-report-line.
           write reportFileRecord from reportLine.
