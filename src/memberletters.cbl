       identification division.
       program-id. MemberLetters.

      *    Nightly member letter run. Reads the day's member audit
      *    trail (LETTER_AUDIT, default the dated auditYYYYMMDD.dat
      *    for the BizDate processing date) and contact audit
      *    trail (LETTER_CONTACT_AUDIT, default contaudYYYYMMDD.dat)
      *    and writes the letter each event calls for
      *
      *        WELCOME   welcome pack - an add for a member we
      *                  have never written to or carded before
      *        WELCBACK  welcome back - an add for a returning
      *                  member (ReinstateMember), or a status
      *                  change from lapsed or cancelled to active
      *        LAPSE     lapse confirmation - a status change to L
      *        CANCEL    cancellation acknowledgment - a status
      *                  change to C
      *        ADDRESS   address-change confirmation - a contact
      *                  change whose address lines, city or
      *                  postal code differ
      *
      *    As in CardIssue the audit line is only the trigger: the
      *    letter goes out only when the master still agrees with
      *    the event, so a member lapsed and reinstated the same
      *    day gets the welcome back and not the lapse. Returning
      *    members are told apart from new ones by an earlier
      *    letter on the correspondence history, a card cut
      *    before today (CARD_FILE, cards.dat), or any line on
      *    the keyed audit history (AUDIT_HISTORY, audithist.dat)
      *    stamped before the add itself - a member purged before
      *    letters and cards were kept still has their old adds
      *    and their purge there.
      *
      *    The texts come from the letter template file
      *    (LETTER_TEMPLATES, letters.cfg), one line per letter
      *    line
      *
      *        TYPE,text
      *
      *    in the order they print; &N is replaced by the member's
      *    name, &I by the fileID and &D by the processing date. A
      *    type with no template lines is a setup error - those
      *    letters are listed on the report and the run ends with
      *    return code 4. Letters go to LETTER_OUTPUT (default
      *    memberlettersYYYYMMDD.ltr) in the AgeDebtors letter
      *    layout, with the mailing address from the contact file.
      *    Every letter is recorded on the correspondence history
      *    through CorrLog, and a letter of the same type already
      *    recorded for the member today is not written again, so
      *    a rerun does not post a second copy. The run report
      *    (LETTER_REPORT, memberletters.rpt) is spooled.
      *
      *    Each letter goes the way the member asked on the
      *    consent register (ConsentCheck): by post as above or
      *    by email (LETTER_EMAIL, default
      *    memberlettersmailYYYYMMDD.txt). Lapse, cancellation and
      *    address-change letters are legally required notices
      *    and fall back to post when the member chose no contact
      *    or has no email address on file; a welcome letter in
      *    that case is withheld and listed on the report. No
      *    letter is posted to an address the post office has
      *    returned (ReturnedMail's bad-address flag) - it is
      *    listed on the report as BAD ADDRESS and counted, and
      *    the correspondence history is left alone so the letter
      *    goes on a rerun once the address has been corrected.

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
               access mode is random
               record key is cardMemberID
               file status is cardFileStatus.
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
           select auditHistFile assign to dynamic auditHistPath
               organization is indexed
               access mode is dynamic
               record key is auditHistKey
               alternate record key is auditHistDateKey
               file status is auditHistStatus.
           select contactAuditFile
               assign to dynamic contactAuditFileName
               organization is line sequential
               file status is contactAuditFileStatus.
           select templateFile assign to dynamic templateFileName
               organization is line sequential
               file status is templateFileStatus.
           select letterFile assign to dynamic letterFileName
               organization is line sequential
               file status is letterFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select emailFile assign to dynamic emailFileName
               organization is line sequential
               file status is emailFileStatus.

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
                                             by ==contactBadAddress==.

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

       fd  auditHistFile.
           copy audithist
               replacing ==AUDHIST-RECORD==     by ==auditHistRecord==
                         ==AUDHIST-KEY==        by ==auditHistKey==
                         ==AUDHIST-MEMBER-ID==  by ==auditHistID==
                         ==AUDHIST-STAMP==      by ==auditHistStamp==
                         ==AUDHIST-SEQ==        by ==auditHistSeq==
                         ==AUDHIST-DATE-KEY==   by ==auditHistDateKey==
                         ==AUDHIST-DATE-STAMP== by ==auditHistDStamp==
                         ==AUDHIST-DATE-MEMBER== by ==auditHistDID==
                         ==AUDHIST-DATE-SEQ==   by ==auditHistDSeq==
                         ==AUDHIST-LINE==       by ==auditHistLine==.

       fd  contactAuditFile.
       01  contactAuditFileRecord pic X(400).

       fd  templateFile.
       01  templateFileRecord pic X(140).

       fd  letterFile.
       01  letterFileRecord pic X(132).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       fd  emailFile.
       01  emailFileRecord pic X(132).

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  cardFilePath     pic X(100) value 'cards.dat'.
       01  cardFileStatus   pic XX.
       01  cardOpenSwitch   pic X value 'N'.
           88 cardsAvailable     value 'Y'.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  historyOpenSwitch pic X value 'N'.
           88 historyAvailable   value 'Y'.
       01  contactAuditFileName pic X(100).
       01  contactAuditFileStatus pic XX.
       01  templateFileName pic X(100) value 'letters.cfg'.
       01  templateFileStatus pic XX.
       01  letterFileName   pic X(100).
       01  letterFileStatus pic XX.
       01  reportFileName   pic X(100) value 'memberletters.rpt'.
       01  reportFileStatus pic XX.
       01  emailFileName    pic X(100).
       01  emailFileStatus  pic XX.
       01  deliverySwitch   pic X.
           88 deliverByPost      value 'P'.
           88 deliverByEmail     value 'E'.
           88 deliverNotAtAll    value 'N'.
       01  consentRequest.
           02 consentReqID        pic X(10).
           02 consentReqRequired  pic X.
           02 consentReqHasEmail  pic X.
           02 consentDeliver      pic X.
           02 consentReqChannel   pic X.
           02 consentReqMarketing pic X.
           02 consentStatus       pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
      *    The template lines in file order - a letter prints every
      *    line of its type in the order the office wrote them.
       01  templateTable.
           02 templateEntry occurs 200 times.
              03 templateType pic X(8).
              03 templateText pic X(120).
       01  templateCount    pic 9(3) value 0.
       01  templateIndex    pic 9(3).
       01  templatePointer  pic 9(3).
       01  templateTypeText pic X(10).
       01  templateLinesFound pic 9(3).
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
       01  contactAuditStamp pic X(15).
       01  contactAuditAction pic X.
       01  contactAuditID   pic X(10).
       01  contactBeforeImage pic X(160).
       01  contactAfterImage pic X(160).
       01  beforeAddress.
           02 beforeAddr1   pic X(30).
           02 beforeAddr2   pic X(30).
           02 beforeCity    pic X(20).
           02 beforePostal  pic X(10).
       01  afterAddress.
           02 afterAddr1    pic X(30).
           02 afterAddr2    pic X(30).
           02 afterCity     pic X(20).
           02 afterPostal   pic X(10).
       01  letterType       pic X(8).
       01  letterSubject    pic X(40).
       01  letterMemberID   pic X(10).
       01  letterLine       pic X(132).
       01  buildPos         pic 9(4).
       01  textPos          pic 9(4).
       01  textLength       pic 9(4).
       01  subText          pic X(40).
       01  subPos           pic 9(4).
       01  subLength        pic 9(4).
       01  displayDate      pic X(10).
       01  auditLinesRead   pic 9(6) value 0.
       01  contactLinesRead pic 9(6) value 0.
       01  lettersWritten   pic 9(6) value 0.
       01  lettersAlreadySent pic 9(6) value 0.
       01  lettersNoTemplate pic 9(6) value 0.
       01  lettersNoAddress pic 9(6) value 0.
       01  lettersEmailed   pic 9(6) value 0.
       01  lettersWithheld  pic 9(6) value 0.
       01  lettersBadAddress pic 9(6) value 0.
       01  writtenByType.
           02 writtenWelcome  pic 9(6) value 0.
           02 writtenWelcBack pic 9(6) value 0.
           02 writtenLapse    pic 9(6) value 0.
           02 writtenCancel   pic 9(6) value 0.
           02 writtenAddress  pic 9(6) value 0.
       01  corrRequest.
           02 corrAction    pic X.
           02 corrMember    pic X(10).
           02 corrDate      pic X(8).
           02 corrLetter    pic X(8).
           02 corrProgram   pic X(15) value 'MemberLetters'.
           02 corrFile      pic X(60).
           02 corrSubject   pic X(40).
           02 corrStatus    pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'MemberLetters'.
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
           accept templateFileName from environment
               'LETTER_TEMPLATES'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'LETTER_REPORT'
               on exception
                   continue
           end-accept
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           move spaces to displayDate
           string runDate(1:4) '-' runDate(5:2) '-' runDate(7:2)
               into displayDate
           end-string
           move spaces to auditFileName
           string 'audit' runDate '.dat'
               into auditFileName
           end-string
           accept auditFileName from environment 'LETTER_AUDIT'
               on exception
                   continue
           end-accept
           move spaces to contactAuditFileName
           string 'contaud' runDate '.dat'
               into contactAuditFileName
           end-string
           accept contactAuditFileName from environment
               'LETTER_CONTACT_AUDIT'
               on exception
                   continue
           end-accept
           move spaces to letterFileName
           string 'memberletters' runDate '.ltr'
               into letterFileName
           end-string
           accept letterFileName from environment 'LETTER_OUTPUT'
               on exception
                   continue
           end-accept
           move spaces to emailFileName
           string 'memberlettersmail' runDate '.txt'
               into emailFileName
           end-string
           accept emailFileName from environment 'LETTER_EMAIL'
               on exception
                   continue
           end-accept

           open input templateFile
           if templateFileStatus not = '00'
               string 'Error: Unable to open ' templateFileName
                      ' - file status ' templateFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           perform until eof
               read templateFile
                   at end
                       set eof to true
                   not at end
                       perform load-one-template-line
               end-read
           end-perform
           close templateFile

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
      *    Without the contact subsystem the letters carry no
      *    address block, the way AgeDebtors' letters do.
           open input contactFile
           if contactFileStatus = '00'
               set contactsAvailable to true
           end-if
           open input cardFile
           if cardFileStatus = '00'
               set cardsAvailable to true
           end-if
           open input auditHistFile
           if auditHistStatus = '00'
               set historyAvailable to true
           end-if
           open output letterFile
           if letterFileStatus not = '00'
               string 'Error: Unable to open ' letterFileName
                      ' - file status ' letterFileStatus
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
           move spaces to reportLine
           string 'Member letter run  processing date ' runDate
                  '  run ' runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

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
           open input contactAuditFile
           if contactAuditFileStatus = '00'
               set notEof to true
               perform until eof
                   read contactAuditFile
                       at end
                           set eof to true
                       not at end
                           perform check-one-contact-line
                   end-read
               end-perform
               close contactAuditFile
           end-if

           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Letters written ' lettersWritten
                  '  already sent ' lettersAlreadySent
                  '  no template ' lettersNoTemplate
                  '  no address ' lettersNoAddress
                  '  emailed ' lettersEmailed
                  '  withheld ' lettersWithheld
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Held for a bad address ' lettersBadAddress
               into reportLine
           end-string
           perform write-report-line

           close masterFile
           if contactsAvailable
               close contactFile
           end-if
           if cardsAvailable
               close cardFile
           end-if
           if historyAvailable
               close auditHistFile
           end-if
           close letterFile
           close emailFile
           close reportFile
           move 'C' to corrAction
           call 'CorrLog' using corrRequest
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== MemberLetters Control Totals ====='
           display 'Audit lines read   : ' auditLinesRead
           display 'Contact lines read : ' contactLinesRead
           display 'Letters written    : ' lettersWritten
           display '  welcome          : ' writtenWelcome
           display '  welcome back     : ' writtenWelcBack
           display '  lapse            : ' writtenLapse
           display '  cancellation     : ' writtenCancel
           display '  address change   : ' writtenAddress
           display 'Already sent today : ' lettersAlreadySent
           display 'No template        : ' lettersNoTemplate
           display 'No address on file : ' lettersNoAddress
           display 'Sent by email      : ' lettersEmailed
           display 'Withheld - consent : ' lettersWithheld
           display 'Held - bad address : ' lettersBadAddress
           display '========================================'
           move spaces to logMessage
           string 'MemberLetters complete - ' lettersWritten
                  ' letter(s) to ' function trim(letterFileName)
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if lettersNoTemplate > 0
               move 4 to return-code
           end-if
           stop run.

      *    Blank lines and '*' comments are skipped like every
      *    config file in the suite. The text is everything after
      *    the first comma, so a letter line may hold commas of its
      *    own; a type with nothing after the comma prints a blank
      *    line.
       load-one-template-line.
           if templateFileRecord = spaces
               or templateFileRecord(1:1) = '*'
               exit paragraph
           end-if
           if templateCount >= 200
               display 'MemberLetters: template file full at 200'
                       ' lines'
               exit paragraph
           end-if
           move spaces to templateTypeText
           move 1 to templatePointer
           unstring templateFileRecord delimited by ','
               into templateTypeText
               with pointer templatePointer
           end-unstring
           if function trim(templateTypeText) = spaces
               exit paragraph
           end-if
           add 1 to templateCount
           move function upper-case(function trim(templateTypeText))
               to templateType(templateCount)
           move spaces to templateText(templateCount)
           if templatePointer <= 140
               move templateFileRecord(templatePointer:)
                   to templateText(templateCount)
           end-if.

      *    Adds, and status changes whose after status is still
      *    the master's status, are the letter events - changes
      *    and deletes write nothing.
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
           if auditAction not = 'A' and auditAction not = 'S'
               exit paragraph
           end-if
           move auditID to masterFileID
           read masterFile
               invalid key
                   exit paragraph
           end-read
           move spaces to letterType
           evaluate true
               when auditAction = 'A'
                   and masterMemberStatus = 'A'
                   perform choose-welcome-letter
               when auditAfterStatus = 'A'
                   and masterMemberStatus = 'A'
                   and (auditBeforeStatus = 'L'
                        or auditBeforeStatus = 'C')
                   move 'WELCBACK' to letterType
               when auditAfterStatus = 'L'
                   and masterMemberStatus = 'L'
                   and auditBeforeStatus not = 'L'
                   move 'LAPSE' to letterType
               when auditAfterStatus = 'C'
                   and masterMemberStatus = 'C'
                   and auditBeforeStatus not = 'C'
                   move 'CANCEL' to letterType
           end-evaluate
           if letterType not = spaces
               move auditID to letterMemberID
               perform produce-one-letter
           end-if.

      *    A member we have written to before today, or carded
      *    before today, is coming back rather than joining - the
      *    card check counts the reinstatement card CardIssue may
      *    already have cut tonight.
       choose-welcome-letter.
           move 'WELCOME' to letterType
           move 'E' to corrAction
           move auditID to corrMember
           move runDate to corrDate
           call 'CorrLog' using corrRequest
           if corrStatus = '00'
               move 'WELCBACK' to letterType
               exit paragraph
           end-if
           if cardsAvailable
               move auditID to cardMemberID
               read cardFile
                   invalid key
                       continue
                   not invalid key
                       if cardIssueDate < runDate
                           or cardIssueReason = 'R'
                           move 'WELCBACK' to letterType
                       end-if
               end-read
           end-if
           if letterType = 'WELCOME' and historyAvailable
               perform find-earlier-history
           end-if.

      *    The member's first keyed line; anything stamped before
      *    the add being lettered means they were here before.
       find-earlier-history.
           move auditID to auditHistID
           move low-values to auditHistStamp
           move 0 to auditHistSeq
           start auditHistFile key is not less than auditHistKey
               invalid key
                   exit paragraph
           end-start
           read auditHistFile next record
               at end
                   exit paragraph
           end-read
           if auditHistID = auditID
               and auditHistStamp < auditStamp
               move 'WELCBACK' to letterType
           end-if.

      *    Only a change to where the post goes is confirmed - a
      *    new phone number or e-mail address needs no letter. A
      *    contact added or removed is not an address change.
       check-one-contact-line.
           if contactAuditFileRecord = spaces
               exit paragraph
           end-if
           add 1 to contactLinesRead
           move spaces to contactAuditStamp
           move space to contactAuditAction
           move spaces to contactAuditID
           move spaces to contactBeforeImage
           move spaces to contactAfterImage
           unstring contactAuditFileRecord delimited by ','
               into contactAuditStamp contactAuditAction
                    contactAuditID contactBeforeImage
                    contactAfterImage
           end-unstring
           if contactAuditAction not = 'C'
               exit paragraph
           end-if
           move spaces to beforeAddress
           move spaces to afterAddress
           unstring contactBeforeImage delimited by '/'
               into beforeAddr1 beforeAddr2 beforeCity beforePostal
           end-unstring
           unstring contactAfterImage delimited by '/'
               into afterAddr1 afterAddr2 afterCity afterPostal
           end-unstring
           if beforeAddress = afterAddress
               exit paragraph
           end-if
           move contactAuditID to masterFileID
           read masterFile
               invalid key
                   exit paragraph
           end-read
           if masterMemberStatus = 'C'
               exit paragraph
           end-if
           move 'ADDRESS' to letterType
           move contactAuditID to letterMemberID
           perform produce-one-letter.

       produce-one-letter.
           evaluate letterType
               when 'WELCOME'
                   move 'Welcome pack' to letterSubject
               when 'WELCBACK'
                   move 'Welcome back' to letterSubject
               when 'LAPSE'
                   move 'Lapse confirmation' to letterSubject
               when 'CANCEL'
                   move 'Cancellation acknowledgment'
                       to letterSubject
               when other
                   move 'Address change confirmation'
                       to letterSubject
           end-evaluate
           move 'Q' to corrAction
           move letterMemberID to corrMember
           move runDate to corrDate
           move letterType to corrLetter
           call 'CorrLog' using corrRequest
           if corrStatus = '00'
               add 1 to lettersAlreadySent
               move spaces to reportLine
               string 'ALREADY SENT ' letterType ' ' letterMemberID
                      ' ' masterFileName(1:40)
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if
           move 0 to templateLinesFound
           perform varying templateIndex from 1 by 1
                   until templateIndex > templateCount
               if templateType(templateIndex) = letterType
                   add 1 to templateLinesFound
               end-if
           end-perform
           if templateLinesFound = 0
               add 1 to lettersNoTemplate
               move spaces to reportLine
               string 'NO TEMPLATE  ' letterType ' ' letterMemberID
                      ' ' masterFileName(1:40)
                   into reportLine
               end-string
               perform write-report-line
               move spaces to logMessage
               string 'MemberLetters: no ' function trim(letterType)
                      ' template in ' function trim(templateFileName)
                      ' - letter not written for ' letterMemberID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if

           perform choose-delivery
           if deliverNotAtAll
               add 1 to lettersWithheld
               move spaces to reportLine
               string 'WITHHELD     ' letterType ' ' letterMemberID
                      ' ' masterFileName(1:40)
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if
           if deliverByPost and contactBadAddress = 'Y'
               add 1 to lettersBadAddress
               move spaces to reportLine
               string 'BAD ADDRESS  ' letterType ' ' letterMemberID
                      ' ' masterFileName(1:40)
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if

           move all '=' to letterLine
           perform write-letter-line
           if deliverByEmail
               add 1 to lettersEmailed
               move spaces to letterLine
               string 'To: ' function trim(contactEmail)
                   into letterLine
               end-string
               perform write-letter-line
               move spaces to letterLine
               string 'Subject: ' function trim(letterSubject)
                      '   (member ' function trim(letterMemberID) ')'
                   into letterLine
               end-string
               perform write-letter-line
           else
               move spaces to letterLine
               string 'To: ' function trim(masterFileName)
                      '   (member ' function trim(letterMemberID) ')'
                   into letterLine
               end-string
               perform write-letter-line
               if contactsAvailable
                   perform write-letter-address
               else
                   add 1 to lettersNoAddress
               end-if
           end-if
           move spaces to letterLine
           perform write-letter-line
           perform varying templateIndex from 1 by 1
                   until templateIndex > templateCount
               if templateType(templateIndex) = letterType
                   perform build-letter-line
                   perform write-letter-line
               end-if
           end-perform

           add 1 to lettersWritten
           evaluate letterType
               when 'WELCOME'
                   add 1 to writtenWelcome
               when 'WELCBACK'
                   add 1 to writtenWelcBack
               when 'LAPSE'
                   add 1 to writtenLapse
               when 'CANCEL'
                   add 1 to writtenCancel
               when other
                   add 1 to writtenAddress
           end-evaluate
           move spaces to reportLine
           string 'LETTER       ' letterType ' ' letterMemberID
                  ' ' masterFileName(1:40)
               into reportLine
           end-string
           perform write-report-line

           move 'W' to corrAction
           move letterMemberID to corrMember
           move runDate to corrDate
           move letterType to corrLetter
           move letterFileName to corrFile
           if deliverByEmail
               move emailFileName to corrFile
           end-if
           move letterSubject to corrSubject
           call 'CorrLog' using corrRequest
           if corrStatus not = '00'
               move spaces to logMessage
               string 'MemberLetters: correspondence history not'
                      ' updated for ' letterMemberID
                      ' - status ' corrStatus
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

      *    Lapse, cancellation and address-change letters are
      *    legally required and always go, by post when nothing
      *    else will reach the member.
       choose-delivery.
           move spaces to contactEmail
           move space to contactBadAddress
           if contactsAvailable
               move letterMemberID to contactMemberID
               read contactFile
                   invalid key
                       move spaces to contactEmail
                       move space to contactBadAddress
               end-read
           end-if
           move letterMemberID to consentReqID
           move 'N' to consentReqRequired
           if letterType = 'LAPSE' or letterType = 'CANCEL'
               or letterType = 'ADDRESS'
               move 'Y' to consentReqRequired
           end-if
           move 'N' to consentReqHasEmail
           if contactEmail not = spaces
               move 'Y' to consentReqHasEmail
           end-if
           call 'ConsentCheck' using consentRequest
           move consentDeliver to deliverySwitch.

      *    A member with no contact record still gets the letter
      *    - the office addresses it by hand from the report.
       write-letter-address.
           move letterMemberID to contactMemberID
           read contactFile
               invalid key
                   add 1 to lettersNoAddress
                   move spaces to reportLine
                   string 'NO ADDRESS   ' letterType ' '
                          letterMemberID ' ' masterFileName(1:40)
                       into reportLine
                   end-string
                   perform write-report-line
                   exit paragraph
           end-read
           move spaces to letterLine
           string '    ' function trim(contactAddr1)
               into letterLine
           end-string
           perform write-letter-line
           if contactAddr2 not = spaces
               move spaces to letterLine
               string '    ' function trim(contactAddr2)
                   into letterLine
               end-string
               perform write-letter-line
           end-if
           move spaces to letterLine
           string '    ' function trim(contactCity)
                  ' ' function trim(contactPostal)
               into letterLine
           end-string
           perform write-letter-line.

      *    Substitutes the tokens into one template line the way
      *    CatMsg fills its &1 and &2 slots.
       build-letter-line.
           move spaces to letterLine
           move 0 to buildPos
           move function length(function trim(
               templateText(templateIndex) trailing)) to textLength
           if templateText(templateIndex) = spaces
               move 0 to textLength
           end-if
           move 1 to textPos
           perform until textPos > textLength
               if textPos < textLength
                   and templateText(templateIndex)(textPos:1) = '&'
                   and (templateText(templateIndex)(textPos + 1:1)
                            = 'N'
                        or templateText(templateIndex)
                               (textPos + 1:1) = 'I'
                        or templateText(templateIndex)
                               (textPos + 1:1) = 'D')
                   evaluate templateText(templateIndex)
                                (textPos + 1:1)
                       when 'N'
                           move masterFileName to subText
                       when 'I'
                           move letterMemberID to subText
                       when other
                           move displayDate to subText
                   end-evaluate
                   perform append-substitution
                   add 2 to textPos
               else
                   add 1 to buildPos
                   if buildPos <= 132
                       move templateText(templateIndex)(textPos:1)
                           to letterLine(buildPos:1)
                   end-if
                   add 1 to textPos
               end-if
           end-perform.

       append-substitution.
           if subText = spaces
               exit paragraph
           end-if
           move function length(function trim(subText trailing))
               to subLength
           perform varying subPos from 1 by 1
                   until subPos > subLength
               add 1 to buildPos
               if buildPos <= 132
                   move subText(subPos:1) to letterLine(buildPos:1)
               end-if
           end-perform.

       write-letter-line.
           if deliverByEmail
               write emailFileRecord from letterLine
           else
               write letterFileRecord from letterLine
           end-if.

       write-report-line.
           write reportFileRecord from reportLine.
