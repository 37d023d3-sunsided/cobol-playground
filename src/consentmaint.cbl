       identification division.
       program-id. MaintainConsent.

      *    Contact-preference and consent maintenance in the
      *    MaintainContact style. Keeps the keyed consent register
      *    (CONSENT_FILE, consent.dat - see consent.cpy) from a
      *    transaction file (CONSENT_TRANS, consent.txn):
      *
      *        C,memberID,channel,givenDate,source
      *        M,memberID,marketing,givenDate,source
      *
      *    C sets the preferred channel - P post, E email, N none;
      *    M records marketing consent - I opted in, O opted out.
      *    givenDate is the date the member gave it (YYYYMMDD,
      *    blank for today, never in the future) and source where
      *    it came from (FORM, WEB, PHONE, EMAIL ...) - a consent
      *    with no source is rejected, since it could not be
      *    shown to anyone later. The member has to be on the
      *    master, and email as the channel needs an email address
      *    on the contact file (CONTACT_FILE). A member's first
      *    transaction creates the register record; the item not
      *    yet given stays at the default - post, marketing never
      *    asked. Every applied transaction writes a before/after
      *    line to the dated consent audit file
      *    (consaudYYYYMMDD.dat, or CONSENT_AUDIT) in the contact
      *    audit's line format and adds a record to the keyed
      *    consent history (CONSENT_HISTORY, conshist.dat), which
      *    is never rewritten - ConsentReport reads it back when
      *    someone asks when the member agreed.

       environment division.
       input-output section.
       file-control.
           select transFile assign to dynamic transFileName
               organization is line sequential
               file status is transFileStatus.
           select consentFile assign to dynamic consentFilePath
               organization is indexed
               access mode is dynamic
               record key is consentMemberID
               file status is consentFileStatus.
           select historyFile assign to dynamic historyFilePath
               organization is indexed
               access mode is dynamic
               record key is histKey
               file status is historyFileStatus.
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
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.

       data division.
       file section.
       fd  transFile.
       01  transFileRecord pic X(200).

       fd  consentFile.
           copy consent
               replacing ==CONSENT-RECORD==    by ==consentRecord==
                         ==CONSENT-MEMBER-ID== by ==consentMemberID==
                         ==CONSENT-CHANNEL-DATE==
                                               by ==consentChanDate==
                         ==CONSENT-CHANNEL-SOURCE==
                                             by ==consentChanSource==
                         ==CONSENT-CHANNEL==   by ==consentChannel==
                         ==CONSENT-MARKETING-DATE==
                                               by ==consentMktDate==
                         ==CONSENT-MARKETING-SOURCE==
                                              by ==consentMktSource==
                         ==CONSENT-MARKETING== by ==consentMarketing==
                         ==CONSENT-OPERATOR==  by ==consentOperator==
                         ==CONSENT-UPDATED==   by ==consentUpdated==.

       fd  historyFile.
           copy conshist
               replacing ==CONSHIST-RECORD==    by ==histRecord==
                         ==CONSHIST-KEY==       by ==histKey==
                         ==CONSHIST-MEMBER-ID== by ==histMemberID==
                         ==CONSHIST-STAMP==     by ==histStamp==
                         ==CONSHIST-SEQUENCE==  by ==histSequence==
                         ==CONSHIST-ITEM==      by ==histItem==
                         ==CONSHIST-OLD-VALUE== by ==histOldValue==
                         ==CONSHIST-NEW-VALUE== by ==histNewValue==
                         ==CONSHIST-GIVEN==     by ==histGiven==
                         ==CONSHIST-SOURCE==    by ==histSource==
                         ==CONSHIST-OPERATOR==  by ==histOperator==.

       fd  masterFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==masterFileRecord==
                         ==MEMBER-ID==     by ==masterFileID==
                         ==MEMBER-NAME==   by ==masterFileName==
                         ==MEMBER-AGE==    by ==masterFileAge==
                         ==MEMBER-SOURCE== by ==masterFileSource==
                         ==MEMBER-DOB==    by ==masterFileDOB==.

       fd  contactFile.
           copy contactrec
               replacing ==CONTACT-RECORD==    by ==contactRecord==
                         ==CONTACT-MEMBER-ID== by ==contactMemberID==
                         ==CONTACT-ADDR1==     by ==contactAddr1==
                         ==CONTACT-ADDR2==     by ==contactAddr2==
                         ==CONTACT-CITY==      by ==contactCity==
                         ==CONTACT-POSTAL==    by ==contactPostal==
                         ==CONTACT-PHONE==     by ==contactPhone==
                         ==CONTACT-EMAIL==     by ==contactEmail==.

       fd  auditFile.
       01  auditFileRecord pic X(250).

       working-storage section.
       01  transFileName    pic X(100) value 'consent.txn'.
       01  transFileStatus  pic XX.
       01  consentFilePath  pic X(100) value 'consent.dat'.
       01  consentFileStatus pic XX.
       01  historyFilePath  pic X(100) value 'conshist.dat'.
       01  historyFileStatus pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  auditFileName    pic X(100).
       01  auditFileOverride pic X(100) value spaces.
       01  auditFileStatus  pic XX.
       01  auditTimestamp   pic X(21).
       01  runDate          pic X(8).
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  txnAction        pic X.
       01  txnMemberID      pic X(10).
       01  txnValue         pic X(2).
       01  txnGivenDate     pic X(8).
       01  txnSource        pic X(10).
       01  rejectText       pic X(50).
       01  registerSwitch   pic X.
           88 onRegister         value 'Y'.
           88 notOnRegister      value 'N'.
       01  oldValue         pic X.
       01  historySequence  pic 9(4) value 0.
       01  auditBeforeImage pic X(100).
       01  auditAfterImage  pic X(100).
       01  auditLine        pic X(250).
       01  txnsApplied      pic 9(6) value 0.
       01  txnsChannel      pic 9(6) value 0.
       01  txnsMarketing    pic 9(6) value 0.
       01  txnsRejected     pic 9(6) value 0.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
      *    Operator identity stamped on the audit lines
      *    (MAINT_OPERATOR, default BATCH).
       01  operatorID       pic X(8) value 'BATCH'.

       procedure division.
       begin.
           accept transFileName from environment 'CONSENT_TRANS'
               on exception
                   continue
           end-accept
           accept consentFilePath from environment 'CONSENT_FILE'
               on exception
                   continue
           end-accept
           accept historyFilePath from environment 'CONSENT_HISTORY'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'MAINT_MASTER'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept auditFileOverride from environment 'CONSENT_AUDIT'
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
           move function current-date to auditTimestamp
           move auditTimestamp(1:8) to runDate
           if auditFileOverride not = spaces
               move auditFileOverride to auditFileName
           else
               string 'consaud' auditTimestamp(1:8) '.dat'
                   delimited by size into auditFileName
           end-if

           open input transFile
           if transFileStatus not = '00'
               string 'Error: Unable to open ' transFileName
                      ' - file status ' transFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open i-o consentFile
           if consentFileStatus = '35'
               open output consentFile
               close consentFile
               open i-o consentFile
           end-if
           if consentFileStatus not = '00'
               string 'Error: Unable to open ' consentFilePath
                      ' - file status ' consentFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open i-o historyFile
           if historyFileStatus = '35'
               open output historyFile
               close historyFile
               open i-o historyFile
           end-if
           if historyFileStatus not = '00'
               string 'Error: Unable to open ' historyFilePath
                      ' - file status ' historyFileStatus
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
      *    Without the contact subsystem nobody has an email
      *    address, so email cannot be chosen as the channel.
           open input contactFile
           if contactFileStatus = '00'
               set contactsAvailable to true
           end-if
           open extend auditFile
           if auditFileStatus not = '00'
               open output auditFile
           end-if

           perform until eof
               read transFile
                   at end
                       set eof to true
                   not at end
                       perform apply-consent-txn
               end-read
           end-perform

           close transFile
           close consentFile
           close historyFile
           close masterFile
           if contactsAvailable
               close contactFile
           end-if
           close auditFile

           display '===== MaintainConsent Control Totals ====='
           display 'Transactions applied : ' txnsApplied
           display '  Channel            : ' txnsChannel
           display '  Marketing          : ' txnsMarketing
           display '  Rejected           : ' txnsRejected
           display '==========================================='
           move spaces to logMessage
           string 'MaintainConsent complete - applied '
                  txnsApplied ' rejected ' txnsRejected
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if txnsRejected > 0 and return-code < 4
               move 4 to return-code
           end-if
           stop run.

       apply-consent-txn.
           if transFileRecord = spaces
               or transFileRecord(1:1) = '*'
               exit paragraph
           end-if
           add 1 to txnsApplied
           move space to txnAction
           move spaces to txnMemberID
           move spaces to txnValue
           move spaces to txnGivenDate
           move spaces to txnSource
           unstring transFileRecord delimited by ','
               into txnAction txnMemberID txnValue txnGivenDate
                    txnSource
           end-unstring
           move function upper-case(txnValue) to txnValue
           move function upper-case(txnSource) to txnSource
           if txnMemberID = spaces
               move 'no memberID' to rejectText
               perform reject-consent-txn
               exit paragraph
           end-if
           evaluate true
               when txnAction = 'C'
                   and (txnValue = 'P' or txnValue = 'E'
                        or txnValue = 'N')
                   continue
               when txnAction = 'M'
                   and (txnValue = 'I' or txnValue = 'O')
                   continue
               when txnAction = 'C' or txnAction = 'M'
                   move 'unknown consent value' to rejectText
                   perform reject-consent-txn
                   exit paragraph
               when other
                   move 'unknown consent action' to rejectText
                   perform reject-consent-txn
                   exit paragraph
           end-evaluate
           if txnSource = spaces
               move 'no consent source given' to rejectText
               perform reject-consent-txn
               exit paragraph
           end-if
           if txnGivenDate = spaces
               move runDate to txnGivenDate
           end-if
           if txnGivenDate is not numeric
               or function test-date-yyyymmdd(
                      function numval(txnGivenDate)) not = 0
               move 'consent date is not a valid YYYYMMDD'
                   to rejectText
               perform reject-consent-txn
               exit paragraph
           end-if
           if txnGivenDate > runDate
               move 'consent date is in the future' to rejectText
               perform reject-consent-txn
               exit paragraph
           end-if
           move txnMemberID to masterFileID
           read masterFile
               invalid key
                   move 'member not on master' to rejectText
                   perform reject-consent-txn
                   exit paragraph
           end-read
           if txnAction = 'C' and txnValue = 'E'
               perform check-email-on-file
               if rejectText not = spaces
                   perform reject-consent-txn
                   exit paragraph
               end-if
           end-if

           move txnMemberID to consentMemberID
           set onRegister to true
           read consentFile
               invalid key
                   set notOnRegister to true
                   move txnMemberID to consentMemberID
                   move 'P' to consentChannel
                   move spaces to consentChanDate
                   move spaces to consentChanSource
                   move space to consentMarketing
                   move spaces to consentMktDate
                   move spaces to consentMktSource
           end-read
           if onRegister
               perform build-before-image
           else
               move spaces to auditBeforeImage
           end-if
           if txnAction = 'C'
               move consentChannel to oldValue
               move txnValue to consentChannel
               move txnGivenDate to consentChanDate
               move txnSource to consentChanSource
               add 1 to txnsChannel
           else
               move consentMarketing to oldValue
               move txnValue to consentMarketing
               move txnGivenDate to consentMktDate
               move txnSource to consentMktSource
               add 1 to txnsMarketing
           end-if
           move operatorID to consentOperator
           move runDate to consentUpdated
           if onRegister
               rewrite consentRecord
           else
               write consentRecord
           end-if
           perform build-after-image
           perform write-audit-record
           perform write-history-record.

       check-email-on-file.
           move spaces to rejectText
           if not contactsAvailable
               move 'email chosen but no contact file'
                   to rejectText
               exit paragraph
           end-if
           move txnMemberID to contactMemberID
           read contactFile
               invalid key
                   move 'email chosen but no contact record'
                       to rejectText
                   exit paragraph
           end-read
           if contactEmail = spaces
               move 'email chosen but no email address on file'
                   to rejectText
           end-if.

       reject-consent-txn.
           add 1 to txnsRejected
           move spaces to logMessage
           string 'Reject: consent ' txnAction ' ' txnMemberID
                  ' - ' function trim(rejectText)
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity.

      *    The images pack the register fields behind '/' the way
      *    the contact audit does, so the line still splits on
      *    its commas.
       build-before-image.
           move spaces to auditBeforeImage
           string consentChannel '/'
                  function trim(consentChanDate) '/'
                  function trim(consentChanSource) '/'
                  consentMarketing '/'
                  function trim(consentMktDate) '/'
                  function trim(consentMktSource)
               into auditBeforeImage
           end-string
           inspect auditBeforeImage replacing all ',' by space.

       build-after-image.
           move spaces to auditAfterImage
           string consentChannel '/'
                  function trim(consentChanDate) '/'
                  function trim(consentChanSource) '/'
                  consentMarketing '/'
                  function trim(consentMktDate) '/'
                  function trim(consentMktSource)
               into auditAfterImage
           end-string
           inspect auditAfterImage replacing all ',' by space.

       write-audit-record.
           move function current-date to auditTimestamp
           move spaces to auditLine
           string
               auditTimestamp(1:8) '-' auditTimestamp(9:6) ','
               txnAction delimited by size ','
               txnMemberID delimited by size ','
               function trim(auditBeforeImage)
                   delimited by size ','
               function trim(auditAfterImage)
                   delimited by size ','
               function trim(operatorID) delimited by size
               into auditLine
           end-string
           write auditFileRecord from auditLine.

       write-history-record.
           add 1 to historySequence
           move txnMemberID to histMemberID
           move spaces to histStamp
           string auditTimestamp(1:8) '-' auditTimestamp(9:6)
               into histStamp
           end-string
           move historySequence to histSequence
           move txnAction to histItem
           move oldValue to histOldValue
           move txnValue to histNewValue
           move txnGivenDate to histGiven
           move txnSource to histSource
           move operatorID to histOperator
           write histRecord
               invalid key
                   move spaces to logMessage
                   string 'Error: consent history not written for '
                          txnMemberID ' - file status '
                          historyFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 8 to return-code
           end-write.
