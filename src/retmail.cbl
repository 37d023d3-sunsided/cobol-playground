       identification division.
       program-id. ReturnedMail.

      *    Returned-mail transaction run. When the post office
      *    sends a piece back undeliverable the office keys the
      *    member's fileID and the reason written on the envelope
      *    into the returned-mail file (RETURN_TRANS,
      *    returnmail.txn):
      *
      *        memberID,reason
      *
      *    and this run flags the member's contact record as a bad
      *    address - the flag, the date of the first return still
      *    outstanding, the latest reason and a count of pieces
      *    returned since the address was last good. The mailing
      *    runs skip a flagged address rather than keep paying to
      *    post to it, and BadAddressList lists the members for
      *    someone to chase. The flag stays until MaintainContact
      *    changes the address.
      *
      *    Every return is audited as a 'B' line in the dated
      *    contact audit file (contaudYYYYMMDD.dat) with the flag,
      *    date, reason and count before and after, so the trail
      *    shows why a member stopped getting post. A return for a
      *    member with no contact record, or keyed with no reason,
      *    is rejected (return code 4).

       environment division.
       input-output section.
       file-control.
           select transFile assign to dynamic transFileName
               organization is line sequential
               file status is transFileStatus.
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
                         ==CONTACT-BAD-DATE==  by ==contactBadDate==
                         ==CONTACT-BAD-REASON==
                                               by ==contactBadReason==
                         ==CONTACT-RETURN-COUNT==
                                            by ==contactReturnCount==.

       fd  auditFile.
       01  auditFileRecord pic X(250).

       working-storage section.
       01  transFileName    pic X(100) value 'returnmail.txn'.
       01  transFileStatus  pic XX.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  auditFileName    pic X(100).
       01  auditFileOverride pic X(100) value spaces.
       01  auditFileStatus  pic XX.
       01  auditTimestamp   pic X(21).
       01  runDate          pic X(8).
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  txnAction        pic X value 'B'.
       01  txnMemberID      pic X(10).
       01  txnReason        pic X(20).
       01  auditBeforeImage pic X(100).
       01  auditAfterImage  pic X(100).
       01  auditLine        pic X(250).
       01  txnsRead         pic 9(6) value 0.
       01  newlyFlagged     pic 9(6) value 0.
       01  repeatReturns    pic 9(6) value 0.
       01  txnsRejected     pic 9(6) value 0.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
      *    Operator identity stamped on the audit lines
      *    (MAINT_OPERATOR, default BATCH).
       01  operatorID       pic X(8) value 'BATCH'.

       procedure division.
       begin.
           accept transFileName from environment 'RETURN_TRANS'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept auditFileOverride from environment 'CONTACT_AUDIT'
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
               string 'contaud' auditTimestamp(1:8) '.dat'
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
           open i-o contactFile
           if contactFileStatus not = '00'
               string 'Error: Unable to open ' contactFilePath
                      ' - file status ' contactFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open extend auditFile
           if auditFileStatus not = '00'
               open output auditFile
           end-if

           perform until eof
               read transFile into transFileRecord
                   at end
                       set eof to true
                   not at end
                       perform apply-return-txn
               end-read
           end-perform

           close transFile
           close contactFile
           close auditFile

           display '===== ReturnedMail Control Totals ====='
           display 'Returns read         : ' txnsRead
           display '  Newly flagged      : ' newlyFlagged
           display '  Already flagged    : ' repeatReturns
           display '  Rejected           : ' txnsRejected
           display '========================================'
           move spaces to logMessage
           string 'ReturnedMail complete - flagged ' newlyFlagged
                  ' repeat ' repeatReturns
                  ' rejected ' txnsRejected
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if txnsRejected > 0 and return-code < 4
               move 4 to return-code
           end-if
           stop run.

       apply-return-txn.
           if transFileRecord = spaces
               or transFileRecord(1:1) = '*'
               exit paragraph
           end-if
           add 1 to txnsRead
           move spaces to txnMemberID
           move spaces to txnReason
           unstring transFileRecord delimited by ','
               into txnMemberID txnReason
           end-unstring
           if txnMemberID = spaces or txnReason = spaces
               move spaces to logMessage
               string 'Reject: returned mail needs a memberID and'
                      ' a reason - '
                      function trim(transFileRecord)
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           move txnMemberID to contactMemberID
           read contactFile
               invalid key
                   move spaces to logMessage
                   string 'Reject: no contact record for - '
                          txnMemberID
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
                   exit paragraph
           end-read
           perform build-before-image
      *    The date is when the address first went bad - a second
      *    piece back does not make the chase any less overdue.
           if contactBadAddress = 'Y'
               add 1 to repeatReturns
           else
               move 'Y' to contactBadAddress
               move runDate to contactBadDate
               move 0 to contactReturnCount
               add 1 to newlyFlagged
           end-if
           move txnReason to contactBadReason
           if contactReturnCount < 99
               add 1 to contactReturnCount
           end-if
           rewrite contactRecord
               invalid key
                   move spaces to logMessage
                   string 'Reject: contact rewrite failed - '
                          txnMemberID
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
                   exit paragraph
           end-rewrite
           perform build-after-image
           perform write-audit-record.

      *    Flag images use the contact audit's '/' packing so the
      *    line splits the same way as an address change.
       build-before-image.
           move spaces to auditBeforeImage
           if contactBadAddress = 'Y'
               string contactBadAddress '/' contactBadDate '/'
                      function trim(contactBadReason) '/'
                      contactReturnCount
                   into auditBeforeImage
               end-string
               inspect auditBeforeImage replacing all ',' by space
           end-if.

       build-after-image.
           move spaces to auditAfterImage
           string contactBadAddress '/' contactBadDate '/'
                  function trim(contactBadReason) '/'
                  contactReturnCount
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
