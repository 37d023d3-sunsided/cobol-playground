       identification division.
       program-id. MaintainCorporate.

      *    Corporate account maintenance. Employers that pay dues
      *    for their staff are kept as corporate accounts
      *    (CORP_ACCOUNTS, corpacct.dat) with the members each one
      *    sponsors on the sponsorship cross-reference (CORP_XREF,
      *    corpxref.dat), built from a transaction file
      *    (CORP_TRANS, corporate.txn) in the same spirit as
      *    MaintainHousehold's:
      *
      *        H,acctID,employerName,billingContact,address1,
      *          address2,address3   create/replace an account
      *        S,acctID,memberID     sponsor a member
      *        R,memberID            release a member
      *        D,acctID              delete an (emptied) account
      *
      *    An account ID may not be a MEMBER-ID on the master -
      *    PostPayments tells a corporate payment from a member's
      *    by the ID it quotes. Sponsorships are validated both
      *    ways - the account has to exist and the member has to
      *    be on the master - and a member sponsored again simply
      *    moves, since the cross-reference is keyed on the
      *    member. BillDues puts every sponsored member on the
      *    account's consolidated invoice instead of billing the
      *    member, and PostPayments spreads the account's payment
      *    across them.

       environment division.
       input-output section.
       file-control.
           select transFile assign to dynamic transFileName
               organization is line sequential
               file status is transFileStatus.
           select corpFile assign to dynamic corpFilePath
               organization is indexed
               access mode is dynamic
               record key is corpFileID
               file status is corpFileStatus.
           select xrefFile assign to dynamic xrefFilePath
               organization is indexed
               access mode is dynamic
               record key is xrefMemberID
               file status is xrefFileStatus.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is dynamic
               record key is masterFileID
               file status is masterFileStatus.

       data division.
       file section.
       fd  transFile.
       01  transFileRecord pic X(200).

       fd  corpFile.
           copy corpacct
               replacing ==CORP-RECORD==    by ==corpFileRecord==
                         ==CORP-ID==        by ==corpFileID==
                         ==CORP-NAME==      by ==corpFileName==
                         ==CORP-CONTACT==   by ==corpFileContact==
                         ==CORP-ADDRESS-1== by ==corpFileAddress1==
                         ==CORP-ADDRESS-2== by ==corpFileAddress2==
                         ==CORP-ADDRESS-3== by ==corpFileAddress3==.

       fd  xrefFile.
           copy corpxref
               replacing ==CORPXREF-RECORD== by ==xrefFileRecord==
                         ==CXREF-MEMBER-ID== by ==xrefMemberID==
                         ==CXREF-CORP-ID==   by ==xrefCorpID==.

       fd  masterFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==masterFileRecord==
                         ==MEMBER-ID==     by ==masterFileID==
                         ==MEMBER-NAME==   by ==masterFileName==
                         ==MEMBER-AGE==    by ==masterFileAge==
                         ==MEMBER-SOURCE== by ==masterFileSource==
                         ==MEMBER-DOB==    by ==masterFileDOB==.

       working-storage section.
       01  transFileName    pic X(100) value 'corporate.txn'.
       01  transFileStatus  pic XX.
       01  corpFilePath     pic X(100) value 'corpacct.dat'.
       01  corpFileStatus   pic XX.
       01  xrefFilePath     pic X(100) value 'corpxref.dat'.
       01  xrefFileStatus   pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  txnAction        pic X.
       01  txnField2        pic X(30).
       01  txnField3        pic X(30).
       01  txnField4        pic X(30).
       01  txnField5        pic X(30).
       01  txnField6        pic X(30).
       01  txnField7        pic X(30).
       01  xrefScanEndSwitch pic X value 'N'.
           88 xrefScanEof        value 'Y'.
       01  corpOccupiedSwitch pic X value 'N'.
           88 accountOccupied    value 'Y'.
       01  memberOnMasterSwitch pic X value 'N'.
           88 idIsAMember        value 'Y'.
       01  txnsApplied      pic 9(6) value 0.
       01  txnsRejected     pic 9(6) value 0.
       01  accountsAdded    pic 9(6) value 0.
       01  membersSponsored pic 9(6) value 0.
       01  membersReleased  pic 9(6) value 0.
       01  accountsDeleted  pic 9(6) value 0.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept transFileName from environment 'CORP_TRANS'
               on exception
                   continue
           end-accept
           accept corpFilePath from environment 'CORP_ACCOUNTS'
               on exception
                   continue
           end-accept
           accept xrefFilePath from environment 'CORP_XREF'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'CORP_MASTER'
               on exception
                   continue
           end-accept

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

           open i-o corpFile
           if corpFileStatus = '35'
               open output corpFile
               close corpFile
               open i-o corpFile
           end-if
           if corpFileStatus not = '00'
               string 'Error: Unable to open ' corpFilePath
                      ' - file status ' corpFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           open i-o xrefFile
           if xrefFileStatus = '35'
               open output xrefFile
               close xrefFile
               open i-o xrefFile
           end-if
           if xrefFileStatus not = '00'
               string 'Error: Unable to open ' xrefFilePath
                      ' - file status ' xrefFileStatus
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

           perform until eof
               read transFile into transFileRecord
                   at end
                       set eof to true
                   not at end
                       perform apply-corporate-txn
               end-read
           end-perform

           close transFile
           close corpFile
           close xrefFile
           close masterFile

           display '===== MaintainCorporate Control Totals ====='
           display 'Transactions applied : ' txnsApplied
           display '  Accounts added     : ' accountsAdded
           display '  Members sponsored  : ' membersSponsored
           display '  Members released   : ' membersReleased
           display '  Accounts deleted   : ' accountsDeleted
           display '  Rejected           : ' txnsRejected
           display '============================================='
           move spaces to logMessage
           string 'MaintainCorporate complete - applied '
                  txnsApplied ' rejected ' txnsRejected
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

       apply-corporate-txn.
           if transFileRecord = spaces
               or transFileRecord(1:1) = '*'
               exit paragraph
           end-if
           add 1 to txnsApplied
           move spaces to txnField2
           move spaces to txnField3
           move spaces to txnField4
           move spaces to txnField5
           move spaces to txnField6
           move spaces to txnField7
           unstring transFileRecord delimited by ','
               into txnAction txnField2 txnField3 txnField4
                    txnField5 txnField6 txnField7
           end-unstring
           evaluate txnAction
               when 'H'
                   perform add-account
               when 'S'
                   perform sponsor-member
               when 'R'
                   perform release-member
               when 'D'
                   perform delete-account
               when other
                   move spaces to logMessage
                   string 'Reject: unknown corporate action - '
                          txnAction
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
           end-evaluate.

      *    A payment quoting an account ID must never be taken
      *    for a member's, so the two ID ranges may not overlap.
       add-account.
           if txnField2 = spaces or txnField3 = spaces
               move spaces to logMessage
               string 'Reject: account needs an ID and employer'
                      ' name - ' txnField2
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           move 'N' to memberOnMasterSwitch
           move txnField2 to masterFileID
           read masterFile
               invalid key
                   continue
               not invalid key
                   set idIsAMember to true
           end-read
           if idIsAMember
               move spaces to logMessage
               string 'Reject: account ID is a member ID - '
                      txnField2
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           move txnField2 to corpFileID
           move txnField3 to corpFileName
           move txnField4 to corpFileContact
           move txnField5 to corpFileAddress1
           move txnField6 to corpFileAddress2
           move txnField7 to corpFileAddress3
           write corpFileRecord
               invalid key
                   rewrite corpFileRecord
                       invalid key
                           move spaces to logMessage
                           string 'Reject: unable to write'
                                  ' account - ' txnField2
                               into logMessage
                           end-string
                           move 'E' to logSeverity
                           call 'MsgLog' using logMessage, logSeverity
                           add 1 to txnsRejected
                       not invalid key
                           add 1 to accountsAdded
                   end-rewrite
               not invalid key
                   add 1 to accountsAdded
           end-write.

       sponsor-member.
           move txnField2 to corpFileID
           read corpFile
               invalid key
                   move spaces to logMessage
                   string 'Reject: account not on file - '
                          txnField2
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
                   exit paragraph
           end-read
           move txnField3 to masterFileID
           read masterFile
               invalid key
                   move spaces to logMessage
                   string 'Reject: member not on master - '
                          txnField3
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
                   exit paragraph
           end-read
           move txnField3 to xrefMemberID
           move txnField2 to xrefCorpID
           write xrefFileRecord
               invalid key
                   rewrite xrefFileRecord
               not invalid key
                   continue
           end-write
           add 1 to membersSponsored.

       release-member.
           move txnField2 to xrefMemberID
           delete xrefFile record
               invalid key
                   move spaces to logMessage
                   string 'Reject: member has no sponsor - '
                          txnField2
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
               not invalid key
                   add 1 to membersReleased
           end-delete.

      *    Only an emptied account may be deleted - otherwise the
      *    cross-reference would keep members on an employer that
      *    no longer exists, and nobody would bill them.
       delete-account.
           perform scan-account-members
           if accountOccupied
               move spaces to logMessage
               string 'Reject: account still sponsors members - '
                      txnField2
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               add 1 to txnsRejected
               exit paragraph
           end-if
           move txnField2 to corpFileID
           delete corpFile record
               invalid key
                   move spaces to logMessage
                   string 'Reject: account not on file - '
                          txnField2
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
               not invalid key
                   add 1 to accountsDeleted
           end-delete.

       scan-account-members.
           move 'N' to corpOccupiedSwitch
           move 'N' to xrefScanEndSwitch
           move low-values to xrefMemberID
           start xrefFile key not < xrefMemberID
               invalid key
                   exit paragraph
           end-start
           perform until xrefScanEof or accountOccupied
               read xrefFile next record
                   at end
                       set xrefScanEof to true
                   not at end
                       if xrefCorpID = txnField2
                           set accountOccupied to true
                       end-if
               end-read
           end-perform.
