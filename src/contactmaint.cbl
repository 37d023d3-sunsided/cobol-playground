      *    audit line to the dated contact audit file
      *    (contaudYYYYMMDD.dat), the same dated-file convention
      *    the member audit trail uses.
      *
      *    A change that moves the address - either address line,
      *    the city or the postal code - clears the returned-mail
      *    flag ReturnedMail set, so the mailing runs pick the
      *    member up again; the clear is audited as a 'B' line
      *    with the flag, date, reason and return count as the
      *    images, the way ReturnedMail audits setting it.
      *
      *    An operator on the operator file whose line names a
      *    regional branch may only maintain contacts for members
      *    that branch owns (BranchOwner, membranch.dat); anything
      *    else is rejected. Head-office operators, and the
      *    overnight BATCH run, reach every member as before; any
      *    other operator ID the operator file does not carry is
      *    refused the run (rc 12) once the file is in place.

       environment division.
       input-output section.
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

       fd  masterFile.
           copy memberrec
       01  auditBeforeImage pic X(100).
       01  auditAfterImage  pic X(100).
       01  auditLine        pic X(250).
       01  addressBefore.
           02 beforeAddr1   pic X(30).
           02 beforeAddr2   pic X(30).
           02 beforeCity    pic X(20).
           02 beforePostal  pic X(10).
       01  flagBeforeImage  pic X(100).
       01  savedBeforeImage pic X(100).
       01  savedAfterImage  pic X(100).
       01  clearedSwitch    pic X.
           88 flagCleared        value 'Y'.
           88 flagNotCleared     value 'N'.
       01  flagsCleared     pic 9(6) value 0.
       01  txnsApplied      pic 9(6) value 0.
       01  txnsAdded        pic 9(6) value 0.
       01  txnsChanged      pic 9(6) value 0.
      *    Operator identity stamped on the audit lines
      *    (MAINT_OPERATOR, default BATCH).
       01  operatorID       pic X(8) value 'BATCH'.
       01  operRequest.
           02 operReqID        pic X(8).
           02 operReqName      pic X(30).
           02 operReqAuthority pic X.
           02 operReqMemberID  pic X(10).
           02 operReqStatus    pic XX.
           02 operReqBranch    pic X(4).
       01  operBranch       pic X(4) value spaces.
           88 headOfficeOperator value spaces 'HO'.
       01  branchRequest.
           02 brchAction       pic X.
           02 brchMemberID     pic X(10).
           02 brchOperBranch   pic X(4).
           02 brchNewBranch    pic X(4).
           02 brchOperator     pic X(8).
           02 brchDate         pic X(8).
           02 brchMemberBranch pic X(4).
           02 brchStatus       pic XX.

       procedure division.
       begin.
           if operatorID = spaces
               move 'BATCH' to operatorID
           end-if
           move operatorID to operReqID
           call 'OperAuth' using operRequest
      *    An ID the operator file does not carry would otherwise
      *    run with head-office reach; only the overnight BATCH ID,
      *    and a shop with no operator file at all ('35'), may.
           evaluate true
               when operReqStatus = '00'
                   move operReqBranch to operBranch
               when operReqStatus = '35'
                   continue
               when operatorID = 'BATCH'
                   continue
               when other
                   move spaces to logMessage
                   string 'Error: operator '
                          function trim(operatorID)
                          ' is not on the operator file'
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 12 to return-code
                   stop run
           end-evaluate
           move function current-date to auditTimestamp
           if auditFileOverride not = spaces
               move auditFileOverride to auditFileName
           display '  Changed            : ' txnsChanged
           display '  Deleted            : ' txnsDeleted
           display '  Rejected           : ' txnsRejected
           display 'Bad-address cleared  : ' flagsCleared
           display '==========================================='
           string 'MaintainContact complete - applied '
                  txnsApplied ' rejected ' txnsRejected
               add 1 to txnsRejected
               exit paragraph
           end-if
           if not headOfficeOperator
               move 'C' to brchAction
               move txnMemberID to brchMemberID
               move operBranch to brchOperBranch
               call 'BranchOwner' using branchRequest
               if brchStatus not = '00' and brchStatus not = '35'
                   move spaces to logMessage
                   if brchStatus = '08'
                       string 'Reject: member belongs to branch '
                              function trim(brchMemberBranch)
                              ', operator ' function trim(operatorID)
                              ' is branch ' function trim(operBranch)
                              ' - ' txnMemberID
                           into logMessage
                       end-string
                   else
                       string 'Reject: member branch file unreadable'
                              ' - status ' brchStatus ' - ' txnMemberID
                           into logMessage
                       end-string
                   end-if
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   add 1 to txnsRejected
                   exit paragraph
               end-if
           end-if
           evaluate txnAction
               when 'A'
                   perform add-contact-record
           move txnPostal to contactPostal
           move txnPhone to contactPhone
           move txnEmail to contactEmail
           move space to contactBadAddress
           move spaces to contactBadDate
           move spaces to contactBadReason
           move 0 to contactReturnCount
           write contactRecord
               invalid key
                   string 'Reject: contact already on file - '
                   exit paragraph
           end-read
           perform build-before-image
           move contactAddr1 to beforeAddr1
           move contactAddr2 to beforeAddr2
           move contactCity to beforeCity
           move contactPostal to beforePostal
           set flagNotCleared to true
           if txnAddr1 not = spaces
               move txnAddr1 to contactAddr1
           end-if
           if txnEmail not = spaces
               move txnEmail to contactEmail
           end-if
           if contactBadAddress = 'Y'
               and (contactAddr1 not = beforeAddr1
                    or contactAddr2 not = beforeAddr2
                    or contactCity not = beforeCity
                    or contactPostal not = beforePostal)
               perform clear-bad-address
           end-if
           rewrite contactRecord
           add 1 to txnsChanged
           perform build-after-image
           perform write-audit-record
           if flagCleared
               perform write-flag-cleared-audit
           end-if.

      *    The new address has not been proved bad - the flag,
      *    its date, reason and count go together.
       clear-bad-address.
           move spaces to flagBeforeImage
           string contactBadAddress '/' contactBadDate '/'
                  function trim(contactBadReason) '/'
                  contactReturnCount
               into flagBeforeImage
           end-string
           inspect flagBeforeImage replacing all ',' by space
           move space to contactBadAddress
           move spaces to contactBadDate
           move spaces to contactBadReason
           move 0 to contactReturnCount
           set flagCleared to true
           add 1 to flagsCleared.

       write-flag-cleared-audit.
           move auditBeforeImage to savedBeforeImage
           move auditAfterImage to savedAfterImage
           move flagBeforeImage to auditBeforeImage
           move spaces to auditAfterImage
           move 'B' to txnAction
           perform write-audit-record
           move 'C' to txnAction
           move savedBeforeImage to auditBeforeImage
           move savedAfterImage to auditAfterImage.

       delete-contact-record.
           move txnMemberID to contactMemberID
