      *    hold, the address/contact record, the household and the
      *    other members in it, the payment ledger line with the
      *    billed balance once billing exists, and the most recent
      *    audit-trail activity (PROFILE_DAYS back, default 30) -
      *    one keyed start per fileID on the keyed audit history
      *    (AUDIT_HISTORY, audithist.dat) once ConvertAudit has
      *    loaded it, the dated files day by day until then.
      *    A fileID on neither the master nor the merge chain
      *    falls through to the purge archive, the same as the
      *    plain inquiry. Everything is optional but the master -
      *    a file a shop never took up is simply not shown.
      *    Once billing raises charges (PAY_CHARGES, charges.dat)
      *    the balance is itemized - each charge still owing with
      *    its date, type, amount and what is left - instead of
      *    one billed figure.

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
           select auditFile assign to dynamic auditFileName
               organization is line sequential
               file status is auditFileStatus.
           select auditHistFile assign to dynamic auditHistPath
               organization is indexed
               access mode is dynamic
               record key is auditHistKey
               alternate record key is auditHistDateKey
               file status is auditHistStatus.

       data division.
       file section.
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

       fd  hhXrefFile.
           copy hhxref
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

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  ledgerFileStatus pic XX.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  chargeFileStatus pic XX.
       01  chargeEndSwitch  pic X.
           88 chargeScanDone     value 'Y'.
       01  chargesFound     pic 9(4).
       01  ledgerFoundSwitch pic X.
           88 ledgerFound        value 'Y'.
       01  chargeOwing      pic 9(7)v99.
       01  auditFileName    pic X(100).
       01  auditFileStatus  pic XX.
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  keyedHistorySwitch pic X value 'N'.
           88 keyedHistory       value 'Y'.
       01  historyScanSwitch pic X.
           88 historyScanDone    value 'Y'.
       01  historyMemberID  pic X(10).
       01  historyFromDate  pic X(8).
       01  profileID        pic X(10).
       01  resolvedID       pic X(10).
       01  runTimestamp     pic X(21).
               on exception
                   continue
           end-accept
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           accept profileID from environment 'PROFILE_ID'
               on exception
                   continue
               on exception
                   continue
           end-accept
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept
           if function trim(daysBackText) is numeric
               and daysBackText > 0
               move daysBackText to daysBack
                       display 'Email  : '
                               function trim(contactEmail)
                   end-if
                   if contactBadAddress = 'Y'
                       display 'BAD ADDRESS since ' contactBadDate
                               ' - ' function trim(contactBadReason)
                               ', ' contactReturnCount
                               ' piece(s) returned'
                   end-if
           end-read
           close contactFile.

           end-read.

       show-ledger-section.
           move 'N' to ledgerFoundSwitch
           open input ledgerFile
           if ledgerFileStatus = '00'
               move resolvedID to ledgerMemberID
               read ledgerFile
                   invalid key
                       display 'Ledger : no payments on file'
                   not invalid key
                       set ledgerFound to true
                       move ledgerTotalPaid to editedAmount
                       display 'Paid   : ' editedAmount ' in '
                               ledgerPaymentCount
                               ' payment(s), last '
                               ledgerLastPayDate
               end-read
               close ledgerFile
           end-if
           perform show-charge-balance
           if chargesFound = 0 and ledgerFound
               perform show-billed-balance
           end-if.

      *    Each charge still owing on its own line, then the total;
      *    a member with no charges at all is shown the old way.
       show-charge-balance.
           move 0 to chargesFound
           move 0 to billedBalance
           open input chargeFile
           if chargeFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to chargeEndSwitch
           move resolvedID to chargeMemberID
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
                       if chargeMemberID not = resolvedID
                           set chargeScanDone to true
                       else
                           perform show-one-charge
                       end-if
               end-read
           end-perform
           close chargeFile
           if chargesFound > 0
               move billedBalance to editedAmount
               display 'Balance: ' editedAmount ' owing on charges'
           end-if.

       show-one-charge.
           add 1 to chargesFound
           if chargeSettled >= chargeAmount
               exit paragraph
           end-if
           compute chargeOwing = chargeAmount - chargeSettled
           add chargeOwing to billedBalance
           move chargeOwing to editedAmount
           display '  owing ' chargeRaisedDate ' ' chargeType
                   ' ' editedAmount '  '
                   function trim(chargeReference).

      *    The balance only exists once the dues billing run has
      *    been taken up - without receivables the ledger line
               function numval(runDate))
           compute fromDayNumber = toDayNumber - daysBack
           display 'Recent activity (last ' daysBack ' days):'
           perform open-keyed-history
           if keyedHistory
               move function date-of-integer(fromDayNumber)
                   to loopDateValue
               move loopDateValue to historyFromDate
               move profileID to historyMemberID
               perform read-member-history
               if resolvedID not = profileID
                   move resolvedID to historyMemberID
                   perform read-member-history
               end-if
               close auditHistFile
               if auditLinesShown = 0
                   display '  none'
               end-if
               exit paragraph
           end-if
           perform varying loopDayNumber from fromDayNumber by 1
               until loopDayNumber > toDayNumber
               compute loopDateValue =
               display '  none'
           end-if.

      *    The keyed audit history is only read once ConvertAudit
      *    has loaded the dated files into it and left its control
      *    record; until then the dated files are the whole story.
       open-keyed-history.
           move 'N' to keyedHistorySwitch
           open input auditHistFile
           if auditHistStatus not = '00'
               exit paragraph
           end-if
           move '*CONVERT*' to auditHistID
           move '00000000-000000' to auditHistStamp
           move 0 to auditHistSeq
           read auditHistFile
               invalid key
                   close auditHistFile
               not invalid key
                   set keyedHistory to true
           end-read.

      *    A merged-away fileID's lines come first, then the
      *    survivor's - the order the merge itself happened in.
       read-member-history.
           move 'N' to historyScanSwitch
           move historyMemberID to auditHistID
           move historyFromDate to auditHistStamp
           move 0 to auditHistSeq
           start auditHistFile key is not less than auditHistKey
               invalid key
                   set historyScanDone to true
           end-start
           perform until historyScanDone
               read auditHistFile next record
                   at end
                       set historyScanDone to true
                   not at end
                       if auditHistID not = historyMemberID
                           set historyScanDone to true
                       else
                           move auditHistLine to auditFileRecord
                           perform show-audit-line
                       end-if
               end-read
           end-perform.

       show-audit-line.
           move spaces to histStamp
           move space to histAction
