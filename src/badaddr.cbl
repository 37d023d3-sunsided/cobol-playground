       identification division.
       program-id. BadAddressList.

      *    Weekly bad-address chase list. Every member whose
      *    contact record carries ReturnedMail's bad-address flag
      *    is listed oldest return first - the member who has been
      *    unreachable by post longest is the one to chase first -
      *    with the name from the member master, the date the
      *    address first came back and the days since (as of the
      *    BizDate processing date), how many pieces have been
      *    returned, the last reason keyed, and the phone and
      *    email the office can use to ask for a new address. A
      *    member with neither is marked so the list shows who can
      *    only be reached at the next visit. The flag clears when
      *    MaintainContact changes the address, so a member drops
      *    off the list the week after the office corrects it.
      *    The report (BADADDR_REPORT, badaddress.rpt) is spooled.

       environment division.
       input-output section.
       file-control.
           select contactFile assign to dynamic contactFilePath
               organization is indexed
               access mode is sequential
               record key is contactMemberID
               file status is contactFileStatus.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is random
               record key is masterFileID
               file status is masterFileStatus.
           select sortWorkFile assign to 'sortwork.tmp'.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
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

       fd  masterFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==masterFileRecord==
                         ==MEMBER-ID==     by ==masterFileID==
                         ==MEMBER-NAME==   by ==masterFileName==
                         ==MEMBER-AGE==    by ==masterFileAge==
                         ==MEMBER-SOURCE== by ==masterFileSource==
                         ==MEMBER-DOB==    by ==masterFileDOB==.

       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortWorkBadDate pic X(8).
           02 sortWorkID      pic X(10).
           02 sortWorkReturns pic 99.
           02 sortWorkReason  pic X(20).
           02 sortWorkPhone   pic X(15).
           02 sortWorkEmail   pic X(40).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  masterOpenSwitch pic X value 'N'.
           88 masterAvailable    value 'Y'.
       01  reportFileName   pic X(100) value 'badaddress.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
       01  sortDoneSwitch   pic X value 'N'.
           88 sortDone           value 'Y'.
       01  runDate          pic X(8).
       01  todayDayNumber   pic 9(8).
       01  badDayNumber     pic 9(8).
       01  daysOutstanding  pic 9(5).
       01  daysOut          pic zzzz9.
       01  memberName       pic X(40).
       01  contactsRead     pic 9(6) value 0.
       01  membersListed    pic 9(6) value 0.
       01  noPhoneOrEmail   pic 9(6) value 0.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'BadAddressList'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'MAINT_MASTER'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'BADADDR_REPORT'
               on exception
                   continue
           end-accept
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           compute todayDayNumber =
               function integer-of-date(function numval(runDate))

           open input contactFile
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
      *    The master only supplies the name - a member merged or
      *    purged since is still listed from the contact record.
           open input masterFile
           if masterFileStatus = '00'
               set masterAvailable to true
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
           move spaces to reportLine
           string 'Bad-address chase list  as of '
                  runDate(1:4) '-' runDate(5:2) '-' runDate(7:2)
                  '  (oldest return first)'
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move 'fileID     name' to reportLine
           move 'returned  days ret reason' to reportLine(38:25)
           move 'phone' to reportLine(84:5)
           move 'email' to reportLine(100:5)
           perform write-report-line

           sort sortWorkFile
               on ascending key sortWorkBadDate sortWorkID
               input procedure sort-input-procedure
               output procedure sort-output-procedure

           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Members listed ' membersListed
                  '  with no phone or email ' noPhoneOrEmail
               into reportLine
           end-string
           perform write-report-line

           close contactFile
           if masterAvailable
               close masterFile
           end-if
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== BadAddressList Control Totals ====='
           display 'Contact records read : ' contactsRead
           display 'Bad addresses listed : ' membersListed
           display 'No phone or email    : ' noPhoneOrEmail
           display '==========================================='
           move spaces to logMessage
           string 'BadAddressList complete - ' membersListed
                  ' bad address(es) to chase'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

       sort-input-procedure.
           perform until eof
               read contactFile next record
                   at end
                       set eof to true
                   not at end
                       perform select-one-contact
               end-read
           end-perform.

       select-one-contact.
           add 1 to contactsRead
           if contactBadAddress not = 'Y'
               exit paragraph
           end-if
           move contactBadDate to sortWorkBadDate
           move contactMemberID to sortWorkID
           move contactReturnCount to sortWorkReturns
           move contactBadReason to sortWorkReason
           move contactPhone to sortWorkPhone
           move contactEmail to sortWorkEmail
           release sortWorkRecord.

       sort-output-procedure.
           perform until sortDone
               return sortWorkFile
                   at end
                       set sortDone to true
                   not at end
                       perform list-one-member
               end-return
           end-perform.

       list-one-member.
           add 1 to membersListed
           move '(not on member master)' to memberName
           if masterAvailable
               move sortWorkID to masterFileID
               read masterFile
                   invalid key
                       continue
                   not invalid key
                       move masterFileName to memberName
               end-read
           end-if
           move 0 to daysOutstanding
           if sortWorkBadDate is numeric
               compute badDayNumber =
                   function integer-of-date(
                       function numval(sortWorkBadDate))
               if badDayNumber < todayDayNumber
                   compute daysOutstanding =
                       todayDayNumber - badDayNumber
               end-if
           end-if
           move daysOutstanding to daysOut
           move spaces to reportLine
           move sortWorkID to reportLine(1:10)
           move memberName(1:25) to reportLine(12:25)
           move sortWorkBadDate to reportLine(38:8)
           move daysOut to reportLine(47:5)
           move sortWorkReturns to reportLine(53:2)
           move sortWorkReason to reportLine(57:20)
           if sortWorkPhone = spaces and sortWorkEmail = spaces
               add 1 to noPhoneOrEmail
               move '** no phone or email - ask at next visit'
                   to reportLine(84:41)
           else
               move sortWorkPhone to reportLine(84:15)
               move sortWorkEmail(1:33) to reportLine(100:33)
           end-if
           perform write-report-line.

       write-report-line.
           write reportFileRecord from reportLine.
