       identification division.
       program-id. VotingRoll.

      *    Voting-eligibility roll for the annual general meeting.
      *    AGM_DATE (YYYYMMDD, required) is the meeting date. A
      *    member may vote who on that date is
      *
      *        active     MEMBER-STATUS 'A'
      *        of age     18 or over, the age derived from the date
      *                   of birth as of the meeting date
      *        paid up    billed for the dues year (AGM_DUES_YEAR,
      *                   default the meeting year) on the
      *                   receivables file and paid at least that
      *                   much on the payments ledger - or in a
      *                   membership category that is never billed
      *        not held   not on legal hold (HoldCheck)
      *
      *    The roll (AGM_ROLL_REPORT, agmroll.rpt) prints in name
      *    order, paged, with a sign-in column for the door; the
      *    electronic roll for the ballot vendor (AGM_ROLL_OUTPUT,
      *    default agmrollYYYYMMDD.csv for the meeting date)
      *    carries
      *
      *        H,meeting date
      *        D,fileID,name,postal code,email
      *        T,voter count
      *
      *    and is registered through OutboundLog. Members kept off
      *    the roll for legal hold or arrears are listed with the
      *    reason on the exclusions report (AGM_EXCLUDED,
      *    agmexcluded.rpt); the inactive and the under-age are
      *    only counted. The eligible count and the quorum - the
      *    constitution's percentage (AGM_QUORUM_PCT, default 10)
      *    of the eligible, rounded up to a whole member - close
      *    the roll.

       environment division.
       input-output section.
       file-control.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is sequential
               record key is masterFileID
               file status is masterFileStatus.
           select ledgerFile assign to dynamic ledgerFilePath
               organization is indexed
               access mode is random
               record key is ledgerMemberID
               file status is ledgerFileStatus.
           select receivableFile assign to dynamic receivableFilePath
               organization is indexed
               access mode is random
               record key is recvMemberID
               file status is receivableFileStatus.
           select memcatFile assign to dynamic memcatFilePath
               organization is indexed
               access mode is random
               record key is memcatMemberID
               file status is memcatFileStatus.
           select contactFile assign to dynamic contactFilePath
               organization is indexed
               access mode is random
               record key is contactMemberID
               file status is contactFileStatus.
           select sortWorkFile assign to 'sortwork.tmp'.
           select rollFile assign to dynamic rollFileName
               organization is line sequential
               file status is rollFileStatus.
           select voterFile assign to dynamic voterFileName
               organization is line sequential
               file status is voterFileStatus.
           select excludedFile assign to dynamic excludedFileName
               organization is line sequential
               file status is excludedFileStatus.

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

       fd  ledgerFile.
       01  ledgerRecord.
           02 ledgerMemberID    pic X(10).
           02 ledgerTotalPaid   pic 9(9)v99.
           02 ledgerPaymentCount pic 9(6).
           02 ledgerLastPayDate pic X(8).

       fd  receivableFile.
           copy receivable
               replacing ==RECEIVABLE-RECORD== by ==recvRecord==
                         ==RECV-MEMBER-ID==    by ==recvMemberID==
                         ==RECV-BILLED-AMOUNT==
                                               by ==recvBilledAmount==
                         ==RECV-BILL-DATE==    by ==recvBillDate==.

       fd  memcatFile.
           copy memcat
               replacing ==MEMCAT-RECORD==     by ==memcatRecord==
                         ==MEMCAT-MEMBER-ID==  by ==memcatMemberID==
                         ==MEMCAT-CODE==       by ==memcatCode==
                         ==MEMCAT-SINCE==      by ==memcatSince==
                         ==MEMCAT-OPERATOR==   by ==memcatOperator==
                         ==MEMCAT-PRIOR-CODE== by ==memcatPriorCode==.

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

       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortWorkName    pic X(40).
           02 sortWorkID      pic X(10).
           02 sortWorkAge     pic 99.

       fd  rollFile.
       01  rollFileRecord pic X(132).

       fd  voterFile.
       01  voterFileRecord pic X(150).

       fd  excludedFile.
       01  excludedFileRecord pic X(132).

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
      *    No member-category file means nobody is in a category
      *    that is never billed; no contact file means the
      *    electronic roll goes without postal codes and email.
       01  memcatFilePath   pic X(100) value 'memcategory.dat'.
       01  memcatFileStatus pic XX.
       01  memcatOpenSwitch pic X value 'N'.
           88 categoriesAvailable value 'Y'.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  rollFileName     pic X(100) value 'agmroll.rpt'.
       01  rollFileStatus   pic XX.
       01  voterFileName    pic X(100).
       01  voterFileStatus  pic XX.
       01  excludedFileName pic X(100) value 'agmexcluded.rpt'.
       01  excludedFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
       01  sortDoneSwitch   pic X value 'N'.
           88 sortDone           value 'Y'.
       01  runTimestamp     pic X(21).
       01  meetingDate      pic X(8) value spaces.
       01  duesYear         pic X(4) value spaces.
       01  quorumPctText    pic X(8) value '10'.
       01  quorumPct        pic 9(3)v99 value 10.
       01  quorumCount      pic 9(6) value 0.
       01  quorumExact      pic 9(7)v9(4).
       01  derivedAge       pic 99.
       01  deriveStatus     pic XX.
       01  excludeReason    pic X(50).
       01  paidUpSwitch     pic X.
           88 memberPaidUp       value 'Y'.
           88 memberNotPaidUp    value 'N'.
       01  editedAmount     pic Z(8)9.99.
       01  editedPaid       pic Z(8)9.99.
       01  holdRequest.
           02 holdReqID     pic X(10).
           02 holdReqSince  pic X(8).
           02 holdReqReason pic X(30).
           02 holdReqStatus pic XX.
       01  categoryRequest.
           02 ctgAction      pic X value 'L'.
           02 ctgCode        pic X(6).
           02 ctgDescription pic X(30).
           02 ctgBillable    pic X.
           02 ctgRate        pic 9(5)v99.
           02 ctgMinAge      pic 99.
           02 ctgMaxAge      pic 99.
           02 ctgTerm        pic 99.
           02 ctgStatus      pic XX.
       01  membersRead      pic 9(6) value 0.
       01  notActiveCount   pic 9(6) value 0.
       01  underAgeCount    pic 9(6) value 0.
       01  onHoldCount      pic 9(6) value 0.
       01  arrearsCount     pic 9(6) value 0.
       01  eligibleCount    pic 9(6) value 0.
       01  voterLine        pic X(150).
       01  pageNumber       pic 9(4) value 0.
       01  linesOnPage      pic 9(2) value 99.
       01  pageLineLimit    pic 9(2) value 55.
       01  reportLine       pic X(132).
       01  excludedLine     pic X(132).
       01  outboundRequest.
           02 obAction   pic X.
           02 obProgram  pic X(15) value 'VotingRoll'.
           02 obFile     pic X(100).
           02 obCount    pic 9(6).
           02 obHash     pic 9(9).
           02 obStatus   pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'VotingRoll'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept meetingDate from environment 'AGM_DATE'
               on exception
                   continue
           end-accept
           if meetingDate is not numeric
               or function test-date-yyyymmdd(
                   function numval(meetingDate)) not = 0
               display 'Error: AGM_DATE must be the meeting date'
                       ' as YYYYMMDD'
               move 16 to return-code
               stop run
           end-if
           move meetingDate(1:4) to duesYear
           accept duesYear from environment 'AGM_DUES_YEAR'
               on exception
                   continue
           end-accept
           accept quorumPctText from environment 'AGM_QUORUM_PCT'
               on exception
                   continue
           end-accept
           if function trim(quorumPctText) = spaces
               or function test-numval(quorumPctText) not = 0
               display 'Error: AGM_QUORUM_PCT must be a percentage'
               move 16 to return-code
               stop run
           end-if
           move function numval(quorumPctText) to quorumPct
           if quorumPct > 100
               display 'Error: AGM_QUORUM_PCT must be a percentage'
               move 16 to return-code
               stop run
           end-if
           accept masterFilePath from environment 'AGM_MASTER'
               on exception
                   continue
           end-accept
           accept ledgerFilePath from environment 'PAY_LEDGER'
               on exception
                   continue
           end-accept
           accept receivableFilePath from environment
               'PAY_RECEIVABLES'
               on exception
                   continue
           end-accept
           accept memcatFilePath from environment 'MEMBER_CATEGORY'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept rollFileName from environment 'AGM_ROLL_REPORT'
               on exception
                   continue
           end-accept
           accept excludedFileName from environment 'AGM_EXCLUDED'
               on exception
                   continue
           end-accept
           move spaces to voterFileName
           string 'agmroll' meetingDate '.csv'
               into voterFileName
           end-string
           accept voterFileName from environment 'AGM_ROLL_OUTPUT'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp

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
           open input receivableFile
           if receivableFileStatus not = '00'
               string 'Error: Unable to open ' receivableFilePath
                      ' - file status ' receivableFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open input memcatFile
           if memcatFileStatus = '00'
               set categoriesAvailable to true
           end-if
           open input contactFile
           if contactFileStatus = '00'
               set contactsAvailable to true
           end-if
           open output rollFile
           if rollFileStatus not = '00'
               string 'Error: Unable to open ' rollFileName
                      ' - file status ' rollFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open output voterFile
           if voterFileStatus not = '00'
               string 'Error: Unable to open ' voterFileName
                      ' - file status ' voterFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open output excludedFile
           if excludedFileStatus not = '00'
               string 'Error: Unable to open ' excludedFileName
                      ' - file status ' excludedFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           move spaces to excludedLine
           string 'AGM voting roll exclusions  meeting '
                  meetingDate '  dues year ' duesYear
               into excludedLine
           end-string
           write excludedFileRecord from excludedLine
           move all '-' to excludedLine
           write excludedFileRecord from excludedLine
           move spaces to voterLine
           string 'H,' meetingDate
               into voterLine
           end-string
           write voterFileRecord from voterLine

           sort sortWorkFile
               on ascending key sortWorkName sortWorkID
               input procedure sort-input-procedure
               output procedure sort-output-procedure

           compute quorumExact = eligibleCount * quorumPct / 100
           move quorumExact to quorumCount
           if quorumCount < quorumExact
               add 1 to quorumCount
           end-if
           move spaces to reportLine
           perform write-report-line
           move all '=' to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Eligible to vote: ' eligibleCount
                  '    quorum at ' quorumPctText(1:6)
                  ' percent: ' quorumCount
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Not on the roll - on legal hold ' onHoldCount
                  '  in arrears ' arrearsCount
                  '  not active ' notActiveCount
                  '  under 18 ' underAgeCount
               into reportLine
           end-string
           perform write-report-line
           move spaces to voterLine
           string 'T,' eligibleCount
               into voterLine
           end-string
           write voterFileRecord from voterLine
           move all '-' to excludedLine
           write excludedFileRecord from excludedLine
           move spaces to excludedLine
           string 'Excluded - legal hold ' onHoldCount
                  '  arrears ' arrearsCount
               into excludedLine
           end-string
           write excludedFileRecord from excludedLine

           close masterFile
           close ledgerFile
           close receivableFile
           if categoriesAvailable
               close memcatFile
           end-if
           if contactsAvailable
               close contactFile
           end-if
           close rollFile
           close voterFile
           close excludedFile

           move 'R' to obAction
           move voterFileName to obFile
           move eligibleCount to obCount
           move eligibleCount to obHash
           call 'OutboundLog' using outboundRequest
           move rollFileName to spoolFile
           call 'SpoolReport' using spoolRequest
           move excludedFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== VotingRoll Control Totals ====='
           display 'Meeting date       : ' meetingDate
           display 'Members read       : ' membersRead
           display 'Eligible to vote   : ' eligibleCount
           display 'Quorum             : ' quorumCount
           display 'Excluded - hold    : ' onHoldCount
           display 'Excluded - arrears : ' arrearsCount
           display 'Not active         : ' notActiveCount
           display 'Under 18           : ' underAgeCount
           display '======================================'
           string 'VotingRoll complete - ' eligibleCount
                  ' eligible, quorum ' quorumCount
                  ' for the meeting of ' meetingDate
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

       sort-input-procedure.
           perform until eof
               read masterFile next record
                   at end
                       set eof to true
                   not at end
                       perform check-one-member
               end-read
           end-perform.

       check-one-member.
           add 1 to membersRead
           if masterMemberStatus not = 'A'
               add 1 to notActiveCount
               exit paragraph
           end-if
           move masterFileAge to derivedAge
           call 'DeriveAge' using masterFileDOB, meetingDate,
                                  derivedAge, deriveStatus
           if derivedAge < 18
               add 1 to underAgeCount
               exit paragraph
           end-if
           move masterFileID to holdReqID
           call 'HoldCheck' using holdRequest
           if holdReqStatus = '00'
               add 1 to onHoldCount
               move spaces to excludeReason
               string 'LEGAL HOLD since ' holdReqSince ' '
                      function trim(holdReqReason)
                   into excludeReason
               end-string
               perform list-excluded-member
               exit paragraph
           end-if
           perform check-paid-up
           if memberNotPaidUp
               add 1 to arrearsCount
               perform list-excluded-member
               exit paragraph
           end-if
           move masterFileName to sortWorkName
           move masterFileID to sortWorkID
           move derivedAge to sortWorkAge
           release sortWorkRecord.

      *    Paid up means billed for the dues year and paid at
      *    least the bill on the ledger. A member in a category
      *    that is never billed - life, honorary - is paid up by
      *    definition.
       check-paid-up.
           set memberNotPaidUp to true
           if categoriesAvailable
               move masterFileID to memcatMemberID
               read memcatFile
                   invalid key
                       continue
                   not invalid key
                       move memcatCode to ctgCode
                       call 'CategoryCatalog' using categoryRequest
                       if ctgStatus = '00' and ctgBillable = 'N'
                           set memberPaidUp to true
                           exit paragraph
                       end-if
               end-read
           end-if
           move masterFileID to recvMemberID
           read receivableFile
               invalid key
                   move spaces to excludeReason
                   string 'ARREARS - not billed for ' duesYear
                       into excludeReason
                   end-string
                   exit paragraph
           end-read
           if recvBillDate(1:4) < duesYear
               move spaces to excludeReason
               string 'ARREARS - not billed for ' duesYear
                      ' (last bill ' recvBillDate ')'
                   into excludeReason
               end-string
               exit paragraph
           end-if
           move masterFileID to ledgerMemberID
           read ledgerFile
               invalid key
                   move 0 to ledgerTotalPaid
           end-read
           if ledgerTotalPaid < recvBilledAmount
               move recvBilledAmount to editedAmount
               move ledgerTotalPaid to editedPaid
               move spaces to excludeReason
               string 'ARREARS - billed '
                      function trim(editedAmount)
                      ' paid ' function trim(editedPaid)
                   into excludeReason
               end-string
               exit paragraph
           end-if
           set memberPaidUp to true.

       list-excluded-member.
           move spaces to excludedLine
           string masterFileID ' ' masterFileName ' '
                  function trim(excludeReason)
               into excludedLine
           end-string
           write excludedFileRecord from excludedLine.

       sort-output-procedure.
           perform until sortDone
               return sortWorkFile
                   at end
                       set sortDone to true
                   not at end
                       perform print-one-voter
               end-return
           end-perform.

       print-one-voter.
           add 1 to eligibleCount
           move spaces to reportLine
           string eligibleCount '  ' sortWorkID '  ' sortWorkName
                  '  ' sortWorkAge
                  '   ______________________________'
               into reportLine
           end-string
           perform write-report-line
           move spaces to contactPostal
           move spaces to contactEmail
           if contactsAvailable
               move sortWorkID to contactMemberID
               read contactFile
                   invalid key
                       move spaces to contactPostal
                       move spaces to contactEmail
               end-read
           end-if
           inspect sortWorkName replacing all ',' by space
           move spaces to voterLine
           string 'D,' function trim(sortWorkID) ','
                  function trim(sortWorkName) ','
                  function trim(contactPostal) ','
                  function trim(contactEmail)
               into voterLine
           end-string
           write voterFileRecord from voterLine.

      *    Paged like the Member Register, so the door staff get
      *    the heading and the column titles on every sheet.
       write-report-line.
           if linesOnPage >= pageLineLimit
               perform print-page-heading
           end-if
           write rollFileRecord from reportLine
           add 1 to linesOnPage.

       print-page-heading.
           add 1 to pageNumber
           move 0 to linesOnPage
           move spaces to rollFileRecord
           string 'AGM Voting Roll        meeting '
                  meetingDate(1:4) '-' meetingDate(5:2) '-'
                  meetingDate(7:2)
                  '        page ' pageNumber
               into rollFileRecord
           end-string
           write rollFileRecord
           move spaces to rollFileRecord
           write rollFileRecord
           move spaces to rollFileRecord
           move '    no  fileID      name' to rollFileRecord
           move 'age' to rollFileRecord(63:3)
           move 'signature' to rollFileRecord(68:9)
           write rollFileRecord
           add 3 to linesOnPage.
