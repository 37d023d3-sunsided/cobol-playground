       identification division.
       program-id. AgeCrossing.

      *    Age-bracket crossing run and dues re-pricing preview.
      *    BillDues prices a member from the under-18/18-64/65-plus
      *    brackets as of the billing date, so a junior who turns
      *    18 or a member who turns 65 before the next bill is
      *    quietly re-priced. This run finds every active member
      *    whose age (through DeriveAge, as everywhere else) puts
      *    them in one bracket on the processing date and another
      *    on the next billing date (AGEX_NEXT_BILL, YYYYMMDD;
      *    default one year on from the BizDate processing date),
      *    prices both from the same dues rate table BillDues uses
      *    (DUES_RATES, duesrates.cfg) and lists each member with
      *    the old and new rate and the difference. The report
      *    (AGEX_REPORT, agecross.rpt) totals the revenue effect
      *    by crossing so finance has the figure before rates are
      *    set; it is spooled. A member priced from the category
      *    catalog (MEMBER_CATEGORY) is not priced by age and is
      *    left out; a bracket and status with no rate on the
      *    table is listed as NO RATE and counted, not guessed.
      *
      *    Each crossing member gets a notification letter on
      *    AGEX_LETTERS (default agecrossYYYYMMDD.ltr) in the
      *    MemberLetters layout, from the letter template file
      *    (LETTER_TEMPLATES, letters.cfg) - type AGE18 for a
      *    junior reaching the adult rate and AGE65 for a member
      *    reaching the senior rate. Besides &N, &I and &D the
      *    templates may use &B, the date the member reaches the
      *    new bracket, and &R, the new rate. A member whose post
      *    has been returned (ReturnedMail's bad-address flag) is
      *    listed and not written to. Every letter goes on the
      *    correspondence history through CorrLog, and a rerun on
      *    the same processing date does not write it twice. A
      *    missing template type sets return code 4.

       environment division.
       input-output section.
       file-control.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is sequential
               record key is masterFileID
               file status is masterFileStatus.
           select ratesFile assign to dynamic ratesFileName
               organization is line sequential
               file status is ratesFileStatus.
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
           select templateFile assign to dynamic templateFileName
               organization is line sequential
               file status is templateFileStatus.
           select letterFile assign to dynamic letterFileName
               organization is line sequential
               file status is letterFileStatus.
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

       fd  ratesFile.
       01  ratesFileRecord pic X(80).

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
                         ==CONTACT-EMAIL==     by ==contactEmail==
                         ==CONTACT-BAD-ADDRESS==
                                             by ==contactBadAddress==.

       fd  templateFile.
       01  templateFileRecord pic X(140).

       fd  letterFile.
       01  letterFileRecord pic X(132).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  ratesFileName    pic X(100) value 'duesrates.cfg'.
       01  ratesFileStatus  pic XX.
      *    No member-category file means nobody has a category.
       01  memcatFilePath   pic X(100) value 'memcategory.dat'.
       01  memcatFileStatus pic XX.
       01  memcatOpenSwitch pic X value 'N'.
           88 categoriesAvailable value 'Y'.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  templateFileName pic X(100) value 'letters.cfg'.
       01  templateFileStatus pic XX.
       01  letterFileName   pic X(100).
       01  letterFileStatus pic XX.
       01  reportFileName   pic X(100) value 'agecross.rpt'.
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  ratesEndSwitch   pic X value 'N'.
           88 ratesEof           value 'Y'.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  nextBillDate     pic X(8).
       01  nextBillYear     pic 9(4).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.

      *    The same rate table BillDues loads - bracket,status,
      *    amount.
       01  rateTable.
           02 rateEntry occurs 20 times.
              03 rateBracket  pic X(8).
              03 rateStatus   pic X.
              03 rateAmount   pic 9(5)v99.
       01  rateCount        pic 9(2) value 0.
       01  rateIndex        pic 9(2).
       01  rateBracketText  pic X(8).
       01  rateStatusText   pic X(4).
       01  rateAmountText   pic X(12).
       01  rateFoundSwitch  pic X value 'N'.
           88 rateFound          value 'Y'.
           88 rateMissing        value 'N'.
       01  lookupBracket    pic X(8).
       01  lookupAmount     pic 9(5)v99.

       01  ageNow           pic 99.
       01  ageAtBill        pic 99.
       01  deriveStatus     pic XX.
       01  ageWork          pic 99.
       01  bracketNow       pic X(8).
       01  bracketAtBill    pic X(8).
       01  crossingAge      pic 99.
       01  crossingDate     pic X(8).
       01  crossingYear     pic 9(4).
       01  oldRate          pic 9(5)v99.
       01  newRate          pic 9(5)v99.
       01  rateEffect       pic s9(5)v99.
       01  oldRateOut       pic zz,zz9.99.
       01  newRateOut       pic zz,zz9.99.
       01  effectOut        pic -zz,zz9.99.
       01  totalEffectOut   pic -zzz,zzz,zz9.99.

       01  membersRead      pic 9(6) value 0.
       01  membersActive    pic 9(6) value 0.
       01  membersCategory  pic 9(6) value 0.
       01  membersNoDOB     pic 9(6) value 0.
       01  crossingsFound   pic 9(6) value 0.
       01  crossingsNoRate  pic 9(6) value 0.
       01  crossAdultCount  pic 9(6) value 0.
       01  crossAdultEffect pic s9(9)v99 value 0.
       01  crossSeniorCount pic 9(6) value 0.
       01  crossSeniorEffect pic s9(9)v99 value 0.
       01  totalEffect      pic s9(9)v99 value 0.

      *    Letter template lines in file order, loaded the way
      *    MemberLetters loads them.
       01  templateEndSwitch pic X value 'N'.
           88 templateEof        value 'Y'.
       01  templateTable.
           02 templateEntry occurs 200 times.
              03 templateType pic X(8).
              03 templateText pic X(120).
       01  templateCount    pic 9(3) value 0.
       01  templateIndex    pic 9(3).
       01  templatePointer  pic 9(3).
       01  templateTypeText pic X(10).
       01  templateLinesFound pic 9(3).
       01  letterType       pic X(8).
       01  letterSubject    pic X(40).
       01  letterLine       pic X(132).
       01  buildPos         pic 9(4).
       01  textPos          pic 9(4).
       01  textLength       pic 9(4).
       01  subText          pic X(40).
       01  subPos           pic 9(4).
       01  subLength        pic 9(4).
       01  displayDate      pic X(10).
       01  crossingDisplay  pic X(10).
       01  lettersWritten   pic 9(6) value 0.
       01  lettersAlreadySent pic 9(6) value 0.
       01  lettersNoTemplate pic 9(6) value 0.
       01  lettersNoAddress pic 9(6) value 0.
       01  lettersBadAddress pic 9(6) value 0.
       01  corrRequest.
           02 corrAction    pic X.
           02 corrMember    pic X(10).
           02 corrDate      pic X(8).
           02 corrLetter    pic X(8).
           02 corrProgram   pic X(15) value 'AgeCrossing'.
           02 corrFile      pic X(60).
           02 corrSubject   pic X(40).
           02 corrStatus    pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'AgeCrossing'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept masterFilePath from environment 'BILL_MASTER'
               on exception
                   continue
           end-accept
           accept ratesFileName from environment 'DUES_RATES'
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
           accept templateFileName from environment
               'LETTER_TEMPLATES'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'AGEX_REPORT'
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

      *    A year on from the processing date; 29 February becomes
      *    the 28th in a year that has none.
           move runDate to nextBillDate
           compute nextBillYear = function numval(runDate(1:4)) + 1
           move nextBillYear to nextBillDate(1:4)
           if nextBillDate(5:4) = '0229'
               move '0228' to nextBillDate(5:4)
           end-if
           accept nextBillDate from environment 'AGEX_NEXT_BILL'
               on exception
                   continue
           end-accept
           if nextBillDate is not numeric
               or nextBillDate not > runDate
               display 'Error: AGEX_NEXT_BILL must be a YYYYMMDD'
                       ' date after the processing date'
               move 16 to return-code
               stop run
           end-if
           move spaces to letterFileName
           string 'agecross' runDate '.ltr'
               into letterFileName
           end-string
           accept letterFileName from environment 'AGEX_LETTERS'
               on exception
                   continue
           end-accept

           perform load-rate-table
           if rateCount = 0
               move spaces to logMessage
               string 'Error: no dues rates loaded from '
                      function trim(ratesFileName)
                      ' - nothing can be priced'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           open input templateFile
           if templateFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' templateFileName
                      ' - file status ' templateFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           perform until templateEof
               read templateFile
                   at end
                       set templateEof to true
                   not at end
                       perform load-one-template-line
               end-read
           end-perform
           close templateFile

           open input masterFile
           if masterFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' masterFilePath
                      ' - file status ' masterFileStatus
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
      *    Without the contact subsystem the letters carry no
      *    address block, the way AgeDebtors' letters do.
           open input contactFile
           if contactFileStatus = '00'
               set contactsAvailable to true
           end-if
           open output letterFile
           if letterFileStatus not = '00'
               move spaces to logMessage
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
               move spaces to logMessage
               string 'Error: Unable to open ' reportFileName
                      ' - file status ' reportFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           perform write-report-heading

           perform until eof
               read masterFile next record
                   at end
                       set eof to true
                   not at end
                       perform check-one-member
               end-read
           end-perform

           perform write-report-totals
           close masterFile
           if categoriesAvailable
               close memcatFile
           end-if
           if contactsAvailable
               close contactFile
           end-if
           close letterFile
           close reportFile
           move 'C' to corrAction
           call 'CorrLog' using corrRequest
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== AgeCrossing Control Totals ====='
           display 'Members read        : ' membersRead
           display 'Active members      : ' membersActive
           display 'Priced by category  : ' membersCategory
           display 'No usable DOB       : ' membersNoDOB
           display 'Bracket crossings   : ' crossingsFound
           display '  to adult rate     : ' crossAdultCount
           display '  to senior rate    : ' crossSeniorCount
           display 'No rate on table    : ' crossingsNoRate
           move totalEffect to totalEffectOut
           display 'Revenue effect      : ' totalEffectOut
           display 'Letters written     : ' lettersWritten
           display 'Already sent today  : ' lettersAlreadySent
           display 'No template         : ' lettersNoTemplate
           display 'Held - bad address  : ' lettersBadAddress
           display '======================================'
           move spaces to logMessage
           string 'AgeCrossing complete - ' crossingsFound
                  ' crossing(s) before ' nextBillDate
                  ', revenue effect '
                  function trim(totalEffectOut)
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if lettersNoTemplate > 0
               move 4 to return-code
           end-if
           stop run.

      *    One rate per line as bracket,status,amount, vetted the
      *    way BillDues vets it so both runs price from the same
      *    table.
       load-rate-table.
           open input ratesFile
           if ratesFileStatus not = '00'
               exit paragraph
           end-if
           perform until ratesEof
               read ratesFile into ratesFileRecord
                   at end
                       set ratesEof to true
                   not at end
                       perform load-one-rate
               end-read
           end-perform
           close ratesFile.

       load-one-rate.
           if ratesFileRecord = spaces
               or ratesFileRecord(1:1) = '*'
               exit paragraph
           end-if
           if rateCount >= 20
               display 'AgeCrossing: rate table full at 20 entries'
               exit paragraph
           end-if
           move spaces to rateBracketText
           move spaces to rateStatusText
           move spaces to rateAmountText
           unstring ratesFileRecord delimited by ','
               into rateBracketText rateStatusText rateAmountText
           end-unstring
           if function trim(rateAmountText) = spaces
               or function test-numval(rateAmountText) not = 0
               display 'AgeCrossing: bad rate amount ignored - '
                       function trim(ratesFileRecord)
               exit paragraph
           end-if
           add 1 to rateCount
           move rateBracketText to rateBracket(rateCount)
           move rateStatusText(1:1) to rateStatus(rateCount)
           move function numval(rateAmountText)
               to rateAmount(rateCount).

       load-one-template-line.
           if templateFileRecord = spaces
               or templateFileRecord(1:1) = '*'
               exit paragraph
           end-if
           if templateCount >= 200
               display 'AgeCrossing: template file full at 200'
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

      *    Only active members are billed on the age brackets -
      *    lapsed and cancelled members are not re-priced, and a
      *    member on a membership category is priced from the
      *    catalog whatever their age. Without a usable date of
      *    birth there is no crossing to find.
       check-one-member.
           add 1 to membersRead
           if masterMemberStatus not = 'A'
               exit paragraph
           end-if
           add 1 to membersActive
           if categoriesAvailable
               move masterFileID to memcatMemberID
               read memcatFile
                   invalid key
                       continue
                   not invalid key
                       add 1 to membersCategory
                       exit paragraph
               end-read
           end-if
           call 'DeriveAge' using masterFileDOB, runDate,
                                  ageNow, deriveStatus
           if deriveStatus not = '00'
               add 1 to membersNoDOB
               exit paragraph
           end-if
           call 'DeriveAge' using masterFileDOB, nextBillDate,
                                  ageAtBill, deriveStatus
           move ageNow to ageWork
           perform bracket-for-age
           move lookupBracket to bracketNow
           move ageAtBill to ageWork
           perform bracket-for-age
           move lookupBracket to bracketAtBill
           if bracketNow = bracketAtBill
               exit paragraph
           end-if
           add 1 to crossingsFound
           if bracketAtBill = '18to64'
               move 18 to crossingAge
               move 'AGE18' to letterType
               move 'Your dues at the adult rate'
                   to letterSubject
           else
               move 65 to crossingAge
               move 'AGE65' to letterType
               move 'Your dues at the senior rate'
                   to letterSubject
           end-if
           perform compute-crossing-date
           move 0 to newRate
           move bracketNow to lookupBracket
           perform find-dues-rate
           move lookupAmount to oldRate
           if rateFound
               move bracketAtBill to lookupBracket
               perform find-dues-rate
               move lookupAmount to newRate
           end-if
           if rateMissing
               add 1 to crossingsNoRate
               move spaces to reportLine
               string 'NO RATE  ' masterFileID ' '
                      masterFileName(1:30) ' ' bracketNow
                      ' to ' bracketAtBill ' status '
                      masterMemberStatus
                      ' - not on ' function trim(ratesFileName)
                   into reportLine
               end-string
               perform write-report-line
           else
               compute rateEffect = newRate - oldRate
               if crossingAge = 18
                   add 1 to crossAdultCount
                   add rateEffect to crossAdultEffect
               else
                   add 1 to crossSeniorCount
                   add rateEffect to crossSeniorEffect
               end-if
               add rateEffect to totalEffect
               perform write-crossing-line
               perform produce-one-letter
           end-if.

       bracket-for-age.
           evaluate true
               when ageWork < 18
                   move 'Under18' to lookupBracket
               when ageWork <= 64
                   move '18to64' to lookupBracket
               when other
                   move '65plus' to lookupBracket
           end-evaluate.

      *    The birthday the member reaches the new bracket on; a
      *    29 February birthday falls on 1 March in other years.
       compute-crossing-date.
           move masterFileDOB to crossingDate
           compute crossingYear =
               function numval(masterFileDOB(1:4)) + crossingAge
           move crossingYear to crossingDate(1:4)
           if crossingDate(5:4) = '0229'
               and (function mod(crossingYear, 4) not = 0
                    or (function mod(crossingYear, 100) = 0
                        and function mod(crossingYear, 400) not = 0))
               move '0301' to crossingDate(5:4)
           end-if
           move spaces to crossingDisplay
           string crossingDate(1:4) '-' crossingDate(5:2) '-'
                  crossingDate(7:2)
               into crossingDisplay
           end-string.

       find-dues-rate.
           set rateMissing to true
           move 0 to lookupAmount
           perform varying rateIndex from 1 by 1
               until rateIndex > rateCount
               if rateBracket(rateIndex) = lookupBracket
                   and rateStatus(rateIndex) = masterMemberStatus
                   move rateAmount(rateIndex) to lookupAmount
                   set rateFound to true
                   exit perform
               end-if
           end-perform.

       write-crossing-line.
           move oldRate to oldRateOut
           move newRate to newRateOut
           move rateEffect to effectOut
           move spaces to reportLine
           move 'CROSSING' to reportLine(1:8)
           move masterFileID to reportLine(10:10)
           move masterFileName(1:30) to reportLine(21:30)
           move masterFileDOB to reportLine(52:8)
           move crossingDate to reportLine(61:8)
           move bracketNow to reportLine(70:8)
           move bracketAtBill to reportLine(79:8)
           move oldRateOut to reportLine(88:9)
           move newRateOut to reportLine(98:9)
           move effectOut to reportLine(108:10)
           perform write-report-line.

       write-report-heading.
           move spaces to reportLine
           string 'Age-bracket crossings  processing date ' runDate
                  '  next billing date ' nextBillDate
                  '  run ' runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           move 'fileID' to reportLine(10:10)
           move 'Name' to reportLine(21:30)
           move 'DOB' to reportLine(52:8)
           move 'Reaches' to reportLine(61:8)
           move 'From' to reportLine(70:8)
           move 'To' to reportLine(79:8)
           move ' Old rate' to reportLine(88:9)
           move ' New rate' to reportLine(98:9)
           move '    Effect' to reportLine(108:10)
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line.

       write-report-totals.
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           move crossAdultEffect to totalEffectOut
           string 'Under18 to 18to64  members ' crossAdultCount
                  '  revenue effect ' totalEffectOut
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           move crossSeniorEffect to totalEffectOut
           string '18to64 to 65plus   members ' crossSeniorCount
                  '  revenue effect ' totalEffectOut
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           move totalEffect to totalEffectOut
           string 'All crossings      members ' crossingsFound
                  '  revenue effect ' totalEffectOut
                  '  no rate ' crossingsNoRate
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Active members ' membersActive
                  '  priced by category ' membersCategory
                  '  no usable DOB ' membersNoDOB
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Letters written ' lettersWritten
                  '  already sent ' lettersAlreadySent
                  '  no template ' lettersNoTemplate
                  '  no address ' lettersNoAddress
                  '  bad address ' lettersBadAddress
               into reportLine
           end-string
           perform write-report-line.

      *    The letter follows MemberLetters: one per member per
      *    processing date, from the template lines of its type,
      *    with the address block from the contact file. A member
      *    whose new rate is not on the table is not written to
      *    until it is.
       produce-one-letter.
           move 'Q' to corrAction
           move masterFileID to corrMember
           move runDate to corrDate
           move letterType to corrLetter
           call 'CorrLog' using corrRequest
           if corrStatus = '00'
               add 1 to lettersAlreadySent
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
               string 'NO TEMPLATE  ' letterType ' ' masterFileID
                      ' ' masterFileName(1:40)
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if
           move space to contactBadAddress
           if contactsAvailable
               move masterFileID to contactMemberID
               read contactFile
                   invalid key
                       move space to contactBadAddress
               end-read
           end-if
           if contactBadAddress = 'Y'
               add 1 to lettersBadAddress
               move spaces to reportLine
               string 'BAD ADDRESS  ' letterType ' ' masterFileID
                      ' ' masterFileName(1:40)
                   into reportLine
               end-string
               perform write-report-line
               exit paragraph
           end-if

           move all '=' to letterLine
           perform write-letter-line
           move spaces to letterLine
           string 'To: ' function trim(masterFileName)
                  '   (member ' function trim(masterFileID) ')'
               into letterLine
           end-string
           perform write-letter-line
           if contactsAvailable
               perform write-letter-address
           else
               add 1 to lettersNoAddress
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

           move 'W' to corrAction
           move masterFileID to corrMember
           move runDate to corrDate
           move letterType to corrLetter
           move letterFileName to corrFile
           move letterSubject to corrSubject
           call 'CorrLog' using corrRequest
           if corrStatus not = '00'
               move spaces to logMessage
               string 'AgeCrossing: correspondence history not'
                      ' updated for ' masterFileID
                      ' - status ' corrStatus
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

      *    A member with no contact record still gets the letter
      *    - the office addresses it by hand from the report.
       write-letter-address.
           move masterFileID to contactMemberID
           read contactFile
               invalid key
                   add 1 to lettersNoAddress
                   move spaces to reportLine
                   string 'NO ADDRESS   ' letterType ' '
                          masterFileID ' ' masterFileName(1:40)
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
      *    MemberLetters does, with &B the date the member reaches
      *    the new bracket and &R the new rate.
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
                               (textPos + 1:1) = 'D'
                        or templateText(templateIndex)
                               (textPos + 1:1) = 'B'
                        or templateText(templateIndex)
                               (textPos + 1:1) = 'R')
                   evaluate templateText(templateIndex)
                                (textPos + 1:1)
                       when 'N'
                           move masterFileName to subText
                       when 'I'
                           move masterFileID to subText
                       when 'B'
                           move crossingDisplay to subText
                       when 'R'
                           move newRate to newRateOut
                           move function trim(newRateOut)
                               to subText
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
           write letterFileRecord from letterLine.

       write-report-line.
           write reportFileRecord from reportLine.
