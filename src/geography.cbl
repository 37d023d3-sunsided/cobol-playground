       identification division.
       program-id. MemberGeography.

      *    Membership geography report - where the members live.
      *    Joins the member master to the contact file
      *    (CONTACT_FILE, contact.dat) and puts every
      *    member - active, lapsed and cancelled - into a region
      *    by postal code from the postal-region reference
      *    (POSTAL_REGIONS, postregions.cfg - prefix,region,name,
      *    longest prefix wins, spaces in the code ignored), then
      *    by city within the region. Each city and region line
      *    shows the active, lapsed and cancelled counts, the
      *    average age (DeriveAge, as of the BizDate processing
      *    date, over the members with a usable date of birth),
      *    the dues billed on the receivables file (PAY_RECEIVABLES)
      *    and what has been collected on the payments ledger
      *    (PAY_LEDGER). A postal code on no region reports as
      *    UNMAPPED, and members with no contact record at all
      *    are their own NO CONTACT line, so the totals always add
      *    up to the master.
      *
      *    Every run appends its region totals to the geography
      *    history (GEO_HISTORY, geohist.csv) as
      *
      *        runDate,region,active,lapsed,cancelled,billed,
      *          collected
      *
      *    and each region line is followed by its change since
      *    the latest earlier run on the history, so a rerun on
      *    the same day still compares against the run before.
      *
      *    The report (GEO_REPORT, geography.rpt) is spooled; the
      *    same figures go to a spreadsheet-ready extract for the
      *    board pack (GEO_EXTRACT, geographyYYYYMMDD.csv) - a
      *    heading row, then a row per city and an ALL row per
      *    region carrying the changes.

       environment division.
       input-output section.
       file-control.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is sequential
               record key is masterFileID
               file status is masterFileStatus.
           select contactFile assign to dynamic contactFilePath
               organization is indexed
               access mode is random
               record key is contactMemberID
               file status is contactFileStatus.
           select receivableFile assign to dynamic receivableFilePath
               organization is indexed
               access mode is random
               record key is recvMemberID
               file status is receivableFileStatus.
           select ledgerFile assign to dynamic ledgerFilePath
               organization is indexed
               access mode is random
               record key is ledgerMemberID
               file status is ledgerFileStatus.
           select regionFile assign to dynamic regionFileName
               organization is line sequential
               file status is regionFileStatus.
           select historyFile assign to dynamic historyFileName
               organization is line sequential
               file status is historyFileStatus.
           select sortWorkFile assign to 'geosort.tmp'.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select extractFile assign to dynamic extractFileName
               organization is line sequential
               file status is extractFileStatus.

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
                         ==CONTACT-EMAIL==     by ==contactEmail==.

       fd  receivableFile.
           copy receivable
               replacing ==RECEIVABLE-RECORD== by ==recvRecord==
                         ==RECV-MEMBER-ID==    by ==recvMemberID==
                         ==RECV-BILLED-AMOUNT==
                                               by ==recvBilledAmount==
                         ==RECV-BILL-DATE==    by ==recvBillDate==.

       fd  ledgerFile.
       01  ledgerRecord.
           02 ledgerMemberID    pic X(10).
           02 ledgerTotalPaid   pic 9(9)v99.
           02 ledgerPaymentCount pic 9(6).
           02 ledgerLastPayDate pic X(8).

       fd  regionFile.
       01  regionFileRecord pic X(80).

       fd  historyFile.
       01  historyFileRecord pic X(100).

      *    The group byte sorts mapped regions first, then
      *    UNMAPPED, then NO CONTACT.
       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortGroup       pic X.
           02 sortRegion      pic X(10).
           02 sortCity        pic X(20).
           02 sortMember      pic X(10).
           02 sortRegionName  pic X(30).
           02 sortStatus      pic X.
           02 sortAgeKnown    pic X.
           02 sortAge         pic 999.
           02 sortBilled      pic 9(7)v99.
           02 sortCollected   pic 9(9)v99.

       fd  reportFile.
       01  reportFileRecord pic X(132).

       fd  extractFile.
       01  extractFileRecord pic X(200).

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  receivableOpenSwitch pic X value 'N'.
           88 receivablesAvailable value 'Y'.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  ledgerOpenSwitch pic X value 'N'.
           88 ledgerAvailable    value 'Y'.
       01  regionFileName   pic X(100) value 'postregions.cfg'.
       01  regionFileStatus pic XX.
       01  historyFileName  pic X(100) value 'geohist.csv'.
       01  historyFileStatus pic XX.
       01  reportFileName   pic X(100) value 'geography.rpt'.
       01  reportFileStatus pic XX.
       01  extractFileName  pic X(100).
       01  extractFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  sortDoneSwitch   pic X value 'N'.
           88 sortDone           value 'Y'.
       01  fileEndSwitch    pic X.
           88 fileEnd            value 'Y'.
      *    The region reference is a few hundred prefixes at most.
       01  regionTable.
           02 regionEntry occurs 500 times.
              03 regionPrefix    pic X(10).
              03 regionPrefixLen pic 99.
              03 regionCode      pic X(10).
              03 regionName      pic X(30).
       01  regionCount      pic 9(3) value 0.
       01  regionIndex      pic 9(3).
       01  regionBestLen    pic 99.
       01  regionPrefixText pic X(12).
       01  regionCodeText   pic X(12).
       01  regionNameText   pic X(32).
       01  postalCompact    pic X(10).
       01  postalOut        pic 99.
       01  postalIn         pic 99.
      *    The latest earlier run's figures per region, from the
      *    history.
       01  priorTable.
           02 priorEntry occurs 500 times.
              03 priorRegion     pic X(10).
              03 priorDate       pic X(8).
              03 priorActive     pic 9(6).
              03 priorLapsed     pic 9(6).
              03 priorCancelled  pic 9(6).
              03 priorBilled     pic 9(9)v99.
              03 priorCollected  pic 9(9)v99.
       01  priorCount       pic 9(3) value 0.
       01  priorIndex       pic 9(3).
       01  priorFoundSwitch pic X.
           88 priorFound         value 'Y'.
       01  priorRunDate     pic X(8) value spaces.
       01  histDate         pic X(10).
       01  histRegion       pic X(12).
       01  histActive       pic X(10).
       01  histLapsed       pic X(10).
       01  histCancelled    pic X(10).
       01  histBilled       pic X(14).
       01  histCollected    pic X(14).
      *    This run's region totals, written to the history once
      *    the report is out.
       01  currentTable.
           02 currentEntry occurs 500 times.
              03 currentRegion    pic X(10).
              03 currentActive    pic 9(6).
              03 currentLapsed    pic 9(6).
              03 currentCancelled pic 9(6).
              03 currentBilled    pic 9(9)v99.
              03 currentCollected pic 9(9)v99.
       01  currentCount     pic 9(3) value 0.
       01  currentIndex     pic 9(3).
      *    Accumulators - city, region and grand total, each the
      *    same shape so one print paragraph serves all three.
       01  cityTotals.
           02 cityActive       pic 9(6).
           02 cityLapsed       pic 9(6).
           02 cityCancelled    pic 9(6).
           02 cityAgeCount     pic 9(6).
           02 cityAgeSum       pic 9(9).
           02 cityBilled       pic 9(9)v99.
           02 cityCollected    pic 9(9)v99.
       01  regionTotals.
           02 regnActive       pic 9(6).
           02 regnLapsed       pic 9(6).
           02 regnCancelled    pic 9(6).
           02 regnAgeCount     pic 9(6).
           02 regnAgeSum       pic 9(9).
           02 regnBilled       pic 9(9)v99.
           02 regnCollected    pic 9(9)v99.
       01  grandTotals.
           02 grandActive      pic 9(6).
           02 grandLapsed      pic 9(6).
           02 grandCancelled   pic 9(6).
           02 grandAgeCount    pic 9(6).
           02 grandAgeSum      pic 9(9).
           02 grandBilled      pic 9(9)v99.
           02 grandCollected   pic 9(9)v99.
       01  lineTotals.
           02 lineActive       pic 9(6).
           02 lineLapsed       pic 9(6).
           02 lineCancelled    pic 9(6).
           02 lineAgeCount     pic 9(6).
           02 lineAgeSum       pic 9(9).
           02 lineBilled       pic 9(9)v99.
           02 lineCollected    pic 9(9)v99.
       01  lineLabel        pic X(32).
       01  lineMembers      pic 9(7).
       01  lineAverageAge   pic 9(3)v9.
       01  breakRegion      pic X(10).
       01  breakRegionName  pic X(30).
       01  breakCity        pic X(20).
       01  firstRecordSwitch pic X value 'Y'.
           88 firstRecord        value 'Y'.
       01  changeMembers    pic s9(7).
       01  changeActive     pic s9(7).
       01  changeBilled     pic s9(9)v99.
       01  changeCollected  pic s9(9)v99.
       01  editedCount      pic zzzzz9.
       01  editedAge        pic zz9.9.
       01  editedMoney      pic z,zzz,zzz,zz9.99.
       01  editedChange     pic +zzzzzz9.
       01  editedMoneyChange pic +,+++,+++,++9.99.
       01  csvCount         pic z(6)9.
       01  csvAge           pic zz9.9.
       01  csvMoney         pic z(9)9.99.
       01  csvChange        pic -(7)9.
       01  csvMoneyChange   pic -(10)9.99.
       01  extractLine      pic X(200).
       01  historyLine      pic X(100).
       01  membersRead      pic 9(7) value 0.
       01  membersNoContact pic 9(7) value 0.
       01  membersUnmapped  pic 9(7) value 0.
       01  derivedAge       pic 99.
       01  deriveStatus     pic XX.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'MemberGeography'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept masterFilePath from environment 'GEO_MASTER'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept receivableFilePath from environment 'PAY_RECEIVABLES'
               on exception
                   continue
           end-accept
           accept ledgerFilePath from environment 'PAY_LEDGER'
               on exception
                   continue
           end-accept
           accept regionFileName from environment 'POSTAL_REGIONS'
               on exception
                   continue
           end-accept
           accept historyFileName from environment 'GEO_HISTORY'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'GEO_REPORT'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           move spaces to extractFileName
           string 'geography' runDate '.csv'
               into extractFileName
           end-string
           accept extractFileName from environment 'GEO_EXTRACT'
               on exception
                   continue
           end-accept

           perform load-region-table
           perform load-prior-figures

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
      *    Without a contact file everyone is NO CONTACT; without
      *    the receivables or the ledger the money columns are
      *    nought - the counts still stand.
           open input contactFile
           if contactFileStatus = '00'
               set contactsAvailable to true
           end-if
           open input receivableFile
           if receivableFileStatus = '00'
               set receivablesAvailable to true
           end-if
           open input ledgerFile
           if ledgerFileStatus = '00'
               set ledgerAvailable to true
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
           open output extractFile
           if extractFileStatus not = '00'
               string 'Error: Unable to open ' extractFileName
                      ' - file status ' extractFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           move spaces to reportLine
           string 'Membership geography  as of ' runDate '  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           if priorRunDate = spaces
               move 'No earlier run on the history - no changes shown'
                   to reportLine
           else
               string 'Changes are since the run of ' priorRunDate
                   into reportLine
               end-string
           end-if
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           move 'Region / city' to reportLine(1:32)
           move 'Active' to reportLine(35:6)
           move 'Lapsed' to reportLine(43:6)
           move 'Cancld' to reportLine(51:6)
           move 'Avg age' to reportLine(58:7)
           move 'Billed' to reportLine(76:6)
           move 'Collected' to reportLine(95:9)
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move spaces to extractLine
           string 'Region,RegionName,City,Active,Lapsed,Cancelled,'
                  'Total,AverageAge,Billed,Collected,'
                  'ChangeTotal,ChangeActive,ChangeBilled,'
                  'ChangeCollected'
                  delimited by size
               into extractLine
           end-string
           write extractFileRecord from extractLine

           initialize grandTotals

           sort sortWorkFile
               on ascending key sortGroup sortRegion sortCity
                                sortMember
               input procedure sort-input-procedure
               output procedure sort-output-procedure

           if not firstRecord
               perform close-city-break
               perform close-region-break
           end-if
           move all '=' to reportLine
           perform write-report-line
           move grandTotals to lineTotals
           move 'ALL MEMBERS' to lineLabel
           perform print-totals-line
           move spaces to reportLine
           string 'Members read ' membersRead
                  '  no contact record ' membersNoContact
                  '  postal code on no region ' membersUnmapped
               into reportLine
           end-string
           perform write-report-line

           close masterFile
           if contactsAvailable
               close contactFile
           end-if
           if receivablesAvailable
               close receivableFile
           end-if
           if ledgerAvailable
               close ledgerFile
           end-if
           close reportFile
           close extractFile
           perform append-history
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== MemberGeography Control Totals ====='
           display 'Members read      : ' membersRead
           display 'No contact record : ' membersNoContact
           display 'Unmapped postal   : ' membersUnmapped
           display 'Regions reported  : ' currentCount
           display '==========================================='
           move spaces to logMessage
           string 'MemberGeography complete - ' membersRead
                  ' member(s) in ' currentCount ' region(s), '
                  membersNoContact ' with no contact record'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    prefix,region,name per line; blank lines and '*'
      *    comments skipped like every config file in the suite.
       load-region-table.
           open input regionFile
           if regionFileStatus not = '00'
               move spaces to logMessage
               string 'MemberGeography: no postal-region file '
                      function trim(regionFileName)
                      ' - every member reports as UNMAPPED'
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 4 to return-code
               exit paragraph
           end-if
           move 'N' to fileEndSwitch
           perform until fileEnd
               read regionFile
                   at end
                       set fileEnd to true
                   not at end
                       perform load-one-region
               end-read
           end-perform
           close regionFile.

       load-one-region.
           if regionFileRecord = spaces
               or regionFileRecord(1:1) = '*'
               exit paragraph
           end-if
           if regionCount >= 500
               display 'MemberGeography: region table full at 500'
               exit paragraph
           end-if
           move spaces to regionPrefixText
           move spaces to regionCodeText
           move spaces to regionNameText
           unstring regionFileRecord delimited by ','
               into regionPrefixText regionCodeText regionNameText
           end-unstring
           if regionPrefixText = spaces or regionCodeText = spaces
               exit paragraph
           end-if
           add 1 to regionCount
           move function upper-case(function trim(regionPrefixText))
               to regionPrefix(regionCount)
           move function length(function trim(regionPrefixText))
               to regionPrefixLen(regionCount)
           move function upper-case(function trim(regionCodeText))
               to regionCode(regionCount)
           move function trim(regionNameText)
               to regionName(regionCount).

      *    The latest run before today for each region - a rerun
      *    today must not compare against itself.
       load-prior-figures.
           open input historyFile
           if historyFileStatus not = '00'
               exit paragraph
           end-if
           move 'N' to fileEndSwitch
           perform until fileEnd
               read historyFile
                   at end
                       set fileEnd to true
                   not at end
                       perform load-one-prior
               end-read
           end-perform
           close historyFile.

       load-one-prior.
           if historyFileRecord = spaces
               or historyFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move spaces to histDate histRegion histActive histLapsed
                          histCancelled histBilled histCollected
           unstring historyFileRecord delimited by ','
               into histDate histRegion histActive histLapsed
                    histCancelled histBilled histCollected
           end-unstring
           if histDate(1:8) is not numeric
               or histDate(1:8) >= runDate
               exit paragraph
           end-if
           if priorRunDate = spaces or histDate(1:8) > priorRunDate
               move histDate(1:8) to priorRunDate
           end-if
           move 'N' to priorFoundSwitch
           perform varying priorIndex from 1 by 1
               until priorIndex > priorCount
               if priorRegion(priorIndex) = histRegion
                   set priorFound to true
                   exit perform
               end-if
           end-perform
           if not priorFound
               if priorCount >= 500
                   exit paragraph
               end-if
               add 1 to priorCount
               move priorCount to priorIndex
               move histRegion to priorRegion(priorIndex)
               move spaces to priorDate(priorIndex)
           end-if
           if histDate(1:8) < priorDate(priorIndex)
               exit paragraph
           end-if
           move histDate(1:8) to priorDate(priorIndex)
           move 0 to priorActive(priorIndex)
           move 0 to priorLapsed(priorIndex)
           move 0 to priorCancelled(priorIndex)
           move 0 to priorBilled(priorIndex)
           move 0 to priorCollected(priorIndex)
           if function test-numval(histActive) = 0
               move function numval(histActive)
                   to priorActive(priorIndex)
           end-if
           if function test-numval(histLapsed) = 0
               move function numval(histLapsed)
                   to priorLapsed(priorIndex)
           end-if
           if function test-numval(histCancelled) = 0
               move function numval(histCancelled)
                   to priorCancelled(priorIndex)
           end-if
           if function test-numval(histBilled) = 0
               move function numval(histBilled)
                   to priorBilled(priorIndex)
           end-if
           if function test-numval(histCollected) = 0
               move function numval(histCollected)
                   to priorCollected(priorIndex)
           end-if.

       sort-input-procedure.
           perform until eof
               read masterFile next record
                   at end
                       set eof to true
                   not at end
                       perform place-one-member
               end-read
           end-perform.

       place-one-member.
           add 1 to membersRead
           move spaces to sortWorkRecord
           move masterFileID to sortMember
           move masterMemberStatus to sortStatus
           move 'N' to sortAgeKnown
           move 0 to sortAge
           move masterFileAge to derivedAge
           call 'DeriveAge' using masterFileDOB, runDate,
                                  derivedAge, deriveStatus
           if deriveStatus = '00'
               move 'Y' to sortAgeKnown
               move derivedAge to sortAge
           end-if
           move 0 to sortBilled
           if receivablesAvailable
               move masterFileID to recvMemberID
               read receivableFile
                   invalid key
                       continue
                   not invalid key
                       move recvBilledAmount to sortBilled
               end-read
           end-if
           move 0 to sortCollected
           if ledgerAvailable
               move masterFileID to ledgerMemberID
               read ledgerFile
                   invalid key
                       continue
                   not invalid key
                       move ledgerTotalPaid to sortCollected
               end-read
           end-if
           perform find-member-region
           release sortWorkRecord.

       find-member-region.
           if not contactsAvailable
               perform place-no-contact
               exit paragraph
           end-if
           move masterFileID to contactMemberID
           read contactFile
               invalid key
                   perform place-no-contact
                   exit paragraph
           end-read
           move function upper-case(function trim(contactCity))
               to sortCity
           if sortCity = spaces
               move '(NO CITY)' to sortCity
           end-if
           move spaces to postalCompact
           move 0 to postalOut
           move function upper-case(contactPostal) to contactPostal
           perform varying postalIn from 1 by 1 until postalIn > 10
               if contactPostal(postalIn:1) not = space
                   add 1 to postalOut
                   move contactPostal(postalIn:1)
                       to postalCompact(postalOut:1)
               end-if
           end-perform
           move 0 to regionBestLen
           perform varying regionIndex from 1 by 1
               until regionIndex > regionCount
               if regionPrefixLen(regionIndex) > regionBestLen
                   and postalCompact(1:regionPrefixLen(regionIndex))
                       = regionPrefix(regionIndex)
                           (1:regionPrefixLen(regionIndex))
                   move regionPrefixLen(regionIndex) to regionBestLen
                   move regionCode(regionIndex) to sortRegion
                   move regionName(regionIndex) to sortRegionName
               end-if
           end-perform
           if regionBestLen = 0
               add 1 to membersUnmapped
               move '2' to sortGroup
               move 'UNMAPPED' to sortRegion
               move 'Postal code on no region' to sortRegionName
           else
               move '1' to sortGroup
           end-if.

       place-no-contact.
           add 1 to membersNoContact
           move '3' to sortGroup
           move 'NO CONTACT' to sortRegion
           move 'No contact record' to sortRegionName
           move spaces to sortCity.

       sort-output-procedure.
           perform until sortDone
               return sortWorkFile
                   at end
                       set sortDone to true
                   not at end
                       perform total-one-member
               end-return
           end-perform.

       total-one-member.
           if firstRecord
               move 'N' to firstRecordSwitch
               perform open-region-break
               perform open-city-break
           else
               if sortRegion not = breakRegion
                   perform close-city-break
                   perform close-region-break
                   perform open-region-break
                   perform open-city-break
               else
                   if sortCity not = breakCity
                       perform close-city-break
                       perform open-city-break
                   end-if
               end-if
           end-if
           evaluate sortStatus
               when 'L'
                   add 1 to cityLapsed
               when 'C'
                   add 1 to cityCancelled
               when other
                   add 1 to cityActive
           end-evaluate
           if sortAgeKnown = 'Y'
               add 1 to cityAgeCount
               add sortAge to cityAgeSum
           end-if
           add sortBilled to cityBilled
           add sortCollected to cityCollected.

       open-region-break.
           move sortRegion to breakRegion
           move sortRegionName to breakRegionName
           initialize regionTotals
           move spaces to reportLine
           string breakRegion ' ' breakRegionName
               into reportLine
           end-string
           perform write-report-line.

       open-city-break.
           move sortCity to breakCity
           initialize cityTotals.

      *    The NO CONTACT group has no cities to break out.
       close-city-break.
           add cityActive to regnActive
           add cityLapsed to regnLapsed
           add cityCancelled to regnCancelled
           add cityAgeCount to regnAgeCount
           add cityAgeSum to regnAgeSum
           add cityBilled to regnBilled
           add cityCollected to regnCollected
           if breakRegion = 'NO CONTACT'
               exit paragraph
           end-if
           move cityTotals to lineTotals
           move spaces to lineLabel
           string '    ' breakCity delimited by size
               into lineLabel
           end-string
           perform print-totals-line
           move breakCity to histRegion
           perform write-extract-row.

       close-region-break.
           add regnActive to grandActive
           add regnLapsed to grandLapsed
           add regnCancelled to grandCancelled
           add regnAgeCount to grandAgeCount
           add regnAgeSum to grandAgeSum
           add regnBilled to grandBilled
           add regnCollected to grandCollected
           move regionTotals to lineTotals
           move spaces to lineLabel
           string '  total ' breakRegion delimited by size
               into lineLabel
           end-string
           perform print-totals-line
           perform find-prior-region
           move spaces to reportLine
           if priorFound
               compute changeActive =
                   regnActive - priorActive(priorIndex)
               compute changeMembers =
                   (regnActive + regnLapsed + regnCancelled)
                 - (priorActive(priorIndex) + priorLapsed(priorIndex)
                    + priorCancelled(priorIndex))
               compute changeBilled =
                   regnBilled - priorBilled(priorIndex)
               compute changeCollected =
                   regnCollected - priorCollected(priorIndex)
               move changeMembers to editedChange
               string '    change since ' priorDate(priorIndex)
                      '  members ' editedChange
                   into reportLine
               end-string
               move changeActive to editedChange
               move ' active ' to reportLine(44:8)
               move editedChange to reportLine(52:8)
               move changeBilled to editedMoneyChange
               move editedMoneyChange to reportLine(66:16)
               move changeCollected to editedMoneyChange
               move editedMoneyChange to reportLine(88:16)
           else
               move 0 to changeMembers changeActive changeBilled
                         changeCollected
               move '    new since the last run' to reportLine
           end-if
           perform write-report-line
           move spaces to reportLine
           perform write-report-line
           move 'ALL' to histRegion
           perform write-extract-row
           if currentCount < 500
               add 1 to currentCount
               move breakRegion to currentRegion(currentCount)
               move regnActive to currentActive(currentCount)
               move regnLapsed to currentLapsed(currentCount)
               move regnCancelled to currentCancelled(currentCount)
               move regnBilled to currentBilled(currentCount)
               move regnCollected to currentCollected(currentCount)
           end-if.

       find-prior-region.
           move 'N' to priorFoundSwitch
           perform varying priorIndex from 1 by 1
               until priorIndex > priorCount
               if priorRegion(priorIndex) = breakRegion
                   set priorFound to true
                   exit perform
               end-if
           end-perform.

       print-totals-line.
           compute lineMembers =
               lineActive + lineLapsed + lineCancelled
           if lineAgeCount > 0
               compute lineAverageAge rounded =
                   lineAgeSum / lineAgeCount
           else
               move 0 to lineAverageAge
           end-if
           move spaces to reportLine
           move lineLabel to reportLine(1:32)
           move lineActive to editedCount
           move editedCount to reportLine(35:6)
           move lineLapsed to editedCount
           move editedCount to reportLine(43:6)
           move lineCancelled to editedCount
           move editedCount to reportLine(51:6)
           move lineAverageAge to editedAge
           move editedAge to reportLine(60:5)
           move lineBilled to editedMoney
           move editedMoney to reportLine(66:16)
           move lineCollected to editedMoney
           move editedMoney to reportLine(88:16)
           perform write-report-line.

      *    One row per city (histRegion carries the city) and an
      *    ALL row per region with the changes; the totals come
      *    from lineTotals, which the caller has just printed.
       write-extract-row.
           move spaces to extractLine
           move lineActive to csvCount
           string function trim(breakRegion) ','
                  function trim(breakRegionName) ','
                  function trim(histRegion) ','
                  function trim(csvCount) ','
               delimited by size
               into extractLine
           end-string
           move lineLapsed to csvCount
           perform append-csv-count
           move lineCancelled to csvCount
           perform append-csv-count
           move lineMembers to csvCount
           perform append-csv-count
           move lineAverageAge to csvAge
           string function trim(extractLine) function trim(csvAge)
                  ','
               delimited by size
               into extractLine
           end-string
           move lineBilled to csvMoney
           string function trim(extractLine) function trim(csvMoney)
                  ','
               delimited by size
               into extractLine
           end-string
           move lineCollected to csvMoney
           string function trim(extractLine) function trim(csvMoney)
               delimited by size
               into extractLine
           end-string
           if histRegion = 'ALL' and priorFound
               move changeMembers to csvChange
               string function trim(extractLine) ','
                      function trim(csvChange)
                   delimited by size
                   into extractLine
               end-string
               move changeActive to csvChange
               string function trim(extractLine) ','
                      function trim(csvChange)
                   delimited by size
                   into extractLine
               end-string
               move changeBilled to csvMoneyChange
               string function trim(extractLine) ','
                      function trim(csvMoneyChange)
                   delimited by size
                   into extractLine
               end-string
               move changeCollected to csvMoneyChange
               string function trim(extractLine) ','
                      function trim(csvMoneyChange)
                   delimited by size
                   into extractLine
               end-string
           else
               string function trim(extractLine) ',,,,'
                   delimited by size
                   into extractLine
               end-string
           end-if
           write extractFileRecord from extractLine.

       append-csv-count.
           string function trim(extractLine) function trim(csvCount)
                  ','
               delimited by size
               into extractLine
           end-string.

       append-history.
           open extend historyFile
           if historyFileStatus not = '00'
               open output historyFile
           end-if
           if historyFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' historyFileName
                      ' - file status ' historyFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 8 to return-code
               exit paragraph
           end-if
           perform varying currentIndex from 1 by 1
               until currentIndex > currentCount
               move spaces to historyLine
               move currentBilled(currentIndex) to csvMoney
               string runDate ','
                      function trim(currentRegion(currentIndex)) ','
                      currentActive(currentIndex) ','
                      currentLapsed(currentIndex) ','
                      currentCancelled(currentIndex) ','
                      function trim(csvMoney) ','
                   delimited by size
                   into historyLine
               end-string
               move currentCollected(currentIndex) to csvMoney
               string function trim(historyLine)
                      function trim(csvMoney)
                   delimited by size
                   into historyLine
               end-string
               write historyFileRecord from historyLine
           end-perform
           close historyFile.

       write-report-line.
           write reportFileRecord from reportLine.
