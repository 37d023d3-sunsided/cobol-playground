       identification division.
       program-id. AdHocReport.

      *    Ad hoc report writer. Instead of a new program for every
      *    one-off question, the office writes a report
      *    specification and this run prints it. Specifications
      *    live in the report library (ADHOC_LIBRARY, default
      *    reportspecs/) and are named on ADHOC_SPEC - a bare name
      *    is looked up in the library, with .spec added when it
      *    has no extension; a name with a '/' in it is used as
      *    given. Saved specifications rerun as they are, month
      *    after month.
      *
      *    Each member on the master (ADHOC_MASTER, master.dat) is
      *    joined on MEMBER-ID to the contact file (CONTACT_FILE),
      *    the household cross-reference and household file
      *    (HH_XREF, HH_FILE), the payments ledger (PAY_LEDGER)
      *    and the dues receivables (PAY_RECEIVABLES); only the
      *    files the specification uses are opened, and a missing
      *    one leaves its fields blank and the run rc 4. The age
      *    is derived from the date of birth as of the BizDate
      *    processing date, as everywhere else.
      *
      *    A specification is one statement per line, keyword
      *    first, blank lines and '*' comments skipped:
      *
      *      TITLE,text                 page title
      *      COLUMN,field[,heading[,width]]
      *                                 a printed column, in order
      *      WHERE,field,op,value       first selection condition
      *      AND,field,op,value         further conditions - AND
      *      OR,field,op,value            binds tighter than OR
      *      SORT,field[,A|D]           sort keys, major first
      *      BREAK,field                control break, outermost
      *                                 first - must lead the sort
      *      TOTAL,field                numeric column subtotalled
      *                                 at each break and overall
      *      PAGE-LINES,n               lines per page (default 55)
      *      CSV[,path]                 also write a CSV extract
      *                                 (ADHOC_EXTRACT, adhoc.csv)
      *
      *    The fields are those of the field dictionary below. The
      *    operators are EQ NE LT LE GT GE, and CT (text contains).
      *    Text compares ignore case; dates compare as YYYYMMDD.
      *    A value of &D is the processing date, &M the first of
      *    its month and &Y the first of its year, so "no payment
      *    this year" is LEDGER-LAST-PAY-DATE,LT,&Y. Every member
      *    of the master is a candidate, whatever the status - a
      *    specification wanting active members says so.
      *
      *    The paged report (ADHOC_REPORT, adhoc.rpt) is spooled.
      *    A specification that does not read cleanly prints
      *    nothing: each bad line goes to the message log and the
      *    run ends rc 8. rc 16 when the specification, the master
      *    or the report cannot be opened.

       environment division.
       input-output section.
       file-control.
           select specFile assign to dynamic specFileName
               organization is line sequential
               file status is specFileStatus.
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
           select hhXrefFile assign to dynamic hhXrefFilePath
               organization is indexed
               access mode is random
               record key is xrefMemberID
               file status is hhXrefFileStatus.
           select householdFile assign to dynamic householdFilePath
               organization is indexed
               access mode is random
               record key is hhFileID
               file status is householdFileStatus.
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
           select sortWorkFile assign to 'adhocsort.tmp'.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select extractFile assign to dynamic extractFileName
               organization is line sequential
               file status is extractFileStatus.

       data division.
       file section.
       fd  specFile.
       01  specFileRecord   pic X(200).

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

       fd  hhXrefFile.
           copy hhxref
               replacing ==HHXREF-RECORD==   by ==xrefFileRecord==
                         ==XREF-MEMBER-ID==  by ==xrefMemberID==
                         ==XREF-HH-ID==      by ==xrefHHID==.

       fd  householdFile.
           copy householdrec
               replacing ==HOUSEHOLD-RECORD== by ==hhFileRecord==
                         ==HH-ID==            by ==hhFileID==
                         ==HH-NAME==          by ==hhFileName==.

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

      *    The key is the specification's sort fields laid end to
      *    end; the row is the member's joined field values
      *    (rowValues below), carried through the sort whole.
       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortKey         pic X(160).
           02 sortRowData     pic X(1071).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       fd  extractFile.
       01  extractFileRecord pic X(1000).

       working-storage section.
       01  specName         pic X(100).
       01  specLibrary      pic X(100) value 'reportspecs/'.
       01  specFileName     pic X(200).
       01  specFileStatus   pic XX.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  contactFileStatus pic XX.
       01  hhXrefFilePath   pic X(100) value 'hhxref.dat'.
       01  hhXrefFileStatus pic XX.
       01  householdFilePath pic X(100) value 'household.dat'.
       01  householdFileStatus pic XX.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  ledgerFileStatus pic XX.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  receivableFileStatus pic XX.
       01  reportFileName   pic X(100) value 'adhoc.rpt'.
       01  reportFileStatus pic XX.
       01  extractFileName  pic X(100) value 'adhoc.csv'.
       01  extractFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  sortDoneSwitch   pic X value 'N'.
           88 sortDone           value 'Y'.
      *    Which joined files the specification uses, and which
      *    of those actually opened.
       01  sourceNeeds.
           02 needContact      pic X value 'N'.
           02 needHousehold    pic X value 'N'.
           02 needLedger       pic X value 'N'.
           02 needReceivable   pic X value 'N'.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  hhXrefOpenSwitch pic X value 'N'.
           88 hhXrefAvailable    value 'Y'.
       01  householdOpenSwitch pic X value 'N'.
           88 householdsAvailable value 'Y'.
       01  ledgerOpenSwitch pic X value 'N'.
           88 ledgerAvailable    value 'Y'.
       01  receivableOpenSwitch pic X value 'N'.
           88 receivablesAvailable value 'Y'.
       01  extractSwitch    pic X value 'N'.
           88 extractWanted      value 'Y'.
      *    The field dictionary - name, source file (M master,
      *    C contact, H household, L ledger, R receivable), type
      *    (T text, N number, A amount, D date), print width and
      *    the default column heading. A new field is a new entry
      *    here and a line in load-member-row.
       01  fieldDictionaryData.
           02 filler pic X(42) value
               'MEMBER-ID               MT10Member ID     '.
           02 filler pic X(42) value
               'MEMBER-NAME             MT30Name          '.
           02 filler pic X(42) value
               'MEMBER-AGE              MN03Age           '.
           02 filler pic X(42) value
               'MEMBER-DOB              MD10Born          '.
           02 filler pic X(42) value
               'MEMBER-STATUS           MT01Status        '.
           02 filler pic X(42) value
               'MEMBER-STATUS-DATE      MD10Status date   '.
           02 filler pic X(42) value
               'MEMBER-SOURCE           MT20Source        '.
           02 filler pic X(42) value
               'CONTACT-ADDR1           CT30Address       '.
           02 filler pic X(42) value
               'CONTACT-ADDR2           CT30Address 2     '.
           02 filler pic X(42) value
               'CONTACT-CITY            CT20City          '.
           02 filler pic X(42) value
               'CONTACT-POSTAL          CT10Postal code   '.
           02 filler pic X(42) value
               'CONTACT-PHONE           CT15Phone         '.
           02 filler pic X(42) value
               'CONTACT-EMAIL           CT30Email         '.
           02 filler pic X(42) value
               'CONTACT-BAD-ADDRESS     CT01Bad addr      '.
           02 filler pic X(42) value
               'HH-ID                   HT10Household     '.
           02 filler pic X(42) value
               'HH-NAME                 HT30Household name'.
           02 filler pic X(42) value
               'LEDGER-TOTAL-PAID       LA14Total paid    '.
           02 filler pic X(42) value
               'LEDGER-PAYMENT-COUNT    LN06Payments      '.
           02 filler pic X(42) value
               'LEDGER-LAST-PAY-DATE    LD10Last paid     '.
           02 filler pic X(42) value
               'RECV-BILLED-AMOUNT      RA09Billed        '.
           02 filler pic X(42) value
               'RECV-BILL-DATE          RD10Billed on     '.
       01  fieldDictionary redefines fieldDictionaryData.
           02 dictEntry occurs 21 times.
              03 dictName      pic X(24).
              03 dictSource    pic X.
              03 dictType      pic X.
              03 dictWidth     pic 99.
              03 dictHeading   pic X(14).
       01  dictCount        pic 99 value 21.
       01  fieldIndex       pic 99.
      *    One member's joined values, indexed like the
      *    dictionary; numbers and amounts in rowNumber, the rest
      *    in rowText.
       01  rowValues.
           02 rowText          pic X(40) occurs 21 times.
           02 rowNumber        pic s9(9)v99 occurs 21 times.
      *    The specification, as read.
       01  specTitle        pic X(100) value spaces.
       01  pageLineLimit    pic 99 value 55.
       01  columnTable.
           02 columnEntry occurs 12 times.
              03 colField      pic 99.
              03 colHeading    pic X(30).
              03 colHeadingLen pic 99.
              03 colWidth      pic 99.
              03 colStart      pic 999.
       01  columnCount      pic 99 value 0.
       01  columnIndex      pic 99.
       01  conditionTable.
           02 conditionEntry occurs 20 times.
              03 condConnector pic X(3).
              03 condField     pic 99.
              03 condOperator  pic XX.
              03 condValue     pic X(40).
              03 condValueLen  pic 99.
              03 condNumber    pic s9(9)v99.
       01  conditionCount   pic 99 value 0.
       01  conditionIndex   pic 99.
       01  sortTable.
           02 sortEntry occurs 4 times.
              03 sortField     pic 99.
              03 sortDirection pic X.
       01  sortCount        pic 9 value 0.
       01  sortIndex        pic 9.
       01  breakTable.
           02 breakEntry occurs 3 times.
              03 breakField    pic 99.
              03 breakValue    pic X(40).
       01  breakCount       pic 9 value 0.
       01  breakLevel       pic 9.
       01  changedLevel     pic 9.
       01  totalTable.
           02 totalEntry occurs 6 times.
              03 totalField    pic 99.
              03 totalColumn   pic 99.
       01  totalCount       pic 9 value 0.
       01  totalIndex       pic 9.
      *    Subtotals - level 1 is the grand total, level n+1 the
      *    n-th break.
       01  accumulatorTable.
           02 accumulatorLevel occurs 4 times.
              03 levelCount    pic 9(7).
              03 levelSum      pic s9(11)v99 occurs 6 times.
       01  levelIndex       pic 9.
      *    Reading the specification.
       01  specLineNumber   pic 9(4) value 0.
       01  specErrors       pic 9(4) value 0.
       01  specPointer      pic 999.
       01  specKeyword      pic X(12).
       01  specRest         pic X(200).
       01  specArg1         pic X(40).
       01  specArg2         pic X(40).
       01  specArg3         pic X(100).
       01  specErrorText    pic X(60).
       01  specFieldName    pic X(40).
       01  specWidth        pic 99.
       01  nameSlashes      pic 99.
       01  nameDots         pic 99.
       01  nextStart        pic 999.
      *    Evaluating the selection.
       01  selectSwitch     pic X.
           88 rowSelected        value 'Y'.
       01  groupSwitch      pic X.
           88 groupTrue          value 'Y'.
       01  conditionSwitch  pic X.
           88 conditionTrue      value 'Y'.
       01  compareResult    pic s9.
       01  compareText      pic X(40).
       01  containsCount    pic 99.
      *    Building the sort key.
       01  sortKeyWork      pic X(160).
       01  keyPointer       pic 999.
       01  keyPiece         pic X(40).
       01  keyPieceLen      pic 99.
       01  numberKey        pic 9(9)v99.
       01  numberKeyText redefines numberKey pic X(11).
       01  ascendingChars   pic X(95).
       01  descendingChars  pic X(95).
       01  charIndex        pic 999.
      *    Printing.
       01  firstRowSwitch   pic X value 'Y'.
           88 firstRow           value 'Y'.
       01  breakText        pic X(40).
       01  cellText         pic X(40).
       01  cellWidth        pic 99.
       01  cellStart        pic s999.
       01  editedNumber     pic -(8)9.
       01  editedAmount     pic -,---,---,--9.99.
       01  editedSum        pic -,---,---,---,--9.99.
       01  editedCount      pic z,zzz,zz9.
       01  csvNumber        pic -(9)9.
       01  csvAmount        pic -(11)9.99.
       01  csvLine          pic X(1000).
       01  csvPointer       pic 9(4).
       01  csvCommas        pic 99.
       01  pageNumber       pic 9(4) value 0.
       01  linesOnPage      pic 99 value 99.
       01  membersRead      pic 9(7) value 0.
       01  membersSelected  pic 9(7) value 0.
       01  derivedAge       pic 99.
       01  deriveStatus     pic XX.
       01  runTimestamp     pic X(21).
       01  runDate          pic X(8).
       01  monthStart       pic X(8).
       01  yearStart        pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'AdHocReport'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  missingFilePath  pic X(100).
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           move spaces to specName
           accept specName from environment 'ADHOC_SPEC'
               on exception
                   continue
           end-accept
           accept specLibrary from environment 'ADHOC_LIBRARY'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'ADHOC_MASTER'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept hhXrefFilePath from environment 'HH_XREF'
               on exception
                   continue
           end-accept
           accept householdFilePath from environment 'HH_FILE'
               on exception
                   continue
           end-accept
           accept ledgerFilePath from environment 'PAY_LEDGER'
               on exception
                   continue
           end-accept
           accept receivableFilePath from environment 'PAY_RECEIVABLES'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'ADHOC_REPORT'
               on exception
                   continue
           end-accept
           accept extractFileName from environment 'ADHOC_EXTRACT'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate
           move runDate to monthStart
           move '01' to monthStart(7:2)
           move runDate to yearStart
           move '0101' to yearStart(5:4)
           perform varying charIndex from 1 by 1 until charIndex > 95
               move function char(charIndex + 32)
                   to ascendingChars(charIndex:1)
               move function char(128 - charIndex)
                   to descendingChars(charIndex:1)
           end-perform

           perform read-specification
           if specErrors > 0
               move spaces to logMessage
               string 'AdHocReport: ' specErrors
                      ' error(s) in specification '
                      function trim(specFileName)
                      ' - no report produced'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 8 to return-code
               stop run
           end-if

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
           perform open-joined-files
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
           if extractWanted
               open output extractFile
               if extractFileStatus not = '00'
                   move spaces to logMessage
                   string 'Error: Unable to open ' extractFileName
                          ' - file status ' extractFileStatus
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 16 to return-code
                   stop run
               end-if
               perform write-extract-heading
           end-if

           initialize accumulatorTable
           sort sortWorkFile
               on ascending key sortKey
               input procedure sort-input-procedure
               output procedure sort-output-procedure

           if not firstRow
               perform varying breakLevel from breakCount by -1
                   until breakLevel < 1
                   perform print-break-totals
               end-perform
           end-if
           perform print-grand-totals

           close masterFile
           perform close-joined-files
           close reportFile
           if extractWanted
               close extractFile
           end-if
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== AdHocReport Control Totals ====='
           display 'Specification     : ' function trim(specFileName)
           display 'Members read      : ' membersRead
           display 'Members selected  : ' membersSelected
           display 'Pages printed     : ' pageNumber
           display '======================================'
           move spaces to logMessage
           string 'AdHocReport complete - '
                  function trim(specFileName) ' selected '
                  membersSelected ' of ' membersRead ' member(s)'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

      *    ----------------------------------------------------------
      *    Reading the specification
      *    ----------------------------------------------------------
       read-specification.
           if specName = spaces
               move spaces to logMessage
               string 'Error: AdHocReport needs a specification'
                      ' named on ADHOC_SPEC'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           move 0 to nameSlashes nameDots
           inspect specName tallying nameSlashes for all '/'
                                     nameDots for all '.'
           move spaces to specFileName
           if nameSlashes > 0
               move specName to specFileName
           else
               if nameDots > 0
                   string function trim(specLibrary)
                          function trim(specName)
                          delimited by size
                       into specFileName
                   end-string
               else
                   string function trim(specLibrary)
                          function trim(specName) '.spec'
                          delimited by size
                       into specFileName
                   end-string
               end-if
           end-if
           open input specFile
           if specFileStatus not = '00'
               move spaces to logMessage
               string 'Error: Unable to open ' specFileName
                      ' - file status ' specFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           move 'N' to endOfFile
           perform until eof
               read specFile
                   at end
                       set eof to true
                   not at end
                       add 1 to specLineNumber
                       perform take-spec-line
               end-read
           end-perform
           close specFile
           perform check-specification.

       take-spec-line.
           if specFileRecord = spaces
               or specFileRecord(1:1) = '*'
               exit paragraph
           end-if
           move spaces to specKeyword specRest specArg1 specArg2
                          specArg3
           move 1 to specPointer
           unstring specFileRecord delimited by ','
               into specKeyword
               with pointer specPointer
           end-unstring
           if specPointer <= 200
               move specFileRecord(specPointer:) to specRest
           end-if
           move function upper-case(specKeyword) to specKeyword
           if specKeyword not = 'TITLE'
               move 1 to specPointer
               unstring specRest delimited by ','
                   into specArg1 specArg2
                   with pointer specPointer
               end-unstring
               if specPointer <= 200
                   move specRest(specPointer:) to specArg3
               end-if
               move function upper-case(specArg1) to specArg1
               move function trim(specArg1) to specFieldName
           end-if
           evaluate specKeyword
               when 'TITLE'
                   move function trim(specRest) to specTitle
               when 'COLUMN'
                   perform take-column
               when 'WHERE'
               when 'AND'
               when 'OR'
                   perform take-condition
               when 'SORT'
                   perform take-sort
               when 'BREAK'
                   perform take-break
               when 'TOTAL'
                   perform take-total
               when 'PAGE-LINES'
                   if function test-numval(specArg1) = 0
                       and function numval(specArg1) >= 20
                       and function numval(specArg1) <= 99
                       move function numval(specArg1)
                           to pageLineLimit
                   else
                       move 'PAGE-LINES must be 20 to 99'
                           to specErrorText
                       perform spec-error
                   end-if
               when 'CSV'
                   set extractWanted to true
                   if specRest not = spaces
                       move function trim(specRest)
                           to extractFileName
                   end-if
               when other
                   move 'unknown keyword' to specErrorText
                   perform spec-error
           end-evaluate.

       find-field.
           move 0 to fieldIndex
           perform varying charIndex from 1 by 1
               until charIndex > dictCount
               if dictName(charIndex) = specFieldName
                   move charIndex to fieldIndex
                   exit perform
               end-if
           end-perform
           if fieldIndex = 0
               move 'no such field' to specErrorText
               perform spec-error
           else
               evaluate dictSource(fieldIndex)
                   when 'C'
                       move 'Y' to needContact
                   when 'H'
                       move 'Y' to needHousehold
                   when 'L'
                       move 'Y' to needLedger
                   when 'R'
                       move 'Y' to needReceivable
               end-evaluate
           end-if.

       take-column.
           if columnCount >= 12
               move 'more than 12 columns' to specErrorText
               perform spec-error
               exit paragraph
           end-if
           perform find-field
           if fieldIndex = 0
               exit paragraph
           end-if
           add 1 to columnCount
           move fieldIndex to colField(columnCount)
           if specArg2 = spaces
               move dictHeading(fieldIndex) to colHeading(columnCount)
           else
               move function trim(specArg2) to colHeading(columnCount)
           end-if
           move dictWidth(fieldIndex) to colWidth(columnCount)
           if specArg3 not = spaces
               if function test-numval(specArg3) = 0
                   and function numval(specArg3) >= 1
                   and function numval(specArg3) <= 40
                   move function numval(specArg3) to specWidth
      *    A number keeps its full width - only text narrows.
                   if dictType(fieldIndex) = 'T'
                       or specWidth > colWidth(columnCount)
                       move specWidth to colWidth(columnCount)
                   end-if
               else
                   move 'column width must be 1 to 40'
                       to specErrorText
                   perform spec-error
               end-if
           end-if
           move function length(
                    function trim(colHeading(columnCount) trailing))
               to colHeadingLen(columnCount)
           if colHeadingLen(columnCount) > colWidth(columnCount)
               move colHeadingLen(columnCount)
                   to colWidth(columnCount)
           end-if.

       take-condition.
           if conditionCount >= 20
               move 'more than 20 conditions' to specErrorText
               perform spec-error
               exit paragraph
           end-if
           perform find-field
           if fieldIndex = 0
               exit paragraph
           end-if
           move function upper-case(specArg2) to specArg2
           if specArg2 not = 'EQ' and not = 'NE' and not = 'LT'
               and not = 'LE' and not = 'GT' and not = 'GE'
               and not = 'CT'
               move 'operator must be EQ NE LT LE GT GE or CT'
                   to specErrorText
               perform spec-error
               exit paragraph
           end-if
           add 1 to conditionCount
           move conditionCount to conditionIndex
           if conditionIndex = 1 or specKeyword = 'WHERE'
               move 'AND' to condConnector(conditionIndex)
           else
               move specKeyword to condConnector(conditionIndex)
           end-if
           move fieldIndex to condField(conditionIndex)
           move specArg2 to condOperator(conditionIndex)
           evaluate function trim(specArg3)
               when '&D'
                   move runDate to condValue(conditionIndex)
               when '&M'
                   move monthStart to condValue(conditionIndex)
               when '&Y'
                   move yearStart to condValue(conditionIndex)
               when other
                   move function upper-case(function trim(specArg3))
                       to condValue(conditionIndex)
           end-evaluate
           move function length(
                    function trim(condValue(conditionIndex) trailing))
               to condValueLen(conditionIndex)
           if condValue(conditionIndex) = spaces
               move 0 to condValueLen(conditionIndex)
           end-if
           move 0 to condNumber(conditionIndex)
           if dictType(fieldIndex) = 'N' or 'A'
               if condOperator(conditionIndex) = 'CT'
                   or function test-numval(condValue(conditionIndex))
                       not = 0
                   move 'numeric field needs a number and no CT'
                       to specErrorText
                   perform spec-error
               else
                   move function numval(condValue(conditionIndex))
                       to condNumber(conditionIndex)
               end-if
           end-if
           if condOperator(conditionIndex) = 'CT'
               and condValueLen(conditionIndex) = 0
               move 'CT needs a value' to specErrorText
               perform spec-error
           end-if.

       take-sort.
           if sortCount >= 4
               move 'more than 4 sort fields' to specErrorText
               perform spec-error
               exit paragraph
           end-if
           perform find-field
           if fieldIndex = 0
               exit paragraph
           end-if
           move function upper-case(specArg2) to specArg2
           if specArg2 not = spaces and not = 'A' and not = 'D'
               move 'sort direction must be A or D' to specErrorText
               perform spec-error
               exit paragraph
           end-if
           add 1 to sortCount
           move fieldIndex to sortField(sortCount)
           move 'A' to sortDirection(sortCount)
           if specArg2 = 'D'
               move 'D' to sortDirection(sortCount)
           end-if.

       take-break.
           if breakCount >= 3
               move 'more than 3 break levels' to specErrorText
               perform spec-error
               exit paragraph
           end-if
           perform find-field
           if fieldIndex = 0
               exit paragraph
           end-if
           add 1 to breakCount
           move fieldIndex to breakField(breakCount).

       take-total.
           if totalCount >= 6
               move 'more than 6 totals' to specErrorText
               perform spec-error
               exit paragraph
           end-if
           perform find-field
           if fieldIndex = 0
               exit paragraph
           end-if
           if dictType(fieldIndex) not = 'N' and not = 'A'
               move 'only a number or amount can be totalled'
                   to specErrorText
               perform spec-error
               exit paragraph
           end-if
           add 1 to totalCount
           move fieldIndex to totalField(totalCount)
           move 0 to totalColumn(totalCount).

      *    Checks that need the whole specification: columns fit
      *    the page, breaks lead the sort (or become it), and every
      *    total has a column to print under.
       check-specification.
           move 0 to specLineNumber
           move spaces to specFileRecord
           if columnCount = 0
               move 'no COLUMN lines' to specErrorText
               perform spec-error
           end-if
           move 1 to nextStart
           perform varying columnIndex from 1 by 1
               until columnIndex > columnCount
               move nextStart to colStart(columnIndex)
               compute nextStart = nextStart + colWidth(columnIndex)
                   + 2
           end-perform
           if nextStart > 135
               move 'columns are wider than the 132-byte page'
                   to specErrorText
               perform spec-error
           end-if
           if sortCount = 0
               perform varying breakLevel from 1 by 1
                   until breakLevel > breakCount
                   add 1 to sortCount
                   move breakField(breakLevel) to sortField(sortCount)
                   move 'A' to sortDirection(sortCount)
               end-perform
           end-if
           if breakCount > sortCount
               move 'BREAK fields must lead the SORT fields'
                   to specErrorText
               perform spec-error
           else
               perform varying breakLevel from 1 by 1
                   until breakLevel > breakCount
                   if sortField(breakLevel) not = breakField(breakLevel)
                       move 'BREAK fields must lead the SORT fields'
                           to specErrorText
                       perform spec-error
                       exit perform
                   end-if
               end-perform
           end-if
      *    Without sort or break the report is in master order.
           if sortCount = 0
               move 1 to sortCount
               move 1 to sortField(1)
               move 'A' to sortDirection(1)
           end-if
           perform varying totalIndex from 1 by 1
               until totalIndex > totalCount
               perform varying columnIndex from 1 by 1
                   until columnIndex > columnCount
                   if colField(columnIndex) = totalField(totalIndex)
                       move columnIndex to totalColumn(totalIndex)
                       exit perform
                   end-if
               end-perform
               if totalColumn(totalIndex) = 0
                   move 'a TOTAL field must also be a COLUMN'
                       to specErrorText
                   perform spec-error
               end-if
           end-perform
           if specTitle = spaces
               string 'Ad hoc report ' function trim(specName)
                   delimited by size
                   into specTitle
               end-string
           end-if.

       spec-error.
           add 1 to specErrors
           move spaces to logMessage
           if specLineNumber = 0
               string 'AdHocReport: ' function trim(specFileName)
                      ' - ' function trim(specErrorText)
                   into logMessage
               end-string
           else
               string 'AdHocReport: ' function trim(specFileName)
                      ' line ' specLineNumber ' - '
                      function trim(specErrorText) ': '
                      function trim(specFileRecord)
                   into logMessage
               end-string
           end-if
           move 'E' to logSeverity
           call 'MsgLog' using logMessage, logSeverity.

      *    ----------------------------------------------------------
      *    The joined files
      *    ----------------------------------------------------------
       open-joined-files.
           if needContact = 'Y'
               open input contactFile
               if contactFileStatus = '00'
                   set contactsAvailable to true
               else
                   move contactFilePath to missingFilePath
                   perform warn-missing-file
               end-if
           end-if
           if needHousehold = 'Y'
               open input hhXrefFile
               if hhXrefFileStatus = '00'
                   set hhXrefAvailable to true
               else
                   move hhXrefFilePath to missingFilePath
                   perform warn-missing-file
               end-if
               open input householdFile
               if householdFileStatus = '00'
                   set householdsAvailable to true
               else
                   move householdFilePath to missingFilePath
                   perform warn-missing-file
               end-if
           end-if
           if needLedger = 'Y'
               open input ledgerFile
               if ledgerFileStatus = '00'
                   set ledgerAvailable to true
               else
                   move ledgerFilePath to missingFilePath
                   perform warn-missing-file
               end-if
           end-if
           if needReceivable = 'Y'
               open input receivableFile
               if receivableFileStatus = '00'
                   set receivablesAvailable to true
               else
                   move receivableFilePath to missingFilePath
                   perform warn-missing-file
               end-if
           end-if.

       warn-missing-file.
           move spaces to logMessage
           string 'AdHocReport: ' function trim(missingFilePath)
                  ' will not open - its fields print blank'
               into logMessage
           end-string
           move 'W' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if return-code < 4
               move 4 to return-code
           end-if.

       close-joined-files.
           if contactsAvailable
               close contactFile
           end-if
           if hhXrefAvailable
               close hhXrefFile
           end-if
           if householdsAvailable
               close householdFile
           end-if
           if ledgerAvailable
               close ledgerFile
           end-if
           if receivablesAvailable
               close receivableFile
           end-if.

      *    ----------------------------------------------------------
      *    Selection
      *    ----------------------------------------------------------
       sort-input-procedure.
           move 'N' to endOfFile
           perform until eof
               read masterFile next record
                   at end
                       set eof to true
                   not at end
                       add 1 to membersRead
                       perform load-member-row
                       perform evaluate-selection
                       if rowSelected
                           add 1 to membersSelected
                           perform build-sort-key
                           move sortKeyWork to sortKey
                           move rowValues to sortRowData
                           release sortWorkRecord
                       end-if
               end-read
           end-perform.

       load-member-row.
           initialize rowValues
           move masterFileID to rowText(1)
           move masterFileName to rowText(2)
           move masterFileAge to derivedAge
           call 'DeriveAge' using masterFileDOB, runDate,
                                  derivedAge, deriveStatus
           if deriveStatus not = '00'
               move masterFileAge to derivedAge
           end-if
           move derivedAge to rowNumber(3)
           move masterFileDOB to rowText(4)
           move masterMemberStatus to rowText(5)
           move masterStatusDate to rowText(6)
           move masterFileSource to rowText(7)
           if contactsAvailable
               move masterFileID to contactMemberID
               read contactFile
                   not invalid key
                       move contactAddr1 to rowText(8)
                       move contactAddr2 to rowText(9)
                       move contactCity to rowText(10)
                       move contactPostal to rowText(11)
                       move contactPhone to rowText(12)
                       move contactEmail to rowText(13)
                       move contactBadAddress to rowText(14)
               end-read
           end-if
           if hhXrefAvailable
               move masterFileID to xrefMemberID
               read hhXrefFile
                   not invalid key
                       move xrefHHID to rowText(15)
               end-read
               if rowText(15) not = spaces and householdsAvailable
                   move rowText(15) to hhFileID
                   read householdFile
                       not invalid key
                           move hhFileName to rowText(16)
                   end-read
               end-if
           end-if
           if ledgerAvailable
               move masterFileID to ledgerMemberID
               read ledgerFile
                   not invalid key
                       move ledgerTotalPaid to rowNumber(17)
                       move ledgerPaymentCount to rowNumber(18)
                       move ledgerLastPayDate to rowText(19)
               end-read
           end-if
           if receivablesAvailable
               move masterFileID to recvMemberID
               read receivableFile
                   not invalid key
                       move recvBilledAmount to rowNumber(20)
                       move recvBillDate to rowText(21)
               end-read
           end-if.

      *    Conditions are taken in order; an OR closes the run of
      *    ANDs before it, and the member is selected when any of
      *    those runs holds.
       evaluate-selection.
           move 'N' to selectSwitch
           move 'Y' to groupSwitch
           if conditionCount = 0
               set rowSelected to true
               exit paragraph
           end-if
           perform varying conditionIndex from 1 by 1
               until conditionIndex > conditionCount
               if condConnector(conditionIndex) = 'OR'
                   if groupTrue
                       set rowSelected to true
                   end-if
                   move 'Y' to groupSwitch
               end-if
               if groupTrue
                   perform test-condition
                   if not conditionTrue
                       move 'N' to groupSwitch
                   end-if
               end-if
           end-perform
           if groupTrue
               set rowSelected to true
           end-if.

       test-condition.
           move 'N' to conditionSwitch
           move condField(conditionIndex) to fieldIndex
           move 0 to compareResult
           move 0 to containsCount
           if dictType(fieldIndex) = 'N' or 'A'
               evaluate true
                   when rowNumber(fieldIndex)
                            < condNumber(conditionIndex)
                       move -1 to compareResult
                   when rowNumber(fieldIndex)
                            > condNumber(conditionIndex)
                       move 1 to compareResult
               end-evaluate
           else
               move function upper-case(rowText(fieldIndex))
                   to compareText
               if condOperator(conditionIndex) = 'CT'
                   move condValueLen(conditionIndex) to cellWidth
                   inspect compareText tallying containsCount
                       for all condValue(conditionIndex)(1:cellWidth)
               else
                   evaluate true
                       when compareText < condValue(conditionIndex)
                           move -1 to compareResult
                       when compareText > condValue(conditionIndex)
                           move 1 to compareResult
                   end-evaluate
               end-if
           end-if
           evaluate condOperator(conditionIndex)
               when 'EQ'
                   if compareResult = 0
                       set conditionTrue to true
                   end-if
               when 'NE'
                   if compareResult not = 0
                       set conditionTrue to true
                   end-if
               when 'LT'
                   if compareResult < 0
                       set conditionTrue to true
                   end-if
               when 'LE'
                   if compareResult <= 0
                       set conditionTrue to true
                   end-if
               when 'GT'
                   if compareResult > 0
                       set conditionTrue to true
                   end-if
               when 'GE'
                   if compareResult >= 0
                       set conditionTrue to true
                   end-if
               when 'CT'
                   if containsCount > 0
                       set conditionTrue to true
                   end-if
           end-evaluate.

      *    Text keys sort on their full 40 bytes, dates on 8 and
      *    numbers on 11 digits; a descending key has its
      *    characters turned end for end so one ascending sort
      *    serves every mix of directions.
       build-sort-key.
           move spaces to sortKeyWork
           move 1 to keyPointer
           perform varying sortIndex from 1 by 1
               until sortIndex > sortCount
               move sortField(sortIndex) to fieldIndex
               evaluate dictType(fieldIndex)
                   when 'N'
                   when 'A'
                       move rowNumber(fieldIndex) to numberKey
                       move numberKeyText to keyPiece
                       move 11 to keyPieceLen
                   when 'D'
                       move rowText(fieldIndex) to keyPiece
                       move 8 to keyPieceLen
                   when other
                       move rowText(fieldIndex) to keyPiece
                       move 40 to keyPieceLen
               end-evaluate
               if sortDirection(sortIndex) = 'D'
                   inspect keyPiece(1:keyPieceLen)
                       converting ascendingChars to descendingChars
               end-if
               move keyPiece(1:keyPieceLen)
                   to sortKeyWork(keyPointer:keyPieceLen)
               add keyPieceLen to keyPointer
           end-perform.

      *    ----------------------------------------------------------
      *    Printing
      *    ----------------------------------------------------------
       sort-output-procedure.
           perform until sortDone
               return sortWorkFile
                   at end
                       set sortDone to true
                   not at end
                       move sortRowData to rowValues
                       perform check-breaks
                       perform print-detail-line
                       if extractWanted
                           perform write-extract-row
                       end-if
                       perform varying levelIndex from 1 by 1
                           until levelIndex > breakCount + 1
                           perform accumulate-level
                       end-perform
               end-return
           end-perform.

       check-breaks.
           if firstRow
               move 'N' to firstRowSwitch
               perform varying breakLevel from 1 by 1
                   until breakLevel > breakCount
                   perform get-break-text
                   move breakText to breakValue(breakLevel)
               end-perform
               exit paragraph
           end-if
           move 0 to changedLevel
           perform varying breakLevel from 1 by 1
               until breakLevel > breakCount
               perform get-break-text
               if breakText not = breakValue(breakLevel)
                   move breakLevel to changedLevel
                   exit perform
               end-if
           end-perform
           if changedLevel = 0
               exit paragraph
           end-if
           perform varying breakLevel from breakCount by -1
               until breakLevel < changedLevel
               perform print-break-totals
           end-perform
           perform varying breakLevel from changedLevel by 1
               until breakLevel > breakCount
               perform get-break-text
               move breakText to breakValue(breakLevel)
           end-perform.

       get-break-text.
           move breakField(breakLevel) to fieldIndex
           perform format-cell
           move cellText to breakText.

       accumulate-level.
           add 1 to levelCount(levelIndex)
           perform varying totalIndex from 1 by 1
               until totalIndex > totalCount
               add rowNumber(totalField(totalIndex))
                   to levelSum(levelIndex, totalIndex)
           end-perform.

      *    The cell for fieldIndex as it prints: dates as
      *    YYYY-MM-DD, numbers and amounts edited and right-
      *    justified in the dictionary width.
       format-cell.
           move spaces to cellText
           evaluate dictType(fieldIndex)
               when 'N'
                   move rowNumber(fieldIndex) to editedNumber
                   move dictWidth(fieldIndex) to cellWidth
                   move editedNumber(10 - cellWidth:cellWidth)
                       to cellText
               when 'A'
                   move rowNumber(fieldIndex) to editedAmount
                   move dictWidth(fieldIndex) to cellWidth
                   move editedAmount(17 - cellWidth:cellWidth)
                       to cellText
               when 'D'
                   if rowText(fieldIndex)(1:8) is numeric
                       string rowText(fieldIndex)(1:4) '-'
                              rowText(fieldIndex)(5:2) '-'
                              rowText(fieldIndex)(7:2)
                           delimited by size
                           into cellText
                       end-string
                   else
                       move rowText(fieldIndex) to cellText
                   end-if
               when other
                   move rowText(fieldIndex) to cellText
           end-evaluate.

       print-detail-line.
           move spaces to reportLine
           perform varying columnIndex from 1 by 1
               until columnIndex > columnCount
               move colField(columnIndex) to fieldIndex
               perform format-cell
               if dictType(fieldIndex) = 'N' or 'A'
                   compute cellStart = colStart(columnIndex)
                       + colWidth(columnIndex) - cellWidth
                   move cellText(1:cellWidth)
                       to reportLine(cellStart:cellWidth)
               else
                   move cellText(1:colWidth(columnIndex))
                       to reportLine(colStart(columnIndex):
                                     colWidth(columnIndex))
               end-if
           end-perform
           perform write-report-line.

      *    breakLevel names the break being closed.
       print-break-totals.
           move spaces to reportLine
           move breakField(breakLevel) to fieldIndex
           compute levelIndex = breakLevel + 1
           move levelCount(levelIndex) to editedCount
           string '  * ' function trim(dictHeading(fieldIndex))
                  ' ' function trim(breakValue(breakLevel))
                  ' - ' function trim(editedCount) ' member(s)'
                  delimited by size
               into reportLine
           end-string
           perform write-report-line
           perform print-sum-line
           move spaces to reportLine
           perform write-report-line
           move 0 to levelCount(levelIndex)
           perform varying totalIndex from 1 by 1
               until totalIndex > totalCount
               move 0 to levelSum(levelIndex, totalIndex)
           end-perform.

       print-grand-totals.
           move 1 to levelIndex
           move all '=' to reportLine
           perform write-report-line
           move spaces to reportLine
           move levelCount(1) to editedCount
           string 'Grand total - ' function trim(editedCount)
                  ' member(s) selected of ' membersRead ' read'
                  delimited by size
               into reportLine
           end-string
           perform write-report-line
           perform print-sum-line.

      *    Each total right-aligned under its column; a sum too
      *    wide for a narrow column runs back into the gap before.
       print-sum-line.
           if totalCount = 0
               exit paragraph
           end-if
           move spaces to reportLine
           perform varying totalIndex from 1 by 1
               until totalIndex > totalCount
               move totalColumn(totalIndex) to columnIndex
               move levelSum(levelIndex, totalIndex) to editedSum
               move function length(function trim(editedSum))
                   to cellWidth
               compute cellStart = colStart(columnIndex)
                   + colWidth(columnIndex) - cellWidth
               if cellStart < 1
                   move 1 to cellStart
               end-if
               move function trim(editedSum)
                   to reportLine(cellStart:cellWidth)
           end-perform
           perform write-report-line.

       write-report-line.
           if linesOnPage >= pageLineLimit
               perform print-page-heading
           end-if
           write reportFileRecord from reportLine
           add 1 to linesOnPage.

       print-page-heading.
           add 1 to pageNumber
           move 0 to linesOnPage
           move spaces to reportFileRecord
           string function trim(specTitle) delimited by size
               into reportFileRecord
           end-string
           move spaces to reportFileRecord(101:32)
           string 'page ' pageNumber delimited by size
               into reportFileRecord(123:10)
           end-string
           write reportFileRecord
           move spaces to reportFileRecord
           string 'Specification ' function trim(specFileName)
                  '   processing date '
                  runDate(1:4) '-' runDate(5:2) '-' runDate(7:2)
                  '   run ' runTimestamp(1:8) '-' runTimestamp(9:6)
                  delimited by size
               into reportFileRecord
           end-string
           write reportFileRecord
           move spaces to reportFileRecord
           write reportFileRecord
           move spaces to reportFileRecord
           perform varying columnIndex from 1 by 1
               until columnIndex > columnCount
               move colField(columnIndex) to fieldIndex
               if dictType(fieldIndex) = 'N' or 'A'
                   compute cellStart = colStart(columnIndex)
                       + colWidth(columnIndex)
                       - colHeadingLen(columnIndex)
               else
                   move colStart(columnIndex) to cellStart
               end-if
               move colHeading(columnIndex)
                   to reportFileRecord(cellStart:
                                       colHeadingLen(columnIndex))
           end-perform
           write reportFileRecord
           move spaces to reportFileRecord
           perform varying columnIndex from 1 by 1
               until columnIndex > columnCount
               move all '-' to reportFileRecord(colStart(columnIndex):
                                                colWidth(columnIndex))
           end-perform
           write reportFileRecord
           add 5 to linesOnPage.

      *    ----------------------------------------------------------
      *    The CSV extract - the same columns, a heading row and a
      *    row per member, no subtotals
      *    ----------------------------------------------------------
       write-extract-heading.
           move spaces to csvLine
           move 1 to csvPointer
           perform varying columnIndex from 1 by 1
               until columnIndex > columnCount
               if columnIndex > 1
                   string ',' delimited by size
                       into csvLine with pointer csvPointer
                   end-string
               end-if
               move colHeadingLen(columnIndex) to cellWidth
               string colHeading(columnIndex)(1:cellWidth)
                      delimited by size
                   into csvLine with pointer csvPointer
               end-string
           end-perform
           write extractFileRecord from csvLine.

       write-extract-row.
           move spaces to csvLine
           move 1 to csvPointer
           perform varying columnIndex from 1 by 1
               until columnIndex > columnCount
               if columnIndex > 1
                   string ',' delimited by size
                       into csvLine with pointer csvPointer
                   end-string
               end-if
               move colField(columnIndex) to fieldIndex
               evaluate dictType(fieldIndex)
                   when 'N'
                       move rowNumber(fieldIndex) to csvNumber
                       move function trim(csvNumber) to cellText
                   when 'A'
                       move rowNumber(fieldIndex) to csvAmount
                       move function trim(csvAmount) to cellText
                   when other
                       perform format-cell
               end-evaluate
               if cellText not = spaces
                   move 0 to csvCommas
                   inspect cellText tallying csvCommas for all ','
                   if csvCommas > 0
                       string '"' function trim(cellText) '"'
                              delimited by size
                           into csvLine with pointer csvPointer
                       end-string
                   else
                       string function trim(cellText)
                              delimited by size
                           into csvLine with pointer csvPointer
                       end-string
                   end-if
               end-if
           end-perform
           write extractFileRecord from csvLine.
