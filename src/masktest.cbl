       identification division.
       program-id. MaskTestCopy.

      *    Builds a de-identified copy of the suite's production
      *    data for the test region, so testing runs on real
      *    volumes and real data shapes without real people in
      *    it. The master, the purge archive, contacts, households
      *    and the household cross-reference, the payment ledger,
      *    receivables and the charge-level receivables, the merge
      *    and alias cross-references and the dated member and
      *    contact audit files are copied into the test directory
      *    (MASK_TARGET) under their own names, with every name,
      *    date of birth, address, phone and email replaced by a
      *    made-up but realistic value.
      *
      *    The masking is worked out from the fileID, the value
      *    being masked and a site seed (MASK_SEED), never kept
      *    anywhere - so the same member's same name comes out as
      *    the same fake name on the master, the archive and every
      *    audit line, and a name change on the audit trail is
      *    still a change. Dates of birth keep their year, so age
      *    brackets and dues pricing behave as in production.
      *    FileIDs, household IDs, statuses, dates other than
      *    birth dates, counts and money are copied untouched, so
      *    every join and every total still holds in test. This is
      *    not erasure - production is opened for input only and
      *    is never changed, and the run refuses a target that is
      *    the production file itself.
      *
      *    Every file is reconciled on the report (MASK_REPORT,
      *    masktest.rpt) - records read against records written,
      *    and the ledger, receivable and charge money totals in
      *    against out. A file a shop never took up is noted and
      *    skipped.
      *    The audit files are walked MASK_FROM through MASK_TO
      *    day by day (20200101 to the run date by default) the
      *    way EraseMember does. Runs under the master update lock
      *    so the copy is one consistent point in time. Return
      *    codes: 0 clean, 8 a file failed to reconcile, 16 the
      *    run could not start.

       environment division.
       input-output section.
       file-control.
           select memberInFile assign to dynamic memberInPath
               organization is indexed
               access mode is sequential
               record key is memberInID
               file status is memberInStatus.
           select memberOutFile assign to dynamic memberOutPath
               organization is indexed
               access mode is sequential
               record key is memberOutID
               file status is memberOutStatus.
           select contactInFile assign to dynamic contactInPath
               organization is indexed
               access mode is sequential
               record key is contactInMemberID
               file status is contactInStatus.
           select contactOutFile assign to dynamic contactOutPath
               organization is indexed
               access mode is sequential
               record key is contactOutMemberID
               file status is contactOutStatus.
           select householdInFile assign to dynamic householdInPath
               organization is indexed
               access mode is sequential
               record key is hhInID
               file status is householdInStatus.
           select householdOutFile assign to dynamic householdOutPath
               organization is indexed
               access mode is sequential
               record key is hhOutID
               file status is householdOutStatus.
           select ledgerInFile assign to dynamic ledgerInPath
               organization is indexed
               access mode is sequential
               record key is ledgerInMemberID
               file status is ledgerInStatus.
           select ledgerOutFile assign to dynamic ledgerOutPath
               organization is indexed
               access mode is sequential
               record key is ledgerOutMemberID
               file status is ledgerOutStatus.
           select receivableInFile assign to dynamic receivableInPath
               organization is indexed
               access mode is sequential
               record key is recvInMemberID
               file status is receivableInStatus.
           select receivableOutFile assign to dynamic
               receivableOutPath
               organization is indexed
               access mode is sequential
               record key is recvOutMemberID
               file status is receivableOutStatus.
           select chargeInFile assign to dynamic chargeInPath
               organization is indexed
               access mode is sequential
               record key is chargeInKey
               file status is chargeInStatus.
           select chargeOutFile assign to dynamic chargeOutPath
               organization is indexed
               access mode is sequential
               record key is chargeOutKey
               file status is chargeOutStatus.
           select pairInFile assign to dynamic pairInPath
               organization is indexed
               access mode is sequential
               record key is pairInKey
               file status is pairInStatus.
           select pairOutFile assign to dynamic pairOutPath
               organization is indexed
               access mode is sequential
               record key is pairOutKey
               file status is pairOutStatus.
           select textInFile assign to dynamic textInPath
               organization is line sequential
               file status is textInStatus.
           select textOutFile assign to dynamic textOutPath
               organization is line sequential
               file status is textOutStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  memberInFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==memberInRecord==
                         ==MEMBER-ID==     by ==memberInID==
                         ==MEMBER-NAME==   by ==memberInName==
                         ==MEMBER-AGE==    by ==memberInAge==
                         ==MEMBER-SOURCE== by ==memberInSource==
                         ==MEMBER-DOB==    by ==memberInDOB==
                         ==MEMBER-STATUS== by ==memberInStatusByte==
                         ==MEMBER-STATUS-DATE==
                                           by ==memberInStatusDate==
                         ==MEMBER-LAYOUT== by ==memberInLayout==
                         ==MEMBER-MAINT-FLAG==
                                           by ==memberInMaintFlag==.

       fd  memberOutFile.
       01  memberOutRecord.
           02 memberOutID      pic X(10).
           02 filler           pic X(92).

       fd  contactInFile.
           copy contactrec
               replacing ==CONTACT-RECORD==    by ==contactInRecord==
                         ==CONTACT-MEMBER-ID== by ==contactInMemberID==
                         ==CONTACT-ADDR1==     by ==contactInAddr1==
                         ==CONTACT-ADDR2==     by ==contactInAddr2==
                         ==CONTACT-CITY==      by ==contactInCity==
                         ==CONTACT-POSTAL==    by ==contactInPostal==
                         ==CONTACT-PHONE==     by ==contactInPhone==
                         ==CONTACT-EMAIL==     by ==contactInEmail==
                         ==CONTACT-BAD-ADDRESS==
                                               by ==contactInBadAddr==
                         ==CONTACT-BAD-DATE==  by ==contactInBadDate==
                         ==CONTACT-BAD-REASON==
                                               by ==contactInBadReason==
                         ==CONTACT-RETURN-COUNT==
                                               by ==contactInReturns==.

       fd  contactOutFile.
       01  contactOutRecord.
           02 contactOutMemberID pic X(10).
           02 filler           pic X(176).

       fd  householdInFile.
           copy householdrec
               replacing ==HOUSEHOLD-RECORD== by ==hhInRecord==
                         ==HH-ID==            by ==hhInID==
                         ==HH-NAME==          by ==hhInName==.

       fd  householdOutFile.
       01  hhOutRecord.
           02 hhOutID          pic X(10).
           02 filler           pic X(30).

       fd  ledgerInFile.
       01  ledgerInRecord.
           02 ledgerInMemberID  pic X(10).
           02 ledgerInTotalPaid pic 9(9)v99.
           02 ledgerInPayCount  pic 9(6).
           02 ledgerInLastPay   pic X(8).

       fd  ledgerOutFile.
       01  ledgerOutRecord.
           02 ledgerOutMemberID pic X(10).
           02 ledgerOutTotalPaid pic 9(9)v99.
           02 filler            pic X(14).

       fd  receivableInFile.
           copy receivable
               replacing ==RECEIVABLE-RECORD== by ==recvInRecord==
                         ==RECV-MEMBER-ID==    by ==recvInMemberID==
                         ==RECV-BILLED-AMOUNT==
                                               by ==recvInBilled==
                         ==RECV-BILL-DATE==    by ==recvInBillDate==.

       fd  receivableOutFile.
       01  recvOutRecord.
           02 recvOutMemberID  pic X(10).
           02 recvOutBilled    pic 9(5)v99.
           02 filler           pic X(8).

       fd  chargeInFile.
           copy charge
               replacing ==CHARGE-RECORD==   by ==chargeInRecord==
                         ==CHG-KEY==         by ==chargeInKey==
                         ==CHG-MEMBER-ID==   by ==chargeInMemberID==
                         ==CHG-RAISED-DATE== by ==chargeInRaised==
                         ==CHG-SEQ==         by ==chargeInSeq==
                         ==CHG-TYPE==        by ==chargeInType==
                         ==CHG-AMOUNT==      by ==chargeInAmount==
                         ==CHG-SETTLED==     by ==chargeInSettled==
                         ==CHG-PROGRAM==     by ==chargeInProgram==
                         ==CHG-REFERENCE==   by ==chargeInReference==.

       fd  chargeOutFile.
       01  chargeOutRecord.
           02 chargeOutKey     pic X(21).
           02 filler           pic X(4).
           02 chargeOutAmount  pic 9(7)v99.
           02 filler           pic X(54).

      *    The household, merge and alias cross-references are all
      *    a 10-byte key and a 10-byte ID - one pair of FDs serves
      *    all three in turn.
       fd  pairInFile.
       01  pairInRecord.
           02 pairInKey        pic X(10).
           02 pairInValue      pic X(10).

       fd  pairOutFile.
       01  pairOutRecord.
           02 pairOutKey       pic X(10).
           02 pairOutValue     pic X(10).

       fd  textInFile.
       01  textInRecord     pic X(200).

       fd  textOutFile.
       01  textOutRecord    pic X(200).

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  archiveFilePath  pic X(100) value 'member.arch'.
       01  contactFilePath  pic X(100) value 'contact.dat'.
       01  householdFilePath pic X(100) value 'household.dat'.
       01  hhXrefFilePath   pic X(100) value 'hhxref.dat'.
       01  ledgerFilePath   pic X(100) value 'payledger.dat'.
       01  receivableFilePath pic X(100) value 'receivable.dat'.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  xrefFilePath     pic X(100) value 'mergexref.dat'.
       01  aliasXrefPath    pic X(100) value 'aliasxref.dat'.
       01  targetDirectory  pic X(100) value spaces.
       01  maskSeed         pic X(20) value 'MEMBERSHIP'.
       01  memberInPath     pic X(100).
       01  memberInStatus   pic XX.
       01  memberOutPath    pic X(100).
       01  memberOutStatus  pic XX.
       01  contactInPath    pic X(100).
       01  contactInStatus  pic XX.
       01  contactOutPath   pic X(100).
       01  contactOutStatus pic XX.
       01  householdInPath  pic X(100).
       01  householdInStatus pic XX.
       01  householdOutPath pic X(100).
       01  householdOutStatus pic XX.
       01  ledgerInPath     pic X(100).
       01  ledgerInStatus   pic XX.
       01  ledgerOutPath    pic X(100).
       01  ledgerOutStatus  pic XX.
       01  receivableInPath pic X(100).
       01  receivableInStatus pic XX.
       01  receivableOutPath pic X(100).
       01  receivableOutStatus pic XX.
       01  chargeInPath     pic X(100).
       01  chargeInStatus   pic XX.
       01  chargeOutPath    pic X(100).
       01  chargeOutStatus  pic XX.
       01  pairInPath       pic X(100).
       01  pairInStatus     pic XX.
       01  pairOutPath      pic X(100).
       01  pairOutStatus    pic XX.
       01  textInPath       pic X(100).
       01  textInStatus     pic XX.
       01  textOutPath      pic X(100).
       01  textOutStatus    pic XX.
       01  reportFileName   pic X(100) value 'masktest.rpt'.
       01  reportFileStatus pic XX.
       01  fromDateText     pic X(8) value '20200101'.
       01  toDateText       pic X(8).
       01  fromDayNumber    pic 9(8).
       01  toDayNumber      pic 9(8).
       01  loopDayNumber    pic 9(8).
       01  loopDateValue    pic 9(8).
       01  runTimestamp     pic X(21).
       01  copyEndSwitch    pic X.
           88 copyEof            value 'Y'.
       01  sourcePath       pic X(100).
       01  slashPos         pic 9(3).
       01  scanPos          pic 9(3).
       01  pathLength       pic 9(3).

      *    Per-file reconciliation.
       01  fileLabel        pic X(20).
       01  recordsIn        pic 9(7).
       01  recordsOut       pic 9(7).
       01  amountIn         pic 9(11)v99.
       01  amountOut        pic 9(11)v99.
       01  moneyFileSwitch  pic X.
           88 moneyFile          value 'Y'.
       01  filesCopied      pic 9(4) value 0.
       01  filesSkipped     pic 9(4) value 0.
       01  filesOutOfBalance pic 9(4) value 0.
       01  totalRecordsIn   pic 9(9) value 0.
       01  totalRecordsOut  pic 9(9) value 0.
       01  auditFilesCopied pic 9(4) value 0.
       01  auditLinesIn     pic 9(9) value 0.
       01  auditLinesOut    pic 9(9) value 0.
       01  countOut         pic z,zzz,zz9.
       01  countOut2        pic z,zzz,zz9.
       01  amountOutText    pic z,zzz,zzz,zz9.99.
       01  amountOutText2   pic z,zzz,zzz,zz9.99.

      *    Masking work areas. The hash is a running multiply-and-
      *    add over the seed, the fileID and the original value.
       01  maskID           pic X(10).
       01  maskText         pic X(40).
       01  maskKey          pic X(80).
       01  maskHash         pic 9(9).
       01  maskWork         pic 9(12).
       01  maskPos          pic 9(3).
       01  maskPick         pic 9(3).
       01  maskNumber       pic zz9.
       01  maskResult       pic X(40).
       01  maskPattern      pic X(40).
       01  maskDOB          pic X(8).
       01  maskMonth        pic 99.
       01  maskDay          pic 99.
       01  maskFirst        pic X(10).
       01  maskSurname      pic X(12).
       01  digitValues      pic X(10) value '0123456789'.
       01  letterValues     pic X(26) value
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  firstNameValues.
           02 filler pic X(10) value 'James'.
           02 filler pic X(10) value 'Mary'.
           02 filler pic X(10) value 'Robert'.
           02 filler pic X(10) value 'Patricia'.
           02 filler pic X(10) value 'John'.
           02 filler pic X(10) value 'Jennifer'.
           02 filler pic X(10) value 'Michael'.
           02 filler pic X(10) value 'Linda'.
           02 filler pic X(10) value 'David'.
           02 filler pic X(10) value 'Elizabeth'.
           02 filler pic X(10) value 'William'.
           02 filler pic X(10) value 'Barbara'.
           02 filler pic X(10) value 'Richard'.
           02 filler pic X(10) value 'Susan'.
           02 filler pic X(10) value 'Joseph'.
           02 filler pic X(10) value 'Jessica'.
           02 filler pic X(10) value 'Thomas'.
           02 filler pic X(10) value 'Sarah'.
           02 filler pic X(10) value 'Charles'.
           02 filler pic X(10) value 'Karen'.
           02 filler pic X(10) value 'Daniel'.
           02 filler pic X(10) value 'Nancy'.
           02 filler pic X(10) value 'Matthew'.
           02 filler pic X(10) value 'Lisa'.
           02 filler pic X(10) value 'Anthony'.
           02 filler pic X(10) value 'Margaret'.
           02 filler pic X(10) value 'Mark'.
           02 filler pic X(10) value 'Sandra'.
           02 filler pic X(10) value 'Steven'.
           02 filler pic X(10) value 'Ashley'.
           02 filler pic X(10) value 'Paul'.
           02 filler pic X(10) value 'Emily'.
           02 filler pic X(10) value 'Andrew'.
           02 filler pic X(10) value 'Donna'.
           02 filler pic X(10) value 'Kenneth'.
           02 filler pic X(10) value 'Michelle'.
           02 filler pic X(10) value 'George'.
           02 filler pic X(10) value 'Carol'.
           02 filler pic X(10) value 'Edward'.
           02 filler pic X(10) value 'Helen'.
       01  firstNameTable redefines firstNameValues.
           02 firstNameEntry pic X(10) occurs 40 times.

       01  surnameValues.
           02 filler pic X(12) value 'Smith'.
           02 filler pic X(12) value 'Johnson'.
           02 filler pic X(12) value 'Williams'.
           02 filler pic X(12) value 'Brown'.
           02 filler pic X(12) value 'Jones'.
           02 filler pic X(12) value 'Garcia'.
           02 filler pic X(12) value 'Miller'.
           02 filler pic X(12) value 'Davis'.
           02 filler pic X(12) value 'Rodriguez'.
           02 filler pic X(12) value 'Martinez'.
           02 filler pic X(12) value 'Hernandez'.
           02 filler pic X(12) value 'Lopez'.
           02 filler pic X(12) value 'Wilson'.
           02 filler pic X(12) value 'Anderson'.
           02 filler pic X(12) value 'Taylor'.
           02 filler pic X(12) value 'Thomas'.
           02 filler pic X(12) value 'Moore'.
           02 filler pic X(12) value 'Jackson'.
           02 filler pic X(12) value 'Martin'.
           02 filler pic X(12) value 'Lee'.
           02 filler pic X(12) value 'Thompson'.
           02 filler pic X(12) value 'White'.
           02 filler pic X(12) value 'Harris'.
           02 filler pic X(12) value 'Clark'.
           02 filler pic X(12) value 'Lewis'.
           02 filler pic X(12) value 'Robinson'.
           02 filler pic X(12) value 'Walker'.
           02 filler pic X(12) value 'Young'.
           02 filler pic X(12) value 'Allen'.
           02 filler pic X(12) value 'King'.
           02 filler pic X(12) value 'Wright'.
           02 filler pic X(12) value 'Scott'.
           02 filler pic X(12) value 'Green'.
           02 filler pic X(12) value 'Baker'.
           02 filler pic X(12) value 'Adams'.
           02 filler pic X(12) value 'Nelson'.
           02 filler pic X(12) value 'Hill'.
           02 filler pic X(12) value 'Campbell'.
           02 filler pic X(12) value 'Mitchell'.
           02 filler pic X(12) value 'Roberts'.
       01  surnameTable redefines surnameValues.
           02 surnameEntry pic X(12) occurs 40 times.

       01  streetValues.
           02 filler pic X(16) value 'Oak Street'.
           02 filler pic X(16) value 'Maple Avenue'.
           02 filler pic X(16) value 'Cedar Lane'.
           02 filler pic X(16) value 'Park Road'.
           02 filler pic X(16) value 'Elm Street'.
           02 filler pic X(16) value 'Church Lane'.
           02 filler pic X(16) value 'Mill Road'.
           02 filler pic X(16) value 'High Street'.
           02 filler pic X(16) value 'Station Road'.
           02 filler pic X(16) value 'Victoria Road'.
           02 filler pic X(16) value 'Lake Drive'.
           02 filler pic X(16) value 'Hillside Way'.
           02 filler pic X(16) value 'Willow Close'.
           02 filler pic X(16) value 'Birch Grove'.
           02 filler pic X(16) value 'Meadow View'.
           02 filler pic X(16) value 'River Walk'.
           02 filler pic X(16) value 'Forest Avenue'.
           02 filler pic X(16) value 'Garden Terrace'.
           02 filler pic X(16) value 'Spring Street'.
           02 filler pic X(16) value 'North Road'.
       01  streetTable redefines streetValues.
           02 streetEntry pic X(16) occurs 20 times.

       01  cityValues.
           02 filler pic X(16) value 'Springfield'.
           02 filler pic X(16) value 'Riverton'.
           02 filler pic X(16) value 'Fairview'.
           02 filler pic X(16) value 'Greenville'.
           02 filler pic X(16) value 'Franklin'.
           02 filler pic X(16) value 'Clinton'.
           02 filler pic X(16) value 'Madison'.
           02 filler pic X(16) value 'Georgetown'.
           02 filler pic X(16) value 'Salem'.
           02 filler pic X(16) value 'Ashland'.
           02 filler pic X(16) value 'Oakdale'.
           02 filler pic X(16) value 'Milford'.
           02 filler pic X(16) value 'Newport'.
           02 filler pic X(16) value 'Bristol'.
           02 filler pic X(16) value 'Dover'.
           02 filler pic X(16) value 'Hudson'.
           02 filler pic X(16) value 'Kingston'.
           02 filler pic X(16) value 'Lexington'.
           02 filler pic X(16) value 'Marion'.
           02 filler pic X(16) value 'Winchester'.
       01  cityTable redefines cityValues.
           02 cityEntry pic X(16) occurs 20 times.

      *    Audit-line fields, the MaintainMember shape with the
      *    approver of a dual-control change on the end.
       01  histStamp        pic X(15).
       01  histAction       pic X.
       01  histID           pic X(10).
       01  histBeforeName   pic X(40).
       01  histBeforeAge    pic X(4).
       01  histBeforeDOB    pic X(8).
       01  histBeforeStatus pic X.
       01  histBeforeStatDate pic X(8).
       01  histAfterName    pic X(40).
       01  histAfterAge     pic X(4).
       01  histAfterDOB     pic X(8).
       01  histAfterStatus  pic X.
       01  histAfterStatDate pic X(8).
       01  histOperator     pic X(8).
       01  histApprover     pic X(8).
       01  approverPointer  pic 9(3).
      *    Contact-audit fields - stamp,action,id,before,after,oper,
      *    each image the contact fields joined by '/'.
       01  contStamp        pic X(15).
       01  contAction       pic X.
       01  contID           pic X(10).
       01  contBeforeImage  pic X(100).
       01  contAfterImage   pic X(100).
       01  contOperator     pic X(8).
       01  contImage        pic X(100).
       01  imageAddr1       pic X(30).
       01  imageAddr2       pic X(30).
       01  imageCity        pic X(20).
       01  imagePostal      pic X(10).
       01  imagePhone       pic X(15).
       01  imageEmail       pic X(40).
       01  maskedAddr1      pic X(30).
       01  maskedAddr2      pic X(30).
       01  maskedCity       pic X(20).
       01  maskedPostal     pic X(10).
       01  maskedPhone      pic X(15).
       01  maskedEmail      pic X(40).

       01  lockRequest.
           02 lockAction   pic X.
           02 lockProgram  pic X(15) value 'MaskTestCopy'.
           02 lockStatus   pic XX.
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'MaskTestCopy'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  reportLine       pic X(132).
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept targetDirectory from environment 'MASK_TARGET'
               on exception
                   continue
           end-accept
           accept maskSeed from environment 'MASK_SEED'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'MASK_MASTER'
               on exception
                   continue
           end-accept
           accept archiveFilePath from environment 'PURGE_ARCHIVE'
               on exception
                   continue
           end-accept
           accept contactFilePath from environment 'CONTACT_FILE'
               on exception
                   continue
           end-accept
           accept householdFilePath from environment 'HH_FILE'
               on exception
                   continue
           end-accept
           accept hhXrefFilePath from environment 'HH_XREF'
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
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           accept xrefFilePath from environment 'MERGE_XREF'
               on exception
                   continue
           end-accept
           accept aliasXrefPath from environment 'ALIAS_XREF'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'MASK_REPORT'
               on exception
                   continue
           end-accept
           accept fromDateText from environment 'MASK_FROM'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move runTimestamp(1:8) to toDateText
           accept toDateText from environment 'MASK_TO'
               on exception
                   continue
           end-accept

           if targetDirectory = spaces
               display 'Error: MASK_TARGET names the test directory'
                       ' to build'
               move 16 to return-code
               stop run
           end-if
           if fromDateText is not numeric
               or toDateText is not numeric
               display 'Error: MASK_FROM/MASK_TO must be YYYYMMDD'
               move 16 to return-code
               stop run
           end-if
           compute fromDayNumber = function integer-of-date(
               function numval(fromDateText))
           compute toDayNumber = function integer-of-date(
               function numval(toDateText))

           move 'T' to lockAction
           call 'RunLock' using lockRequest
           if lockStatus not = '00' and lockStatus not = '04'
               move spaces to logMessage
               string 'Error: master update lock is held - '
                      'MaskTestCopy cannot start'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 12 to return-code
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
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if
           move spaces to reportLine
           string 'Masked test-region copy  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
                  '  into ' function trim(targetDirectory)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           move 'File' to reportLine(1:20)
           move '  Records in' to reportLine(22:12)
           move ' Records out' to reportLine(35:12)
           move '        Amount in' to reportLine(48:17)
           move '       Amount out' to reportLine(66:17)
           move 'Result' to reportLine(85:10)
           perform write-report-line

           move 'master' to fileLabel
           move masterFilePath to sourcePath
           perform copy-member-file
           move 'archive' to fileLabel
           move archiveFilePath to sourcePath
           perform copy-member-file
           perform copy-contact-file
           perform copy-household-file
           move 'hhxref' to fileLabel
           move hhXrefFilePath to sourcePath
           perform copy-pair-file
           perform copy-ledger-file
           perform copy-receivable-file
           perform copy-charge-file
           move 'mergexref' to fileLabel
           move xrefFilePath to sourcePath
           perform copy-pair-file
           move 'aliasxref' to fileLabel
           move aliasXrefPath to sourcePath
           perform copy-pair-file
           perform sweep-audit-files

           move all '-' to reportLine
           perform write-report-line
           move spaces to reportLine
           string filesCopied ' file(s) copied, '
                  filesSkipped ' not present, '
                  filesOutOfBalance ' out of balance'
               into reportLine
           end-string
           perform write-report-line
           move spaces to reportLine
           string 'Audit files ' auditFilesCopied
                  '  lines in ' auditLinesIn
                  '  lines out ' auditLinesOut
               into reportLine
           end-string
           perform write-report-line
           close reportFile
           perform release-run-lock
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== MaskTestCopy Control Totals ====='
           display 'Files copied       : ' filesCopied
           display 'Files not present  : ' filesSkipped
           display 'Out of balance     : ' filesOutOfBalance
           display 'Records in         : ' totalRecordsIn
           display 'Records out        : ' totalRecordsOut
           display '========================================'
           move spaces to logMessage
           string 'MaskTestCopy complete - ' filesCopied
                  ' file(s) copied into '
                  function trim(targetDirectory) ', '
                  filesOutOfBalance ' out of balance'
               into logMessage
           end-string
           if filesOutOfBalance > 0
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 8 to return-code
           else
               move 'I' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if
           stop run.

      *    The test copy takes the production file's own name in
      *    the target directory. Writing over the production file
      *    itself is refused outright.
       build-target-path.
           move 0 to slashPos
           move function length(function trim(sourcePath trailing))
               to pathLength
           perform varying scanPos from 1 by 1
                   until scanPos > pathLength
               if sourcePath(scanPos:1) = '/'
                   move scanPos to slashPos
               end-if
           end-perform
           move spaces to textOutPath
           string function trim(targetDirectory) delimited by size
                  '/' delimited by size
                  sourcePath(slashPos + 1:) delimited by space
               into textOutPath
           end-string
           if textOutPath = sourcePath
               move spaces to logMessage
               string 'Error: test copy would overwrite production '
                      function trim(sourcePath)
                      ' - MaskTestCopy stopped'
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               close reportFile
               perform release-run-lock
               move 16 to return-code
               stop run
           end-if.

       start-file-counts.
           move 0 to recordsIn
           move 0 to recordsOut
           move 0 to amountIn
           move 0 to amountOut
           move 'N' to moneyFileSwitch
           move 'N' to copyEndSwitch.

       note-file-skipped.
           add 1 to filesSkipped
           move spaces to reportLine
           move fileLabel to reportLine(1:20)
           string 'not present - ' function trim(sourcePath)
               into reportLine(22:100)
           end-string
           perform write-report-line.

       note-target-unusable.
           add 1 to filesOutOfBalance
           move spaces to reportLine
           move fileLabel to reportLine(1:20)
           string 'cannot create ' function trim(textOutPath)
               into reportLine(22:100)
           end-string
           perform write-report-line.

      *    One reconciliation line per file: counts always, money
      *    for the ledger, receivables and charges.
       report-file-balance.
           add 1 to filesCopied
           add recordsIn to totalRecordsIn
           add recordsOut to totalRecordsOut
           move spaces to reportLine
           move fileLabel to reportLine(1:20)
           move recordsIn to countOut
           move countOut to reportLine(24:9)
           move recordsOut to countOut2
           move countOut2 to reportLine(37:9)
           if moneyFile
               move amountIn to amountOutText
               move amountOutText to reportLine(48:17)
               move amountOut to amountOutText2
               move amountOutText2 to reportLine(66:17)
           end-if
           if recordsIn = recordsOut and amountIn = amountOut
               move 'BALANCED' to reportLine(85:10)
           else
               move 'OUT OF BAL' to reportLine(85:10)
               add 1 to filesOutOfBalance
           end-if
           perform write-report-line.

      *    Master and archive share the member layout.
       copy-member-file.
           perform start-file-counts
           move sourcePath to memberInPath
           open input memberInFile
           if memberInStatus not = '00'
               perform note-file-skipped
               exit paragraph
           end-if
           perform build-target-path
           move textOutPath to memberOutPath
           open output memberOutFile
           if memberOutStatus not = '00'
               close memberInFile
               perform note-target-unusable
               exit paragraph
           end-if
           perform until copyEof
               read memberInFile next record
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       perform mask-member-record
                       write memberOutRecord from memberInRecord
                           invalid key
                               continue
                           not invalid key
                               add 1 to recordsOut
                       end-write
               end-read
           end-perform
           close memberInFile
           close memberOutFile
           perform report-file-balance.

       mask-member-record.
           move memberInID to maskID
           move memberInName to maskText
           perform mask-name
           move maskResult to memberInName
           move memberInDOB to maskDOB
           perform mask-dob
           move maskDOB to memberInDOB.

       copy-contact-file.
           move 'contact' to fileLabel
           move contactFilePath to sourcePath
           perform start-file-counts
           move sourcePath to contactInPath
           open input contactInFile
           if contactInStatus not = '00'
               perform note-file-skipped
               exit paragraph
           end-if
           perform build-target-path
           move textOutPath to contactOutPath
           open output contactOutFile
           if contactOutStatus not = '00'
               close contactInFile
               perform note-target-unusable
               exit paragraph
           end-if
           perform until copyEof
               read contactInFile next record
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       move contactInMemberID to maskID
                       move contactInAddr1 to imageAddr1
                       move contactInAddr2 to imageAddr2
                       move contactInCity to imageCity
                       move contactInPostal to imagePostal
                       move contactInPhone to imagePhone
                       move contactInEmail to imageEmail
                       perform mask-contact-fields
                       move maskedAddr1 to contactInAddr1
                       move maskedAddr2 to contactInAddr2
                       move maskedCity to contactInCity
                       move maskedPostal to contactInPostal
                       move maskedPhone to contactInPhone
                       move maskedEmail to contactInEmail
                       write contactOutRecord from contactInRecord
                           invalid key
                               continue
                           not invalid key
                               add 1 to recordsOut
                       end-write
               end-read
           end-perform
           close contactInFile
           close contactOutFile
           perform report-file-balance.

      *    A household's name is usually the family surname - it
      *    becomes a made-up one, worked from the household ID.
       copy-household-file.
           move 'household' to fileLabel
           move householdFilePath to sourcePath
           perform start-file-counts
           move sourcePath to householdInPath
           open input householdInFile
           if householdInStatus not = '00'
               perform note-file-skipped
               exit paragraph
           end-if
           perform build-target-path
           move textOutPath to householdOutPath
           open output householdOutFile
           if householdOutStatus not = '00'
               close householdInFile
               perform note-target-unusable
               exit paragraph
           end-if
           perform until copyEof
               read householdInFile next record
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       if hhInName not = spaces
                           move hhInID to maskID
                           move hhInName to maskText
                           perform compute-mask-hash
                           compute maskPick =
                               function mod(maskHash, 40) + 1
                           move spaces to hhInName
                           string function trim(surnameEntry
                                      (maskPick))
                                  ' Household'
                               delimited by size into hhInName
                           end-string
                       end-if
                       write hhOutRecord from hhInRecord
                           invalid key
                               continue
                           not invalid key
                               add 1 to recordsOut
                       end-write
               end-read
           end-perform
           close householdInFile
           close householdOutFile
           perform report-file-balance.

      *    Cross-references carry no personal fields - copied as
      *    they stand.
       copy-pair-file.
           perform start-file-counts
           move sourcePath to pairInPath
           open input pairInFile
           if pairInStatus not = '00'
               perform note-file-skipped
               exit paragraph
           end-if
           perform build-target-path
           move textOutPath to pairOutPath
           open output pairOutFile
           if pairOutStatus not = '00'
               close pairInFile
               perform note-target-unusable
               exit paragraph
           end-if
           perform until copyEof
               read pairInFile next record
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       write pairOutRecord from pairInRecord
                           invalid key
                               continue
                           not invalid key
                               add 1 to recordsOut
                       end-write
               end-read
           end-perform
           close pairInFile
           close pairOutFile
           perform report-file-balance.

       copy-ledger-file.
           move 'payledger' to fileLabel
           move ledgerFilePath to sourcePath
           perform start-file-counts
           set moneyFile to true
           move sourcePath to ledgerInPath
           open input ledgerInFile
           if ledgerInStatus not = '00'
               perform note-file-skipped
               exit paragraph
           end-if
           perform build-target-path
           move textOutPath to ledgerOutPath
           open output ledgerOutFile
           if ledgerOutStatus not = '00'
               close ledgerInFile
               perform note-target-unusable
               exit paragraph
           end-if
           perform until copyEof
               read ledgerInFile next record
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       add ledgerInTotalPaid to amountIn
                       write ledgerOutRecord from ledgerInRecord
                           invalid key
                               continue
                           not invalid key
                               add 1 to recordsOut
                               add ledgerOutTotalPaid to amountOut
                       end-write
               end-read
           end-perform
           close ledgerInFile
           close ledgerOutFile
           perform report-file-balance.

       copy-receivable-file.
           move 'receivable' to fileLabel
           move receivableFilePath to sourcePath
           perform start-file-counts
           set moneyFile to true
           move sourcePath to receivableInPath
           open input receivableInFile
           if receivableInStatus not = '00'
               perform note-file-skipped
               exit paragraph
           end-if
           perform build-target-path
           move textOutPath to receivableOutPath
           open output receivableOutFile
           if receivableOutStatus not = '00'
               close receivableInFile
               perform note-target-unusable
               exit paragraph
           end-if
           perform until copyEof
               read receivableInFile next record
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       add recvInBilled to amountIn
                       write recvOutRecord from recvInRecord
                           invalid key
                               continue
                           not invalid key
                               add 1 to recordsOut
                               add recvOutBilled to amountOut
                       end-write
               end-read
           end-perform
           close receivableInFile
           close receivableOutFile
           perform report-file-balance.

      *    Charges are reconciled on the amount raised.
       copy-charge-file.
           move 'charges' to fileLabel
           move chargeFilePath to sourcePath
           perform start-file-counts
           set moneyFile to true
           move sourcePath to chargeInPath
           open input chargeInFile
           if chargeInStatus not = '00'
               perform note-file-skipped
               exit paragraph
           end-if
           perform build-target-path
           move textOutPath to chargeOutPath
           open output chargeOutFile
           if chargeOutStatus not = '00'
               close chargeInFile
               perform note-target-unusable
               exit paragraph
           end-if
           perform until copyEof
               read chargeInFile next record
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       add chargeInAmount to amountIn
                       write chargeOutRecord from chargeInRecord
                           invalid key
                               continue
                           not invalid key
                               add 1 to recordsOut
                               add chargeOutAmount to amountOut
                       end-write
               end-read
           end-perform
           close chargeInFile
           close chargeOutFile
           perform report-file-balance.

      *    One pass per day in the range, member audit and contact
      *    audit both - a day with no file is quietly skipped, the
      *    way EraseMember walks the same names.
       sweep-audit-files.
           perform varying loopDayNumber from fromDayNumber by 1
               until loopDayNumber > toDayNumber
               compute loopDateValue =
                   function date-of-integer(loopDayNumber)
               move spaces to sourcePath
               string 'audit' loopDateValue '.dat'
                   into sourcePath
               end-string
               move 'N' to copyEndSwitch
               perform copy-member-audit-file
               move spaces to sourcePath
               string 'contaud' loopDateValue '.dat'
                   into sourcePath
               end-string
               perform copy-contact-audit-file
           end-perform.

       copy-member-audit-file.
           move sourcePath to textInPath
           open input textInFile
           if textInStatus not = '00'
               exit paragraph
           end-if
           perform open-audit-copy
           if textOutStatus not = '00'
               exit paragraph
           end-if
           perform until copyEof
               read textInFile
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       perform mask-member-audit-line
                       write textOutRecord
                       add 1 to recordsOut
               end-read
           end-perform
           perform close-audit-copy.

       copy-contact-audit-file.
           move sourcePath to textInPath
           open input textInFile
           if textInStatus not = '00'
               exit paragraph
           end-if
           perform open-audit-copy
           if textOutStatus not = '00'
               exit paragraph
           end-if
           perform until copyEof
               read textInFile
                   at end
                       set copyEof to true
                   not at end
                       add 1 to recordsIn
                       perform mask-contact-audit-line
                       write textOutRecord
                       add 1 to recordsOut
               end-read
           end-perform
           perform close-audit-copy.

      *    Audit files are reconciled like any other, but only the
      *    ones that do not balance get a line of their own - a
      *    quarter's worth of balanced days would bury the report.
       open-audit-copy.
           move sourcePath to fileLabel
           move 0 to recordsIn
           move 0 to recordsOut
           move 'N' to copyEndSwitch
           perform build-target-path
           open output textOutFile
           if textOutStatus not = '00'
               close textInFile
               perform note-target-unusable
           end-if.

       close-audit-copy.
           close textInFile
           close textOutFile
           add 1 to auditFilesCopied
           add recordsIn to auditLinesIn
           add recordsOut to auditLinesOut
           if recordsIn not = recordsOut
               move 0 to amountIn
               move 0 to amountOut
               move 'N' to moneyFileSwitch
               perform report-file-balance
           end-if.

      *    Names and dates of birth on both images are masked the
      *    same way as on the master, so a line still matches the
      *    record it changed. A hold line's name field carries the
      *    hold reason instead, and is left alone.
       mask-member-audit-line.
           move spaces to histStamp
           move space to histAction
           move spaces to histID
           move spaces to histBeforeName
           move spaces to histBeforeAge
           move spaces to histBeforeDOB
           move space to histBeforeStatus
           move spaces to histBeforeStatDate
           move spaces to histAfterName
           move spaces to histAfterAge
           move spaces to histAfterDOB
           move space to histAfterStatus
           move spaces to histAfterStatDate
           move spaces to histOperator
           move spaces to histApprover
           unstring textInRecord delimited by ','
               into histStamp histAction histID
                    histBeforeName histBeforeAge histBeforeDOB
                    histBeforeStatus histBeforeStatDate
                    histAfterName histAfterAge histAfterDOB
                    histAfterStatus histAfterStatDate
                    histOperator histApprover
           end-unstring
           move textInRecord to textOutRecord
           if histAction = 'H' or histAction = 'R'
               or textInRecord = spaces
               exit paragraph
           end-if
           move histID to maskID
           move histBeforeName to maskText
           perform mask-name
           move maskResult to histBeforeName
           move histAfterName to maskText
           perform mask-name
           move maskResult to histAfterName
           move histBeforeDOB to maskDOB
           perform mask-dob
           move maskDOB to histBeforeDOB
           move histAfterDOB to maskDOB
           perform mask-dob
           move maskDOB to histAfterDOB
           move spaces to textOutRecord
           string
               function trim(histStamp) ','
               histAction delimited by size ','
               function trim(histID) ','
               function trim(histBeforeName) delimited by size ','
               function trim(histBeforeAge) delimited by size ','
               function trim(histBeforeDOB) delimited by size ','
               histBeforeStatus delimited by size ','
               function trim(histBeforeStatDate)
                   delimited by size ','
               function trim(histAfterName) delimited by size ','
               function trim(histAfterAge) delimited by size ','
               function trim(histAfterDOB) delimited by size ','
               histAfterStatus delimited by size ','
               function trim(histAfterStatDate)
                   delimited by size ','
               function trim(histOperator) delimited by size
               into textOutRecord
           end-string
           if histApprover not = spaces
               compute approverPointer = function length(
                   function trim(textOutRecord trailing)) + 1
               string ',' delimited by size
                      histApprover delimited by space
                   into textOutRecord with pointer approverPointer
               end-string
           end-if.

       mask-contact-audit-line.
           move spaces to contStamp
           move space to contAction
           move spaces to contID
           move spaces to contBeforeImage
           move spaces to contAfterImage
           move spaces to contOperator
           unstring textInRecord delimited by ','
               into contStamp contAction contID
                    contBeforeImage contAfterImage contOperator
           end-unstring
           move textInRecord to textOutRecord
           if textInRecord = spaces
               exit paragraph
           end-if
           move contID to maskID
           move contBeforeImage to contImage
           perform mask-contact-image
           move contImage to contBeforeImage
           move contAfterImage to contImage
           perform mask-contact-image
           move contImage to contAfterImage
           move spaces to textOutRecord
           string
               function trim(contStamp) ','
               contAction delimited by size ','
               function trim(contID) ','
               function trim(contBeforeImage) delimited by size ','
               function trim(contAfterImage) delimited by size ','
               function trim(contOperator) delimited by size
               into textOutRecord
           end-string.

      *    An image that is not the six '/'-joined contact fields
      *    (a flag line's note, say) goes through unchanged.
       mask-contact-image.
           move 0 to scanPos
           inspect contImage tallying scanPos for all '/'
           if scanPos not = 5
               exit paragraph
           end-if
           move spaces to imageAddr1
           move spaces to imageAddr2
           move spaces to imageCity
           move spaces to imagePostal
           move spaces to imagePhone
           move spaces to imageEmail
           unstring contImage delimited by '/'
               into imageAddr1 imageAddr2 imageCity imagePostal
                    imagePhone imageEmail
           end-unstring
           perform mask-contact-fields
           move spaces to contImage
           string function trim(maskedAddr1) '/'
                  function trim(maskedAddr2) '/'
                  function trim(maskedCity) '/'
                  function trim(maskedPostal) '/'
                  function trim(maskedPhone) '/'
                  function trim(maskedEmail)
               delimited by size into contImage
           end-string.

      *    Each field is masked from its own value, so the record
      *    and the audit images agree field by field. Blank stays
      *    blank.
       mask-contact-fields.
           move spaces to maskedAddr1
           if imageAddr1 not = spaces
               move imageAddr1 to maskText
               perform compute-mask-hash
               compute maskPick = function mod(maskHash, 20) + 1
               compute maskWork = function mod(maskHash / 20, 999)
                   + 1
               move maskWork to maskNumber
               string function trim(maskNumber) ' '
                      function trim(streetEntry(maskPick))
                   delimited by size into maskedAddr1
               end-string
           end-if
           move spaces to maskedAddr2
           if imageAddr2 not = spaces
               move imageAddr2 to maskText
               perform compute-mask-hash
               compute maskWork = function mod(maskHash, 99) + 1
               move maskWork to maskNumber
               string 'Apt ' function trim(maskNumber)
                   delimited by size into maskedAddr2
               end-string
           end-if
           move spaces to maskedCity
           if imageCity not = spaces
               move imageCity to maskText
               perform compute-mask-hash
               compute maskPick = function mod(maskHash, 20) + 1
               move cityEntry(maskPick) to maskedCity
           end-if
           move imagePostal to maskPattern
           perform mask-by-pattern
           move maskPattern to maskedPostal
           move imagePhone to maskPattern
           perform mask-by-pattern
           move maskPattern to maskedPhone
           move spaces to maskedEmail
           if imageEmail not = spaces
               move imageEmail to maskText
               perform compute-mask-hash
               compute maskPick = function mod(maskHash, 40) + 1
               move firstNameEntry(maskPick) to maskFirst
               compute maskPick =
                   function mod(maskHash / 40, 40) + 1
               move surnameEntry(maskPick) to maskSurname
               compute maskWork = function mod(maskHash, 997)
               move maskWork to maskNumber
               string function lower-case(function trim(maskFirst))
                      '.'
                      function lower-case(function trim(maskSurname))
                      function trim(maskNumber)
                      '@example.org'
                   delimited by size into maskedEmail
               end-string
           end-if.

      *    Digits stay digits and letters stay letters, so postal
      *    codes and phone numbers keep their shape and length.
       mask-by-pattern.
           if maskPattern = spaces
               exit paragraph
           end-if
           move maskPattern to maskText
           perform compute-mask-hash
           perform varying maskPos from 1 by 1 until maskPos > 40
               compute maskWork = function mod(
                   maskHash * 31 + maskPos * 7, 999999937)
               move maskWork to maskHash
               evaluate true
                   when maskPattern(maskPos:1) is numeric
                       compute maskPick =
                           function mod(maskHash, 10) + 1
                       move digitValues(maskPick:1)
                           to maskPattern(maskPos:1)
                   when maskPattern(maskPos:1) is alphabetic-upper
                       and maskPattern(maskPos:1) not = space
                       compute maskPick =
                           function mod(maskHash, 26) + 1
                       move letterValues(maskPick:1)
                           to maskPattern(maskPos:1)
                   when maskPattern(maskPos:1) is alphabetic-lower
                       and maskPattern(maskPos:1) not = space
                       compute maskPick =
                           function mod(maskHash, 26) + 1
                       move function lower-case(
                           letterValues(maskPick:1))
                           to maskPattern(maskPos:1)
               end-evaluate
           end-perform.

       mask-name.
           move spaces to maskResult
           if maskText = spaces
               exit paragraph
           end-if
           perform compute-mask-hash
           compute maskPick = function mod(maskHash, 40) + 1
           move firstNameEntry(maskPick) to maskFirst
           compute maskPick = function mod(maskHash / 40, 40) + 1
           move surnameEntry(maskPick) to maskSurname
           string function trim(maskFirst) ' '
                  function trim(maskSurname)
               delimited by size into maskResult
           end-string.

      *    The year is kept so the member stays in the same age
      *    bracket; month and day are made up. A date of birth that
      *    is blank or not a date is left as it is.
       mask-dob.
           if maskDOB is not numeric
               exit paragraph
           end-if
           move maskDOB to maskText
           perform compute-mask-hash
           compute maskMonth = function mod(maskHash, 12) + 1
           compute maskDay = function mod(maskHash / 12, 28) + 1
           move maskMonth to maskDOB(5:2)
           move maskDay to maskDOB(7:2).

       compute-mask-hash.
           move spaces to maskKey
           string maskSeed delimited by size
                  maskID delimited by size
                  maskText delimited by size
               into maskKey
           end-string
           move 0 to maskHash
           perform varying maskPos from 1 by 1 until maskPos > 80
               compute maskWork = function mod(
                   maskHash * 31 + function ord(maskKey(maskPos:1)),
                   999999937)
               move maskWork to maskHash
           end-perform.

       release-run-lock.
           move 'R' to lockAction
           call 'RunLock' using lockRequest.

       write-report-line.
           write reportFileRecord from reportLine.
