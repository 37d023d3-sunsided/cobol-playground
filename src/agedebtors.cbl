      *        bucket, so the lapses happen in one controlled,
      *        audited maintenance step instead of being keyed one
      *        by one.
      *
      *    A member on an open installment plan (PAY_PLANS, kept by
      *    MaintainPlan) is aged on the plan instead: while every
      *    installment due so far is paid the member is current,
      *    however long ago the last payment was; once one is
      *    missed the member ages from the oldest missed
      *    installment's due date and the letter names the missed
      *    installments rather than the last payment.
      *
      *    Every warning letter is recorded on the correspondence
      *    history through CorrLog (letter type LAPSEWRN) so the
      *    office can see which members were warned and when.
      *    A lapse warning is a legally required notice: it goes
      *    by email (AGING_EMAIL, default lapsewarnmailYYYYMMDD.txt)
      *    to a member who chose email on the consent register
      *    (ConsentCheck) and has an address on file, and by post
      *    in the letter file to everyone else - including those
      *    who asked not to be contacted. A postal warning to an
      *    address the post office has already returned
      *    (ReturnedMail's bad-address flag) is not printed and is
      *    counted separately for BadAddressList to chase.
      *
      *    Every delinquent also goes onto the aging extract
      *    (AGING_EXTRACT, aging.dat) as fileID,bucket,days,date
      *    aged from, so LateFeeRun assesses its penalties on the
      *    same buckets this report shows.
      *
      *    AGING_BRANCH=code ages one regional branch's members
      *    only (the member branch file, MEMBER_BRANCH,
      *    membranch.dat - head office's 'HO' for a member no
      *    branch has taken), so every output - report, letters,
      *    lapse transactions and extract - covers that branch
      *    alone. AGING_BY_BRANCH=Y adds a breakdown to the foot
      *    of the report with each branch's active, paid-up and
      *    bucket counts.

       environment division.
       input-output section.
               access mode is random
               record key is contactMemberID
               file status is contactFileStatus.
           select planFile assign to dynamic planFilePath
               organization is indexed
               access mode is random
               record key is planMemberID
               file status is planFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select lapseTxnFile assign to dynamic lapseTxnFileName
               organization is line sequential
               file status is lapseTxnFileStatus.
           select extractFile assign to dynamic extractFileName
               organization is line sequential
               file status is extractFileStatus.
           select emailFile assign to dynamic emailFileName
               organization is line sequential
               file status is emailFileStatus.
           select branchFile assign to dynamic branchFilePath
               organization is indexed
               access mode is random
               record key is branchMemberID
               file status is branchFileStatus.

       data division.
       file section.
                         ==CONTACT-CITY==      by ==contactCity==
                         ==CONTACT-POSTAL==    by ==contactPostal==
                         ==CONTACT-PHONE==     by ==contactPhone==
                         ==CONTACT-EMAIL==     by ==contactEmail==
                         ==CONTACT-BAD-ADDRESS==
                                             by ==contactBadAddress==.

       fd  planFile.
           copy payplan
               replacing ==PAYPLAN-RECORD==     by ==planRecord==
                         ==PLAN-MEMBER-ID==     by ==planMemberID==
                         ==PLAN-STATUS-DATE==   by ==planStatusDate==
                         ==PLAN-STATUS==        by ==planStatus==
                         ==PLAN-AGREED-DATE==   by ==planAgreedDate==
                         ==PLAN-OPERATOR==      by ==planOperator==
                         ==PLAN-INSTALL-COUNT== by ==planInstallCount==
                         ==PLAN-INSTALLMENT==   by ==planInstallment==
                         ==PLAN-DUE-DATE==      by ==planDueDate==
                         ==PLAN-DUE-AMOUNT==    by ==planDueAmount==
                         ==PLAN-PAID-AMOUNT==   by ==planPaidAmount==.

       fd  reportFile.
       01  reportFileRecord pic X(132).
       fd  lapseTxnFile.
       01  lapseTxnFileRecord pic X(80).

       fd  extractFile.
       01  extractFileRecord pic X(50).

       fd  emailFile.
       01  emailFileRecord pic X(132).

       fd  branchFile.
           copy membranch
               replacing ==MBRBR-RECORD==     by ==branchRecord==
                         ==MBRBR-MEMBER-ID==  by ==branchMemberID==
                         ==MBRBR-CODE==       by ==branchCode==
                         ==MBRBR-SINCE==      by ==branchSince==
                         ==MBRBR-OPERATOR==   by ==branchOperator==
                         ==MBRBR-PRIOR-CODE== by ==branchPriorCode==.

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  contactFileStatus pic XX.
       01  contactOpenSwitch pic X value 'N'.
           88 contactsAvailable  value 'Y'.
       01  planFilePath     pic X(100) value 'payplan.dat'.
       01  planFileStatus   pic XX.
       01  planOpenSwitch   pic X value 'N'.
           88 plansAvailable     value 'Y'.
       01  onPlanSwitch     pic X value 'N'.
           88 memberOnPlan       value 'Y'.
       01  planIndex        pic 99.
       01  missedCount      pic 99.
       01  missedAmount     pic 9(7)v99.
       01  membersOnPlan    pic 9(6) value 0.
       01  planMembersBehind pic 9(6) value 0.
       01  reportFileName   pic X(100) value 'duesaging.rpt'.
       01  reportFileStatus pic XX.
       01  letterFileName   pic X(100) value 'lapsewarn.ltr'.
       01  letterFileStatus pic XX.
       01  lapseTxnFileName pic X(100) value 'lapse.txn'.
       01  lapseTxnFileStatus pic XX.
       01  extractFileName  pic X(100) value 'aging.dat'.
       01  extractFileStatus pic XX.
       01  extractLine      pic X(50).
       01  extractDays      pic 9(6).
       01  extractsWritten  pic 9(6) value 0.
       01  emailFileName    pic X(100).
       01  emailFileStatus  pic XX.
       01  deliverySwitch   pic X.
           88 deliverByPost      value 'P'.
           88 deliverByEmail     value 'E'.
       01  lettersEmailed   pic 9(6) value 0.
       01  lettersBadAddress pic 9(6) value 0.
       01  consentRequest.
           02 consentReqID        pic X(10).
           02 consentReqRequired  pic X value 'Y'.
           02 consentReqHasEmail  pic X.
           02 consentDeliver      pic X.
           02 consentReqChannel   pic X.
           02 consentReqMarketing pic X.
           02 consentStatus       pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  bucket60to90     pic 9(6) value 0.
       01  bucketOver90     pic 9(6) value 0.
       01  lettersWritten   pic 9(6) value 0.
      *    No branch file means every member is head office's.
      *    Without the breakdown every member counts in the first
      *    slot of the branch table, which is then not printed.
       01  branchFilePath   pic X(100) value 'membranch.dat'.
       01  branchFileStatus pic XX.
       01  branchOpenSwitch pic X value 'N'.
           88 branchesAvailable  value 'Y'.
       01  selectBranch     pic X(4) value spaces.
       01  byBranchSwitch   pic X value 'N'.
           88 breakdownByBranch  value 'Y'.
       01  memberBranch     pic X(4).
       01  membersOtherBranch pic 9(6) value 0.
       01  branchTable.
           02 branchEntry occurs 50 times.
              03 branchTabCode    pic X(4).
              03 branchTabActive  pic 9(6).
              03 branchTabCurrent pic 9(6).
              03 branchTabUnder30 pic 9(6).
              03 branchTab30to60  pic 9(6).
              03 branchTab60to90  pic 9(6).
              03 branchTabOver90  pic 9(6).
       01  branchCount      pic 99 value 0.
       01  branchIndex      pic 99 value 1.
       01  lapseTxnsWritten pic 9(6) value 0.
       01  reportLine       pic X(132).
       01  letterLine       pic X(132).
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  corrRequest.
           02 corrAction    pic X.
           02 corrMember    pic X(10).
           02 corrDate      pic X(8).
           02 corrLetter    pic X(8).
           02 corrProgram   pic X(15) value 'AgeDebtors'.
           02 corrFile      pic X(60).
           02 corrSubject   pic X(40).
           02 corrStatus    pic XX.

       procedure division.
       begin.
               on exception
                   continue
           end-accept
           accept extractFileName from environment 'AGING_EXTRACT'
               on exception
                   continue
           end-accept
           accept branchFilePath from environment 'MEMBER_BRANCH'
               on exception
                   continue
           end-accept
           accept selectBranch from environment 'AGING_BRANCH'
               on exception
                   continue
           end-accept
           move function upper-case(selectBranch) to selectBranch
           accept byBranchSwitch from environment 'AGING_BY_BRANCH'
               on exception
                   continue
           end-accept
           move function upper-case(byBranchSwitch)
               to byBranchSwitch
           initialize branchTable
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate
           move 'G' to calAction
           move calDate to runDate
           compute todayDayNumber =
               function integer-of-date(function numval(runDate))
           move spaces to emailFileName
           string 'lapsewarnmail' runDate '.txt'
               into emailFileName
           end-string
           accept emailFileName from environment 'AGING_EMAIL'
               on exception
                   continue
           end-accept

      *    The dues year defaults to January 1 of the run year;
      *    DUES_YEAR_START moves it for shops whose membership
           if contactFileStatus = '00'
               set contactsAvailable to true
           end-if
           accept planFilePath from environment 'PAY_PLANS'
               on exception
                   continue
           end-accept
           open input planFile
           if planFileStatus = '00'
               set plansAvailable to true
           end-if
           if selectBranch not = spaces or breakdownByBranch
               open input branchFile
               if branchFileStatus = '00'
                   set branchesAvailable to true
               end-if
           end-if
           open output reportFile
           if reportFileStatus not = '00'
               string 'Error: Unable to open ' reportFileName
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
           open output emailFile
           if emailFileStatus not = '00'
               string 'Error: Unable to open ' emailFileName
                      ' - file status ' emailFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           move spaces to reportLine
           string 'Delinquency aging report  run ' runDate
                  '  dues year from ' duesYearStart
               into reportLine
           end-string
           if selectBranch not = spaces
               move spaces to reportLine
               string 'Delinquency aging report  run ' runDate
                      '  dues year from ' duesYearStart
                      '  branch ' selectBranch
                   into reportLine
               end-string
           end-if
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line
               into reportLine
           end-string
           perform write-report-line
           if plansAvailable
               move spaces to reportLine
               string 'On installment plan ' membersOnPlan
                      '  behind on plan ' planMembersBehind
                   into reportLine
               end-string
               perform write-report-line
           end-if
           if selectBranch not = spaces
               move spaces to reportLine
               string 'Branch ' function trim(selectBranch)
                      ' only - ' membersOtherBranch
                      ' member(s) of other branches not aged'
                   into reportLine
               end-string
               perform write-report-line
           end-if
           if breakdownByBranch
               perform print-branch-breakdown
           end-if

           close masterFile
           if branchesAvailable
               close branchFile
           end-if
           if ledgerAvailable
               close ledgerFile
           end-if
           if contactsAvailable
               close contactFile
           end-if
           if plansAvailable
               close planFile
           end-if
           close reportFile
           close letterFile
           close lapseTxnFile
           close extractFile
           close emailFile
           move 'C' to corrAction
           call 'CorrLog' using corrRequest

           display '===== AgeDebtors Control Totals ====='
           display 'Members read      : ' membersRead
           if selectBranch not = spaces
               display 'Other branches    : ' membersOtherBranch
           end-if
           display 'Active members    : ' membersActive
           display 'Paid up           : ' membersCurrent
           display 'Delinquent 1-30d  : ' bucketUnder30
           display 'Delinquent 31-60d : ' bucket30to60
           display 'Delinquent 61-90d : ' bucket60to90
           display 'Delinquent 90d+   : ' bucketOver90
           if plansAvailable
               display 'On plan           : ' membersOnPlan
               display 'Behind on plan    : ' planMembersBehind
           end-if
           display 'Letters written   : ' lettersWritten
           display '  of which emailed: ' lettersEmailed
           display 'Bad address - held: ' lettersBadAddress
           display 'Lapse txns written: ' lapseTxnsWritten
           display 'Aging extract     : ' extractsWritten
           display '======================================'
           move spaces to logMessage
           string 'AgeDebtors complete - ' lettersWritten
                  ' warning letter(s), ' lapseTxnsWritten
                  ' lapse transaction(s) for the over-90 bucket'
      *    date when they have never paid at all.
       age-one-member.
           add 1 to membersRead
           if selectBranch not = spaces or breakdownByBranch
               perform find-member-branch
               if selectBranch not = spaces
                   and memberBranch not = selectBranch
                   add 1 to membersOtherBranch
                   exit paragraph
               end-if
           end-if
           if masterMemberStatus not = 'A'
               exit paragraph
           end-if
           add 1 to membersActive
           add 1 to branchTabActive(branchIndex)

           move 'N' to onPlanSwitch
           if plansAvailable
               perform check-installment-plan
               if memberOnPlan and missedCount = 0
                   add 1 to membersCurrent
                   add 1 to branchTabCurrent(branchIndex)
                   exit paragraph
               end-if
           end-if
           if memberOnPlan
               perform age-plan-member
               exit paragraph
           end-if

           set notPaidThisYear to true
           move masterStatusDate to baselineDate
           end-if
           if paidThisYear
               add 1 to membersCurrent
               add 1 to branchTabCurrent(branchIndex)
               exit paragraph
           end-if

                   function numval(baselineDate))
           compute daysDelinquent =
               todayDayNumber - baselineDayNumber
           perform bucket-the-delinquent

           move spaces to reportLine
           string 'DELINQUENT ' masterFileID ' '
                  masterFileName(1:30)
                  ' last activity ' baselineDate
                  '  ' daysDelinquent ' day(s)  bucket '
                  agingBucket
               into reportLine
           end-string
           perform write-report-line
           perform write-warning-letter.

      *    Only an open plan changes how a member ages - completed
      *    or cancelled plans fall back to the ledger like anyone
      *    else. The oldest installment past due and not paid in
      *    full is the date the member ages from.
       check-installment-plan.
           move 0 to missedCount
           move 0 to missedAmount
           move masterFileID to planMemberID
           read planFile
               invalid key
                   exit paragraph
           end-read
           if planStatus not = 'O'
               exit paragraph
           end-if
           set memberOnPlan to true
           add 1 to membersOnPlan
           move spaces to baselineDate
           perform varying planIndex from 1 by 1
               until planIndex > planInstallCount
               if planDueDate(planIndex) < runDate
                   and planPaidAmount(planIndex)
                       < planDueAmount(planIndex)
                   add 1 to missedCount
                   compute missedAmount = missedAmount
                       + planDueAmount(planIndex)
                       - planPaidAmount(planIndex)
                   if baselineDate = spaces
                       move planDueDate(planIndex) to baselineDate
                   end-if
               end-if
           end-perform.

       age-plan-member.
           add 1 to planMembersBehind
           compute baselineDayNumber =
               function integer-of-date(
                   function numval(baselineDate))
           compute daysDelinquent =
               todayDayNumber - baselineDayNumber
           perform bucket-the-delinquent
           move spaces to reportLine
           string 'PLAN BEHIND ' masterFileID ' '
                  masterFileName(1:30)
                  ' missed ' missedCount ' since ' baselineDate
                  '  ' daysDelinquent ' day(s)  bucket '
                  agingBucket
               into reportLine
           end-string
           perform write-report-line
           perform write-warning-letter.

       bucket-the-delinquent.
           if daysDelinquent < 0
               move 0 to daysDelinquent
           end-if
           evaluate true
               when daysDelinquent <= 30
                   add 1 to bucketUnder30
                   add 1 to branchTabUnder30(branchIndex)
                   move '1-30' to agingBucket
               when daysDelinquent <= 60
                   add 1 to bucket30to60
                   add 1 to branchTab30to60(branchIndex)
                   move '31-60' to agingBucket
               when daysDelinquent <= 90
                   add 1 to bucket60to90
                   add 1 to branchTab60to90(branchIndex)
                   move '61-90' to agingBucket
               when other
                   add 1 to bucketOver90
                   add 1 to branchTabOver90(branchIndex)
                   move 'OVER 90' to agingBucket
                   perform write-lapse-transaction
           end-evaluate
           perform write-aging-extract.

       write-aging-extract.
           move daysDelinquent to extractDays
           move spaces to extractLine
           string function trim(masterFileID) ','
                  function trim(agingBucket) ','
                  extractDays ','
                  baselineDate
               delimited by size into extractLine
           end-string
           write extractFileRecord from extractLine
           add 1 to extractsWritten.

      *    The over-90 bucket goes out as MaintainMember status
      *    changes so the actual lapse stays a controlled, audited
           add 1 to lapseTxnsWritten.

       write-warning-letter.
           perform choose-delivery
           if deliverByPost and contactBadAddress = 'Y'
               add 1 to lettersBadAddress
               exit paragraph
           end-if
           add 1 to lettersWritten
           move all '=' to letterLine
           perform write-letter-line
           if deliverByEmail
               add 1 to lettersEmailed
               move spaces to letterLine
               string 'To: ' function trim(contactEmail)
                   into letterLine
               end-string
               perform write-letter-line
               move spaces to letterLine
               string 'Subject: Membership dues - '
                      function trim(masterFileName)
                      '   (member ' function trim(masterFileID) ')'
                   into letterLine
               end-string
               perform write-letter-line
           else
               move spaces to letterLine
               string 'To: ' function trim(masterFileName)
                      '   (member ' function trim(masterFileID) ')'
                   into letterLine
               end-string
               perform write-letter-line
               if contactsAvailable
                   perform write-letter-address
               end-if
           end-if
           move spaces to letterLine
           perform write-letter-line
           move spaces to letterLine
           if memberOnPlan
               string 'Your payment plan has ' missedCount
                      ' installment(s) unpaid totalling '
                      missedAmount ', the oldest due '
                      baselineDate '.'
                   into letterLine
               end-string
           else
               string 'Our records show no dues payment since '
                      baselineDate ' - ' daysDelinquent ' day(s).'
                   into letterLine
               end-string
           end-if
           perform write-letter-line
           if receivablesAvailable
               move masterFileID to recvMemberID
                   to letterLine
               move ' membership active.' to letterLine(36:19)
           end-if
           perform write-letter-line
           perform record-warning-letter.

      *    The warning is required, so ConsentCheck only ever
      *    answers post or email.
       choose-delivery.
           move spaces to contactEmail
           move space to contactBadAddress
           if contactsAvailable
               move masterFileID to contactMemberID
               read contactFile
                   invalid key
                       move spaces to contactEmail
                       move space to contactBadAddress
               end-read
           end-if
           move masterFileID to consentReqID
           move 'N' to consentReqHasEmail
           if contactEmail not = spaces
               move 'Y' to consentReqHasEmail
           end-if
           call 'ConsentCheck' using consentRequest
           move consentDeliver to deliverySwitch.

       record-warning-letter.
           move 'W' to corrAction
           move masterFileID to corrMember
           move runDate to corrDate
           move 'LAPSEWRN' to corrLetter
           move letterFileName to corrFile
           if deliverByEmail
               move emailFileName to corrFile
           end-if
           move spaces to corrSubject
           string 'Lapse warning - ' function trim(agingBucket)
                  ' days'
               into corrSubject
           end-string
           call 'CorrLog' using corrRequest
           if corrStatus not = '00'
               move spaces to logMessage
               string 'AgeDebtors: correspondence history not'
                      ' updated for ' masterFileID
                      ' - status ' corrStatus
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

       write-letter-address.
           move masterFileID to contactMemberID
           end-string
           perform write-letter-line.

      *    The member's branch, and its slot in the breakdown -
      *    branches take slots as they are first met. Past the
      *    fiftieth the rest share the last slot.
       find-member-branch.
           move 'HO' to memberBranch
           if branchesAvailable
               move masterFileID to branchMemberID
               read branchFile
                   invalid key
                       continue
                   not invalid key
                       if branchCode not = spaces
                           move branchCode to memberBranch
                       end-if
               end-read
           end-if
           perform varying branchIndex from 1 by 1
               until branchIndex > branchCount
               if branchTabCode(branchIndex) = memberBranch
                   exit paragraph
               end-if
           end-perform
           if branchCount < 50
               add 1 to branchCount
               move memberBranch to branchTabCode(branchCount)
           end-if
           move branchCount to branchIndex.

       print-branch-breakdown.
           move spaces to reportLine
           perform write-report-line
           move 'Branch breakdown:' to reportLine
           perform write-report-line
           perform varying branchIndex from 1 by 1
               until branchIndex > branchCount
               if selectBranch not = spaces
                   and branchTabCode(branchIndex) not = selectBranch
                   exit perform cycle
               end-if
               move spaces to reportLine
               string '  ' branchTabCode(branchIndex)
                      '  active ' branchTabActive(branchIndex)
                      '  current ' branchTabCurrent(branchIndex)
                      '  1-30d ' branchTabUnder30(branchIndex)
                      '  31-60d ' branchTab30to60(branchIndex)
                      '  61-90d ' branchTab60to90(branchIndex)
                      '  over 90d ' branchTabOver90(branchIndex)
                   into reportLine
               end-string
               perform write-report-line
           end-perform.

       write-report-line.
           write reportFileRecord from reportLine.

       write-letter-line.
           if deliverByEmail
               write emailFileRecord from letterLine
           else
               write letterFileRecord from letterLine
           end-if.
