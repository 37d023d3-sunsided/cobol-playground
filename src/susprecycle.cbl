      *    in days - so the morning desk can see what is rotting in
      *    suspense. Carried items re-enter as
      *    id,amount,date,reason,firstSeen,ageInDays with the
      *    original firstSeen preserved. Every item that posts
      *    lands on the keyed payment history (PAY_HISTORY) the
      *    same way a first-time posting does, its reference
      *    carrying the fileID it suspended under, and a member on
      *    an installment plan (PAY_PLANS) has the money applied to
      *    the next open installment just as PostPayments does.
      *    Once billing raises charges (PAY_CHARGES, charges.dat)
      *    the payment settles the member's open charges oldest
      *    first, the same allocation PostPayments makes, so a
      *    payment out of suspense clears the dues and fees it
      *    was meant for.
      *    An item dated in a closed accounting period is held to
      *    the same cut-off PostPayments applies (PeriodCheck):
      *    it carries forward as PERIOD CLOSED, or posts under the
      *    moved date when PERIOD_POLICY says to move it - which
      *    is also how a PERIOD CLOSED item posts once the policy
      *    changes or finance reopens the month. PERIOD CLOSED R/J
      *    is a reversal or adjustment and waits for the desk.

       environment division.
       input-output section.
           select postDetailFile assign to dynamic postDetailFileName
               organization is line sequential
               file status is postDetailFileStatus.
           select payHistFile assign to dynamic payHistFilePath
               organization is indexed
               access mode is dynamic
               record key is payHistKey
               file status is payHistFileStatus.
           select chargeFile assign to dynamic chargeFilePath
               organization is indexed
               access mode is dynamic
               record key is chargeKey
               file status is chargeFileStatus.
           select planFile assign to dynamic planFilePath
               organization is indexed
               access mode is random
               record key is planMemberID
               file status is planFileStatus.

       data division.
       file section.
       fd  postDetailFile.
       01  postDetailFileRecord pic X(50).

       fd  payHistFile.
           copy payhist
               replacing ==PAYHIST-RECORD==    by ==payHistRecord==
                         ==PAYHIST-KEY==       by ==payHistKey==
                         ==PAYHIST-MEMBER-ID== by ==payHistMemberID==
                         ==PAYHIST-STAMP==     by ==payHistStamp==
                         ==PAYHIST-SEQ==       by ==payHistSeq==
                         ==PAYHIST-TYPE==      by ==payHistType==
                         ==PAYHIST-AMOUNT==    by ==payHistAmount==
                         ==PAYHIST-PAY-DATE==  by ==payHistPayDate==
                         ==PAYHIST-PROGRAM==   by ==payHistProgram==
                         ==PAYHIST-REFERENCE== by ==payHistReference==.

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

       working-storage section.
       01  suspenseFileName pic X(100) value 'paysusp.dat'.
       01  suspenseFileStatus pic XX.
       01  amountCarried    pic 9(9)v99 value 0.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
       01  periodRequest.
           02 periodAction      pic X value 'C'.
           02 periodDate        pic X(8).
           02 periodResult      pic X.
           02 periodCheckStatus pic XX.
      *    Posts from suspense extend the same dated posting-
      *    detail file PostPayments writes, so the bank
      *    reconciliation sees the whole day's posting activity
       01  postDetailFileStatus pic XX.
       01  postDetailLine   pic X(50).
       01  postDetailAmount pic 9(7).99.
       01  payHistFilePath  pic X(100) value 'payhist.dat'.
       01  payHistFileStatus pic XX.
       01  payHistSequence  pic 9(6) value 0.
       01  payHistDoneSwitch pic X.
           88 payHistDone        value 'Y'.
      *    The charge file only exists once billing raises
      *    charges.
       01  chargeFilePath   pic X(100) value 'charges.dat'.
       01  chargeFileStatus pic XX.
       01  chargeOpenSwitch pic X value 'N'.
           88 chargesAvailable   value 'Y'.
       01  chargeEndSwitch  pic X.
           88 chargeScanDone     value 'Y'.
       01  allocLeft        pic 9(7)v99.
       01  allocRoom        pic 9(7)v99.
       01  amountAllocated  pic 9(9)v99 value 0.
       01  planFilePath     pic X(100) value 'payplan.dat'.
       01  planFileStatus   pic XX.
       01  planOpenSwitch   pic X value 'N'.
           88 plansAvailable     value 'Y'.
       01  planIndex        pic 99.
       01  planToApply      pic 9(7)v99.
       01  planRoomLeft     pic 9(7)v99.

       procedure division.
       begin.
               on exception
                   continue
           end-accept
           accept payHistFilePath from environment 'PAY_HISTORY'
               on exception
                   continue
           end-accept
           accept chargeFilePath from environment 'PAY_CHARGES'
               on exception
                   continue
           end-accept
           accept planFilePath from environment 'PAY_PLANS'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate
           compute todayDayNumber =
               move 16 to return-code
               stop run
           end-if
           open i-o payHistFile
           if payHistFileStatus = '35'
               open output payHistFile
               close payHistFile
               open i-o payHistFile
           end-if
           if payHistFileStatus not = '00'
               string 'Error: Unable to open ' payHistFilePath
                      ' - file status ' payHistFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open i-o chargeFile
           if chargeFileStatus = '00'
               set chargesAvailable to true
           end-if
           open i-o planFile
           if planFileStatus = '00'
               set plansAvailable to true
           end-if
      *    The merge cross-reference may not exist at a shop that
      *    never merged anyone - items then simply resolve or not
      *    against the master alone.
           end-if
           close carryFile
           close postDetailFile
           close payHistFile
           if chargesAvailable
               close chargeFile
           end-if
           if plansAvailable
               close planFile
           end-if

           display '===== RecycleSuspense Control Totals ====='
           display 'Suspense items read : ' itemsRead
           display 'Posted              : ' itemsPosted
                   '  amount ' amountPosted
           display 'IDs resolved by xref: ' idsResolved
           display 'Allocated to charges: ' amountAllocated
           display 'Carried forward     : ' itemsCarried
                   '  amount ' amountCarried
           display '==========================================='
      *    A suspended reversal or adjustment is money coming OUT
      *    of the ledger - auto-posting it here would put money
      *    in. Those reasons stay for the morning desk to re-key
      *    through the payments input once the cause is fixed, as
      *    does what is left of a corporate payment once every
      *    member it sponsors is paid up - the employer has to say
      *    what it was for.
           if suspReason = 'NO LEDGER RECORD'
               or suspReason = 'EXCEEDS POSTED'
               or suspReason = 'NO PAYMENT TO BACK'
               or suspReason = 'PERIOD CLOSED R/J'
               or suspReason = 'CORP UNALLOCATED'
               move suspReason to carryReason
               perform carry-item-forward
               exit paragraph
           end-if

           perform try-to-match-member
           if itemPostable
               perform check-posting-period
           end-if
           if itemPostable
               perform post-item-to-ledger
           else
           end-if
           set itemPostable to true.

       check-posting-period.
           move suspPayDate(1:8) to periodDate
           call 'PeriodCheck' using periodRequest
           evaluate periodResult
               when 'C'
                   set itemNotPostable to true
                   move 'PERIOD CLOSED' to carryReason
               when 'M'
                   move spaces to suspPayDate
                   move periodDate to suspPayDate
           end-evaluate.

       resolve-through-xref.
           if not xrefAvailable
               exit paragraph
               into postDetailLine
           end-string
           write postDetailFileRecord from postDetailLine
           perform write-payment-history
           if plansAvailable
               perform apply-to-plan-installments
           end-if
           if chargesAvailable
               perform allocate-to-charges
           end-if
           display 'Posted from suspense: ' suspID ' amount '
                   payAmount.

      *    The same history record PostPayments writes for a
      *    payment; the reference keeps the fileID the item
      *    suspended under, so a payment resolved through the merge
      *    cross-reference can still be traced back to what the
      *    bank sent.
       write-payment-history.
           move 'N' to payHistDoneSwitch
           perform until payHistDone
               add 1 to payHistSequence
               move postMemberID to payHistMemberID
               move runTimestamp(1:14) to payHistStamp
               move payHistSequence to payHistSeq
               move 'P' to payHistType
               move payAmount to payHistAmount
               move suspPayDate(1:8) to payHistPayDate
               move 'RecycleSuspense' to payHistProgram
               move spaces to payHistReference
               string 'SUSPENSE ' suspID
                   delimited by size into payHistReference
               end-string
               write payHistRecord
                   invalid key
                       if payHistFileStatus not = '22'
                           perform report-history-failure
                       end-if
                   not invalid key
                       set payHistDone to true
               end-write
           end-perform.

      *    The installment fill PostPayments makes - earliest
      *    installment still short first, completing the plan when
      *    the last one is paid.
       apply-to-plan-installments.
           move postMemberID to planMemberID
           read planFile
               invalid key
                   exit paragraph
           end-read
           if planStatus not = 'O'
               exit paragraph
           end-if
           move payAmount to planToApply
           perform varying planIndex from 1 by 1
               until planIndex > planInstallCount
                  or planToApply = 0
               compute planRoomLeft = planDueAmount(planIndex)
                   - planPaidAmount(planIndex)
               if planRoomLeft > 0
                   if planToApply < planRoomLeft
                       move planToApply to planRoomLeft
                   end-if
                   add planRoomLeft to planPaidAmount(planIndex)
                   subtract planRoomLeft from planToApply
               end-if
           end-perform
           move 'C' to planStatus
           perform varying planIndex from 1 by 1
               until planIndex > planInstallCount
               if planPaidAmount(planIndex)
                   < planDueAmount(planIndex)
                   move 'O' to planStatus
               end-if
           end-perform
           if planStatus = 'C'
               move suspPayDate(1:8) to planStatusDate
           end-if
           rewrite planRecord.

      *    The payment settles the member's charges in key order -
      *    oldest raised first - as far as it goes, exactly as
      *    PostPayments allocates it. Money over and above every
      *    charge stays on the ledger as paid.
       allocate-to-charges.
           move payAmount to allocLeft
           perform start-member-charges
           perform until chargeScanDone
               read chargeFile next record
                   at end
                       set chargeScanDone to true
                   not at end
                       if chargeMemberID not = postMemberID
                           set chargeScanDone to true
                       else
                           perform settle-one-charge
                       end-if
               end-read
           end-perform.

       settle-one-charge.
           if chargeSettled < chargeAmount and allocLeft > 0
               compute allocRoom = chargeAmount - chargeSettled
               if allocLeft < allocRoom
                   move allocLeft to allocRoom
               end-if
               add allocRoom to chargeSettled
               subtract allocRoom from allocLeft
               add allocRoom to amountAllocated
               rewrite chargeRecord
           end-if.

       start-member-charges.
           move 'N' to chargeEndSwitch
           move postMemberID to chargeMemberID
           move low-values to chargeRaisedDate
           move 0 to chargeSeq
           start chargeFile key is not less than chargeKey
               invalid key
                   set chargeScanDone to true
           end-start.

       report-history-failure.
           set payHistDone to true
           string 'Error: payment history write failed for '
                  postMemberID ' - file status ' payHistFileStatus
               into logMessage
           end-string
           move 'E' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           move 8 to return-code.

      *    Still-unmatched items go to the carry file with the
      *    date they first suspended (stamped today on their first
      *    trip through) and how many days they have been sitting,
