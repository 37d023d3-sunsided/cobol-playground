       identification division.
       program-id. PeriodCheck.

      *    Posting cut-off service. PostPayments, RecycleSuspense
      *    and BillDues ask here before anything posts whether its
      *    date falls in an accounting period finance has closed
      *    (the period-control file, PERIOD_FILE, periods.dat,
      *    kept by MaintainPeriod and ClosePeriod). The file is
      *    loaded into storage on the first call.
      *
      *        PERIOD-ACTION 'C'  check PERIOD-DATE (YYYYMMDD)
      *        PERIOD-RESULT 'O'  the period is open or closing -
      *                           post as dated
      *                      'M'  the period is closed and the
      *                           policy moves items forward -
      *                           PERIOD-DATE now carries the
      *                           date to post under
      *                      'C'  the period is closed - send the
      *                           item to suspense as PERIOD CLOSED
      *        PERIOD-CHECK-STATUS '00' ok, '35' no period file
      *                           (every period open, exactly as
      *                           the suite always behaved), '16'
      *                           unusable request
      *
      *    The policy comes from PERIOD_POLICY: 'S' suspense (the
      *    default) or 'M' move. A moved item takes the BizDate
      *    processing date when that falls in a period still open,
      *    otherwise the first day of the earliest later period
      *    that is not closed; with nowhere to move it goes to
      *    suspense after all. A date that is not a date is left
      *    for the caller's own edits to deal with.

       environment division.
       input-output section.
       file-control.
           select periodFile assign to dynamic periodFilePath
               organization is indexed
               access mode is sequential
               record key is periodID
               file status is periodFileStatus.

       data division.
       file section.
       fd  periodFile.
           copy period
               replacing ==PERIOD-RECORD==      by ==periodRecord==
                         ==PERIOD-ID==          by ==periodID==
                         ==PERIOD-STATUS-DATE== by ==periodStatusDate==
                         ==PERIOD-STATUS==      by ==periodStatus==
                         ==PERIOD-OPERATOR==    by ==periodOperator==.

       working-storage section.
       01  periodFilePath   pic X(100) value 'periods.dat'.
       01  periodFileStatus pic XX.
       01  periodsLoadedSwitch pic X value 'N'.
           88 periodsLoaded      value 'Y'.
       01  periodEndSwitch  pic X value 'N'.
           88 periodEof          value 'Y'.
       01  noPeriodFileSwitch pic X value 'N'.
           88 noPeriodFile       value 'Y'.
      *    Fifty years of months is more than any shop keeps.
       01  periodTable.
           02 periodEntry occurs 600 times.
              03 tablePeriodID     pic X(6).
              03 tablePeriodStatus pic X.
       01  periodCount      pic 9(3) value 0.
       01  periodIndex      pic 9(3).
       01  policy           pic X value 'S'.
           88 policyMove         value 'M'.
       01  processingDate   pic X(8).
       01  lookupPeriod.
           02 lookupYear    pic 9(4).
           02 lookupMonth   pic 99.
       01  monthsTried      pic 9(3).
       01  lookupStatus     pic X.
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.

       linkage section.
       01  PERIOD-REQUEST.
           02 PERIOD-ACTION       pic X.
           02 PERIOD-DATE         pic X(8).
           02 PERIOD-RESULT       pic X.
           02 PERIOD-CHECK-STATUS pic XX.

       procedure division using PERIOD-REQUEST.
       HandlePeriodRequest.
           if not periodsLoaded
               perform load-period-table
               set periodsLoaded to true
           end-if
           move 'O' to PERIOD-RESULT
           move '00' to PERIOD-CHECK-STATUS
           if noPeriodFile
               move '35' to PERIOD-CHECK-STATUS
           end-if
           evaluate PERIOD-ACTION
               when 'C'
                   perform check-posting-date
               when other
                   move '16' to PERIOD-CHECK-STATUS
           end-evaluate
           goback.

       load-period-table.
           accept periodFilePath from environment 'PERIOD_FILE'
               on exception
                   continue
           end-accept
           accept policy from environment 'PERIOD_POLICY'
               on exception
                   continue
           end-accept
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to processingDate
           open input periodFile
           if periodFileStatus not = '00'
               set noPeriodFile to true
               exit paragraph
           end-if
           perform until periodEof
               read periodFile next record
                   at end
                       set periodEof to true
                   not at end
                       if periodCount < 600
                           add 1 to periodCount
                           move periodID
                               to tablePeriodID(periodCount)
                           move periodStatus
                               to tablePeriodStatus(periodCount)
                       end-if
               end-read
           end-perform
           close periodFile.

       check-posting-date.
           if noPeriodFile or PERIOD-DATE is not numeric
               exit paragraph
           end-if
           move PERIOD-DATE(1:6) to lookupPeriod
           perform find-period-status
           if lookupStatus not = 'C'
               exit paragraph
           end-if
           move 'C' to PERIOD-RESULT
           if not policyMove
               exit paragraph
           end-if
           move processingDate(1:6) to lookupPeriod
           perform find-period-status
           if lookupStatus not = 'C'
               and processingDate > PERIOD-DATE
               move processingDate to PERIOD-DATE
               move 'M' to PERIOD-RESULT
               exit paragraph
           end-if
      *    Otherwise walk forward a month at a time - a month
      *    with no record is open - as far as the table reaches.
           move PERIOD-DATE(1:6) to lookupPeriod
           move 0 to monthsTried
           perform until monthsTried > periodCount
               add 1 to monthsTried
               if lookupMonth = 12
                   add 1 to lookupYear
                   move 1 to lookupMonth
               else
                   add 1 to lookupMonth
               end-if
               perform find-period-status
               if lookupStatus not = 'C'
                   move lookupPeriod to PERIOD-DATE(1:6)
                   move '01' to PERIOD-DATE(7:2)
                   move 'M' to PERIOD-RESULT
                   exit perform
               end-if
           end-perform.

       find-period-status.
           move 'O' to lookupStatus
           perform varying periodIndex from 1 by 1
                   until periodIndex > periodCount
               if tablePeriodID(periodIndex) = lookupPeriod
                   move tablePeriodStatus(periodIndex)
                       to lookupStatus
                   exit perform
               end-if
           end-perform.
