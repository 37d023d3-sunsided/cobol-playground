       01  purgeYearsText   pic X(4).
       01  purgeYears       pic 9(2) value 7.
       01  runTimestamp     pic X(21).
       01  runEndTimestamp  pic X(21).
       01  runDate          pic X(8).
       01  cutoffDate       pic X(8).
       01  cutoffYear       pic 9(4).
       01  recordsPurged    pic 9(6) value 0.
       01  recordsKept      pic 9(6) value 0.
       01  recordsHeld      pic 9(6) value 0.
       01  runHistRecord.
           02 runHistProgram pic X(15) value 'PurgeMember'.
           02 runHistStart   pic X(15).
           02 runHistEnd     pic X(15).
           02 runHistCount1  pic 9(6).
           02 runHistCount2  pic 9(6).
           02 runHistCount3  pic 9(6).
           02 runHistRC      pic 9(4).
      *    Legal holds trump retention - a held member stays on
      *    the master however long lapsed, and the skip is
      *    reported so the lawyers can see it happened.
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           perform write-run-history
           stop run.

      *    Read, purged to the archive, held - the purged count is
      *    what the master balancing proof takes off the master,
      *    so a simulation records none.
       write-run-history.
           move function current-date to runEndTimestamp
           move runTimestamp(1:14) to runHistStart
           move runEndTimestamp(1:14) to runHistEnd
           move recordsRead to runHistCount1
           if simulateEnabled
               move 0 to runHistCount2
           else
               move recordsPurged to runHistCount2
           end-if
           move recordsHeld to runHistCount3
           move return-code to runHistRC
           call 'RunHistory' using runHistRecord.

       purge-one-record.
           add 1 to recordsRead
           if masterMemberStatus = 'L'
