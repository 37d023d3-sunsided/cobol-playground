           02 editRequestAge  pic 99.
           02 editRequestRule pic X(20).
       01  runTimestamp     pic X(21).
       01  runEndTimestamp  pic X(21).
       01  runDate          pic X(8).
       01  ageInDays        pic 9(6).
       01  todayDayNumber   pic 9(8).
       01  firstSeenNumeric pic 9(8).
       01  carryLine        pic X(150).
       01  rejectsRead      pic 9(6) value 0.
       01  masterAddsWritten pic 9(6) value 0.
       01  runHistRecord.
           02 runHistProgram pic X(15) value 'RecycleRejects'.
           02 runHistStart   pic X(15).
           02 runHistEnd     pic X(15).
           02 runHistCount1  pic 9(6).
           02 runHistCount2  pic 9(6).
           02 runHistCount3  pic 9(6).
           02 runHistRC      pic 9(4).
       01  rejectsResubmitted pic 9(6) value 0.
       01  rejectsCarried   pic 9(6) value 0.
       01  correctionsLoaded pic 9(6) value 0.
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           perform write-run-history
           stop run.

      *    Read, resubmitted, and the resubmissions that were new
      *    records on the master - the last is what the master
      *    balancing proof counts.
       write-run-history.
           move function current-date to runEndTimestamp
           move runTimestamp(1:14) to runHistStart
           move runEndTimestamp(1:14) to runHistEnd
           move rejectsRead to runHistCount1
           move rejectsResubmitted to runHistCount2
           move masterAddsWritten to runHistCount3
           move return-code to runHistRC
           call 'RunHistory' using runHistRecord.

      *    The correction CSV is loaded into a keyed work file so
      *    the per-reject lookup is a single keyed read; the last
      *    correction wins when the office keyed the same fileID
                           display 'Error: Unable to write master'
                                   ' record for fileID - ' rejID
                       not invalid key
                           add 1 to masterAddsWritten
                           move 'A' to idxAction
                           move masterFileID to idxMemberID
                           move masterFileName to idxNewName
