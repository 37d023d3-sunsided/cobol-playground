       01  auditAfterStatus pic X.
       01  auditAfterStatDate pic X(8).
       01  auditLine        pic X(200).
      *    Every audit line also goes onto the keyed audit history.
       01  auditStoreRequest.
           02 auditStoreLine   pic X(200).
           02 auditStoreStatus pic XX.
       01  reinstateID      pic X(10).
       01  runDate          pic X(8).
       01  runStartTimestamp pic X(21).
       01  runEndTimestamp  pic X(21).
       01  membersReinstated pic 9(6) value 0.
       01  runHistRecord.
           02 runHistProgram pic X(15) value 'ReinstateMember'.
           02 runHistStart   pic X(15).
           02 runHistEnd     pic X(15).
           02 runHistCount1  pic 9(6).
           02 runHistCount2  pic 9(6).
           02 runHistCount3  pic 9(6).
           02 runHistRC      pic 9(4).
       01  derivedAge       pic 99.
       01  deriveStatus     pic XX.
       01  lockRequest.
               move 'BATCH' to operatorID
           end-if
           move function current-date to auditTimestamp
           move auditTimestamp to runStartTimestamp
           move auditTimestamp(1:8) to runDate
           if auditFileOverride not = spaces
               move auditFileOverride to auditFileName
           close archiveFile
           close auditFile
           perform release-run-lock
           perform write-run-history
           stop run.

      *    The reinstatement's audit line reads like any other
      *    add, so the run-history record is how the master
      *    balancing proof tells the two apart.
       write-run-history.
           move function current-date to runEndTimestamp
           move runStartTimestamp(1:14) to runHistStart
           move runEndTimestamp(1:14) to runHistEnd
           move membersReinstated to runHistCount1
           move 0 to runHistCount2
           move 0 to runHistCount3
           move return-code to runHistRC
           call 'RunHistory' using runHistRecord.

      *    The archived record comes back as an active membership
      *    effective today, with its age re-derived from the date
      *    of birth as of the run date and the maintenance flag
           move masterFileID to idxMemberID
           move masterFileName to idxNewName
           call 'NameIndex' using idxRequest
           add 1 to membersReinstated
           delete archiveFile record
               invalid key
                   continue
               function trim(operatorID) delimited by size
               into auditLine
           end-string
           write auditFileRecord from auditLine
           move auditLine to auditStoreLine
           call 'AuditStore' using auditStoreRequest.

      *    Same run lock every master updater takes - a held lock
      *    is a hard stop with rc 12; RunLock itself reports and
