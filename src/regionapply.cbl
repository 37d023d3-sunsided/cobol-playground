       01  auditAfterStatus pic X.
       01  auditAfterStatDate pic X(8).
       01  auditLine        pic X(200).
      *    Every audit line also goes onto the keyed audit history.
       01  auditStoreRequest.
           02 auditStoreLine   pic X(200).
           02 auditStoreStatus pic XX.
       01  conflictLine     pic X(132).
       01  txnsRead         pic 9(6) value 0.
       01  txnsApplied      pic 9(6) value 0.
               function trim(operatorID) delimited by size
               into auditLine
           end-string
           write auditFileRecord from auditLine
           move auditLine to auditStoreLine
           call 'AuditStore' using auditStoreRequest.

       release-run-lock.
           move 'R' to lockAction
