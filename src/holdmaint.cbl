       01  auditTimestamp   pic X(21).
       01  runDate          pic X(8).
       01  auditLine        pic X(200).
      *    Every audit line also goes onto the keyed audit history.
       01  auditStoreRequest.
           02 auditStoreLine   pic X(200).
           02 auditStoreStatus pic XX.
       01  holdsPlaced      pic 9(6) value 0.
       01  holdsReleased    pic 9(6) value 0.
       01  txnsRejected     pic 9(6) value 0.
               function trim(operatorID) delimited by size
               into auditLine
           end-string
           write auditFileRecord from auditLine
           move auditLine to auditStoreLine
           call 'AuditStore' using auditStoreRequest.

       print-standing-report.
           open output reportFile
