      *    gets presort rates. Members without a contact record
      *    cannot be mailed and are counted instead of guessed at.
      *    The count summary shows how many pieces the household
      *    suppression saved. Members who opted out of marketing
      *    or asked not to be contacted at all (ConsentCheck, the
      *    consent register) are dropped and counted, as are
      *    members whose post has come back undeliverable
      *    (ReturnedMail's bad-address flag on the contact file).
      *
      *    Household already-seen tracking rides a keyed scratch
      *    file rebuilt each run, the same trick the load's
                         ==CONTACT-CITY==      by ==contactCity==
                         ==CONTACT-POSTAL==    by ==contactPostal==
                         ==CONTACT-PHONE==     by ==contactPhone==
                         ==CONTACT-EMAIL==     by ==contactEmail==
                         ==CONTACT-BAD-ADDRESS==
                                             by ==contactBadAddress==.

       fd  seenHHFile.
       01  seenHHRecord.
       01  suppressedHH     pic 9(6) value 0.
       01  noAddressCount   pic 9(6) value 0.
       01  labelsWritten    pic 9(6) value 0.
       01  consentSuppressed pic 9(6) value 0.
       01  badAddressCount  pic 9(6) value 0.
       01  consentRequest.
           02 consentReqID        pic X(10).
           02 consentReqRequired  pic X value 'N'.
           02 consentReqHasEmail  pic X.
           02 consentDeliver      pic X.
           02 consentReqChannel   pic X.
           02 consentReqMarketing pic X.
           02 consentStatus       pic XX.
       01  labelLine        pic X(60).
       01  logMessage       pic X(200).
       01  logSeverity      pic X.
           display 'Skipped by status   : ' skippedStatus
           display 'Household suppressed: ' suppressedHH
           display 'No address on file  : ' noAddressCount
           display 'Opted out / no mail : ' consentSuppressed
           display 'Bad address (return): ' badAddressCount
           display 'Labels written      : ' labelsWritten
           display '======================================'
           string 'MailLabels complete - ' labelsWritten
                   add 1 to noAddressCount
                   exit paragraph
           end-read
      *    A returned address must not claim the household either -
      *    another member of the house may still be reachable.
           if contactBadAddress = 'Y'
               add 1 to badAddressCount
               exit paragraph
           end-if
      *    Consent is checked before the household is claimed for
      *    the same reason - an opted-out member must not use up
      *    the household's label.
           move masterFileID to consentReqID
           move 'N' to consentReqHasEmail
           if contactEmail not = spaces
               move 'Y' to consentReqHasEmail
           end-if
           call 'ConsentCheck' using consentRequest
           if consentReqMarketing = 'O' or consentDeliver = 'N'
               add 1 to consentSuppressed
               exit paragraph
           end-if
           if hhXrefAvailable
               move masterFileID to hhXrefMemberID
               read hhXrefFile
