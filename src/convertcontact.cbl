       identification division.
       program-id. ConvertContact.

      *    One-time layout migration for the contact file: reads
      *    the contact file as MaintainContact first built it -
      *    fileID, address lines, city, postal code, phone and
      *    email and nothing else - and rebuilds it into the
      *    layout the copybook now describes, with the returned-
      *    mail fields clear (a good address, no returns). The old
      *    file is read from CONVERT_IN and the rebuilt file
      *    written to CONVERT_OUT so the cutover is a rename after
      *    the counts reconcile - the original is never touched.
      *    Safe to rerun: the output is rebuilt from scratch every
      *    time.

       environment division.
       input-output section.
       file-control.
           select oldContactFile assign to dynamic oldContactPath
               organization is indexed
               access mode is sequential
               record key is oldContactID
               file status is oldContactStatus.
           select newContactFile assign to dynamic newContactPath
               organization is indexed
               access mode is dynamic
               record key is newContactID
               file status is newContactStatus.

       data division.
       file section.
      *    The original record shape, kept here verbatim since the
      *    copybook has moved on.
       fd  oldContactFile.
       01  oldContactRecord.
           02 oldContactID     pic X(10).
           02 oldContactAddr1  pic X(30).
           02 oldContactAddr2  pic X(30).
           02 oldContactCity   pic X(20).
           02 oldContactPostal pic X(10).
           02 oldContactPhone  pic X(15).
           02 oldContactEmail  pic X(40).

       fd  newContactFile.
           copy contactrec
               replacing ==CONTACT-RECORD==    by ==newContactRecord==
                         ==CONTACT-MEMBER-ID== by ==newContactID==
                         ==CONTACT-ADDR1==     by ==newContactAddr1==
                         ==CONTACT-ADDR2==     by ==newContactAddr2==
                         ==CONTACT-CITY==      by ==newContactCity==
                         ==CONTACT-POSTAL==    by ==newContactPostal==
                         ==CONTACT-PHONE==     by ==newContactPhone==
                         ==CONTACT-EMAIL==     by ==newContactEmail==
                         ==CONTACT-BAD-ADDRESS==
                                               by ==newBadAddress==
                         ==CONTACT-BAD-DATE==  by ==newBadDate==
                         ==CONTACT-BAD-REASON==
                                               by ==newBadReason==
                         ==CONTACT-RETURN-COUNT==
                                               by ==newReturnCount==.

       working-storage section.
       01  oldContactPath   pic X(100) value 'contact.dat'.
       01  oldContactStatus pic XX.
       01  newContactPath   pic X(100) value 'contact.new'.
       01  newContactStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
           88 notEof             value 'N'.
       01  recordsRead      pic 9(6) value 0.
       01  recordsWritten   pic 9(6) value 0.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept oldContactPath from environment 'CONVERT_IN'
               on exception
                   continue
           end-accept
           accept newContactPath from environment 'CONVERT_OUT'
               on exception
                   continue
           end-accept

           open input oldContactFile
           if oldContactStatus not = '00'
               string 'Error: Unable to open ' oldContactPath
                      ' - file status ' oldContactStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open output newContactFile
           if newContactStatus not = '00'
               string 'Error: Unable to open ' newContactPath
                      ' - file status ' newContactStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           perform until eof
               read oldContactFile next record
                   at end
                       set eof to true
                   not at end
                       perform convert-one-record
               end-read
           end-perform

           close oldContactFile
           close newContactFile

           display '===== ConvertContact Control Totals ====='
           display 'Records read    : ' recordsRead
           display 'Records written : ' recordsWritten
           display '=========================================='
           string 'ConvertContact complete - read ' recordsRead
                  ' written ' recordsWritten
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           if recordsRead not = recordsWritten
               display 'ERROR: conversion counts do not reconcile'
               move 16 to return-code
           end-if
           stop run.

       convert-one-record.
           add 1 to recordsRead
           move spaces to newContactRecord
           move oldContactID to newContactID
           move oldContactAddr1 to newContactAddr1
           move oldContactAddr2 to newContactAddr2
           move oldContactCity to newContactCity
           move oldContactPostal to newContactPostal
           move oldContactPhone to newContactPhone
           move oldContactEmail to newContactEmail
           move space to newBadAddress
           move spaces to newBadDate
           move spaces to newBadReason
           move 0 to newReturnCount
           write newContactRecord
               invalid key
                   string 'Error: duplicate key on conversion - '
                          oldContactID
                       into logMessage
                   end-string
                   move 'E' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
               not invalid key
                   add 1 to recordsWritten
           end-write.
