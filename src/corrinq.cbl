       identification division.
       program-id. CorrInquiry.

      *    Correspondence inquiry - "did we ever write to them?".
      *    Lists every letter on the correspondence history
      *    (CORR_HISTORY, corrhist.dat) for one member, oldest
      *    first: the date, the letter type, the run that produced
      *    it, the print file it went out in and its subject. The
      *    fileID comes from CORR_ID or, when that is not set, is
      *    prompted for on SYSIN like InquireMember. Return code 4
      *    when the member has never been written to.

       environment division.
       input-output section.
       file-control.
           select corrFile assign to dynamic corrFilePath
               organization is indexed
               access mode is dynamic
               record key is corrKey
               file status is corrFileStatus.

       data division.
       file section.
       fd  corrFile.
           copy corrhist
               replacing ==CORR-RECORD==     by ==corrRecord==
                         ==CORR-KEY==        by ==corrKey==
                         ==CORR-MEMBER-ID==  by ==corrMemberID==
                         ==CORR-DATE==       by ==corrDate==
                         ==CORR-SEQUENCE==   by ==corrSequence==
                         ==CORR-LETTER==     by ==corrLetter==
                         ==CORR-PROGRAM==    by ==corrProgram==
                         ==CORR-PRINT-FILE== by ==corrPrintFile==
                         ==CORR-SUBJECT==    by ==corrSubject==.

       working-storage section.
       01  corrFilePath     pic X(100) value 'corrhist.dat'.
       01  corrFileStatus   pic XX.
       01  inquireID        pic X(10).
       01  lettersShown     pic 9(5) value 0.
       01  scanEndSwitch    pic X value 'N'.
           88 scanDone           value 'Y'.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept corrFilePath from environment 'CORR_HISTORY'
               on exception
                   continue
           end-accept
           accept inquireID from environment 'CORR_ID'
               on exception
                   continue
           end-accept
           if inquireID = spaces
               display 'Enter fileID to list correspondence for:'
               accept inquireID from SYSIN
           end-if

           open input corrFile
           if corrFileStatus not = '00'
               string 'Error: Unable to open ' corrFilePath
                      ' - file status ' corrFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if

           display 'Correspondence for fileID ' inquireID
           move inquireID to corrMemberID
           move low-values to corrDate
           move 0 to corrSequence
           start corrFile key not < corrKey
               invalid key
                   set scanDone to true
           end-start
           perform until scanDone
               read corrFile next record
                   at end
                       set scanDone to true
                   not at end
                       if corrMemberID not = inquireID
                           set scanDone to true
                       else
                           perform display-one-letter
                       end-if
               end-read
           end-perform
           close corrFile

           if lettersShown = 0
               string 'No letters on file for fileID ' inquireID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 4 to return-code
           else
               display lettersShown ' letter(s) on file'
           end-if
           stop run.

       display-one-letter.
           add 1 to lettersShown
           display corrDate ' ' corrLetter ' ' corrProgram ' '
                   function trim(corrSubject)
           display '         in ' function trim(corrPrintFile).
