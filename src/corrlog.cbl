       identification division.
       program-id. CorrLog.

      *    Correspondence-history service. Every run that writes
      *    letters records each one here in the keyed history
      *    file (CORR_HISTORY, corrhist.dat - see corrhist.cpy),
      *    created on first use. The file is opened on the first
      *    call and held open; the caller closes it with 'C' when
      *    its letters are done.
      *
      *        CORR-ACTION 'W'  record a letter: member, date,
      *                         letter type, program, print file
      *                         and subject - the sequence within
      *                         the day is assigned here
      *                    'Q'  has the member had a letter of this
      *                         type (any type when spaces) on
      *                         CORR-REQ-DATE - '00' yes, '23' no
      *                    'E'  has the member had any letter
      *                         before CORR-REQ-DATE - '00' yes,
      *                         '23' no
      *                    'C'  close the history file
      *        CORR-STATUS '00' done, '23' not found, '16' the
      *                    file will not open or unusable request

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
       01  corrOpenSwitch   pic X value 'N'.
           88 corrFileOpen       value 'Y'.
           88 corrFileClosed     value 'N'.
       01  scanEndSwitch    pic X.
           88 scanDone           value 'Y'.
           88 scanGoing          value 'N'.
       01  nextSequence     pic 9(3).

       linkage section.
       01  CORR-REQUEST.
           02 CORR-ACTION       pic X.
           02 CORR-REQ-MEMBER   pic X(10).
           02 CORR-REQ-DATE     pic X(8).
           02 CORR-REQ-LETTER   pic X(8).
           02 CORR-REQ-PROGRAM  pic X(15).
           02 CORR-REQ-FILE     pic X(60).
           02 CORR-REQ-SUBJECT  pic X(40).
           02 CORR-STATUS       pic XX.

       procedure division using CORR-REQUEST.
       HandleCorrRequest.
           if CORR-ACTION = 'C'
               if corrFileOpen
                   close corrFile
                   set corrFileClosed to true
               end-if
               move '00' to CORR-STATUS
               goback
           end-if
           if corrFileClosed
               perform open-history-file
               if corrFileClosed
                   move '16' to CORR-STATUS
                   goback
               end-if
           end-if
           evaluate CORR-ACTION
               when 'W'
                   perform record-one-letter
               when 'Q'
                   perform find-letter-on-date
               when 'E'
                   perform find-earlier-letter
               when other
                   move '16' to CORR-STATUS
           end-evaluate
           goback.

       open-history-file.
           accept corrFilePath from environment 'CORR_HISTORY'
               on exception
                   continue
           end-accept
           open i-o corrFile
           if corrFileStatus = '35'
               open output corrFile
               close corrFile
               open i-o corrFile
           end-if
           if corrFileStatus = '00'
               set corrFileOpen to true
           end-if.

      *    The next sequence is one past the member's last letter
      *    of the day.
       record-one-letter.
           move 1 to nextSequence
           move CORR-REQ-MEMBER to corrMemberID
           move CORR-REQ-DATE to corrDate
           move 999 to corrSequence
           start corrFile key not > corrKey
               invalid key
                   continue
               not invalid key
                   read corrFile previous record
                       at end
                           continue
                       not at end
                           if corrMemberID = CORR-REQ-MEMBER
                               and corrDate = CORR-REQ-DATE
                               compute nextSequence =
                                   corrSequence + 1
                           end-if
                   end-read
           end-start
           move CORR-REQ-MEMBER to corrMemberID
           move CORR-REQ-DATE to corrDate
           move nextSequence to corrSequence
           move CORR-REQ-LETTER to corrLetter
           move CORR-REQ-PROGRAM to corrProgram
           move CORR-REQ-FILE to corrPrintFile
           move CORR-REQ-SUBJECT to corrSubject
           write corrRecord
               invalid key
                   move '16' to CORR-STATUS
               not invalid key
                   move '00' to CORR-STATUS
           end-write.

       find-letter-on-date.
           move '23' to CORR-STATUS
           move CORR-REQ-MEMBER to corrMemberID
           move CORR-REQ-DATE to corrDate
           move 0 to corrSequence
           start corrFile key not < corrKey
               invalid key
                   exit paragraph
           end-start
           set scanGoing to true
           perform until scanDone
               read corrFile next record
                   at end
                       set scanDone to true
                   not at end
                       if corrMemberID not = CORR-REQ-MEMBER
                           or corrDate not = CORR-REQ-DATE
                           set scanDone to true
                       else
                           if CORR-REQ-LETTER = spaces
                               or corrLetter = CORR-REQ-LETTER
                               move '00' to CORR-STATUS
                               set scanDone to true
                           end-if
                       end-if
               end-read
           end-perform.

       find-earlier-letter.
           move '23' to CORR-STATUS
           move CORR-REQ-MEMBER to corrMemberID
           move low-values to corrDate
           move 0 to corrSequence
           start corrFile key not < corrKey
               invalid key
                   exit paragraph
           end-start
           read corrFile next record
               at end
                   exit paragraph
           end-read
           if corrMemberID = CORR-REQ-MEMBER
               and corrDate < CORR-REQ-DATE
               move '00' to CORR-STATUS
           end-if.
