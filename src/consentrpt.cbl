       identification division.
       program-id. ConsentReport.

      *    Consent evidence report - the answer to a regulator's
      *    "show me when this person agreed". For each member on
      *    the consent register (CONSENT_FILE, consent.dat) it
      *    prints the preferred channel and the marketing consent
      *    in force, each with the date the member gave it and its
      *    source, followed by every consent the member ever gave
      *    or withdrew from the consent history (CONSENT_HISTORY,
      *    conshist.dat) in the order it happened, with the old
      *    and new value, the date given, the source, when it was
      *    keyed and by which operator. CONSENT_ID narrows the
      *    report to one fileID - a member never on the register
      *    is shown as such, mailed by post and never asked about
      *    marketing. The report (CONSENT_REPORT, consent.rpt) is
      *    spooled. Return code 4 when the one member asked for
      *    has no consent on file.

       environment division.
       input-output section.
       file-control.
           select consentFile assign to dynamic consentFilePath
               organization is indexed
               access mode is dynamic
               record key is consentMemberID
               file status is consentFileStatus.
           select historyFile assign to dynamic historyFilePath
               organization is indexed
               access mode is dynamic
               record key is histKey
               file status is historyFileStatus.
           select masterFile assign to dynamic masterFilePath
               organization is indexed
               access mode is random
               record key is masterFileID
               file status is masterFileStatus.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.

       data division.
       file section.
       fd  consentFile.
           copy consent
               replacing ==CONSENT-RECORD==    by ==consentRecord==
                         ==CONSENT-MEMBER-ID== by ==consentMemberID==
                         ==CONSENT-CHANNEL-DATE==
                                               by ==consentChanDate==
                         ==CONSENT-CHANNEL-SOURCE==
                                             by ==consentChanSource==
                         ==CONSENT-CHANNEL==   by ==consentChannel==
                         ==CONSENT-MARKETING-DATE==
                                               by ==consentMktDate==
                         ==CONSENT-MARKETING-SOURCE==
                                              by ==consentMktSource==
                         ==CONSENT-MARKETING== by ==consentMarketing==
                         ==CONSENT-OPERATOR==  by ==consentOperator==
                         ==CONSENT-UPDATED==   by ==consentUpdated==.

       fd  historyFile.
           copy conshist
               replacing ==CONSHIST-RECORD==    by ==histRecord==
                         ==CONSHIST-KEY==       by ==histKey==
                         ==CONSHIST-MEMBER-ID== by ==histMemberID==
                         ==CONSHIST-STAMP==     by ==histStamp==
                         ==CONSHIST-SEQUENCE==  by ==histSequence==
                         ==CONSHIST-ITEM==      by ==histItem==
                         ==CONSHIST-OLD-VALUE== by ==histOldValue==
                         ==CONSHIST-NEW-VALUE== by ==histNewValue==
                         ==CONSHIST-GIVEN==     by ==histGiven==
                         ==CONSHIST-SOURCE==    by ==histSource==
                         ==CONSHIST-OPERATOR==  by ==histOperator==.

       fd  masterFile.
           copy memberrec
               replacing ==MEMBER-RECORD== by ==masterFileRecord==
                         ==MEMBER-ID==     by ==masterFileID==
                         ==MEMBER-NAME==   by ==masterFileName==
                         ==MEMBER-AGE==    by ==masterFileAge==
                         ==MEMBER-SOURCE== by ==masterFileSource==
                         ==MEMBER-DOB==    by ==masterFileDOB==.

       fd  reportFile.
       01  reportFileRecord pic X(132).

       working-storage section.
       01  consentFilePath  pic X(100) value 'consent.dat'.
       01  consentFileStatus pic XX.
       01  historyFilePath  pic X(100) value 'conshist.dat'.
       01  historyFileStatus pic XX.
       01  historyOpenSwitch pic X value 'N'.
           88 historyAvailable   value 'Y'.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  masterOpenSwitch pic X value 'N'.
           88 masterAvailable    value 'Y'.
       01  reportFileName   pic X(100) value 'consent.rpt'.
       01  reportFileStatus pic XX.
       01  selectedID       pic X(10).
       01  reportMemberID   pic X(10).
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
       01  historyEndSwitch pic X.
           88 historyDone        value 'Y'.
           88 historyGoing       value 'N'.
       01  registerSwitch   pic X.
           88 onRegister         value 'Y'.
           88 notOnRegister      value 'N'.
       01  runTimestamp     pic X(21).
       01  memberName       pic X(40).
       01  channelText      pic X(8).
       01  marketingText    pic X(12).
       01  codeValue        pic X.
       01  codeItem         pic X.
       01  codeText         pic X(12).
       01  oldText          pic X(12).
       01  newText          pic X(12).
       01  membersReported  pic 9(6) value 0.
       01  historyLines     pic 9(6) value 0.
       01  reportLine       pic X(132).
       01  spoolRequest.
           02 spoolProgram pic X(15) value 'ConsentReport'.
           02 spoolFile    pic X(100).
           02 spoolStatus  pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

       procedure division.
       begin.
           accept consentFilePath from environment 'CONSENT_FILE'
               on exception
                   continue
           end-accept
           accept historyFilePath from environment 'CONSENT_HISTORY'
               on exception
                   continue
           end-accept
           accept masterFilePath from environment 'MAINT_MASTER'
               on exception
                   continue
           end-accept
           accept reportFileName from environment 'CONSENT_REPORT'
               on exception
                   continue
           end-accept
           accept selectedID from environment 'CONSENT_ID'
               on exception
                   continue
           end-accept
           move function current-date to runTimestamp

           open input consentFile
           if consentFileStatus not = '00'
               string 'Error: Unable to open ' consentFilePath
                      ' - file status ' consentFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           open input historyFile
           if historyFileStatus = '00'
               set historyAvailable to true
           end-if
      *    The master only supplies the name - a member merged or
      *    purged since still has their consent evidence shown.
           open input masterFile
           if masterFileStatus = '00'
               set masterAvailable to true
           end-if
           open output reportFile
           if reportFileStatus not = '00'
               string 'Error: Unable to open ' reportFileName
                      ' - file status ' reportFileStatus
                   into logMessage
               end-string
               move 'E' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               move 16 to return-code
               stop run
           end-if
           move spaces to reportLine
           string 'Consent evidence report  run '
                  runTimestamp(1:8) '-' runTimestamp(9:6)
               into reportLine
           end-string
           perform write-report-line
           move all '-' to reportLine
           perform write-report-line

           if selectedID not = spaces
               move selectedID to consentMemberID
               set onRegister to true
               read consentFile
                   invalid key
                       set notOnRegister to true
               end-read
               move selectedID to reportMemberID
               perform report-one-member
               if notOnRegister and historyLines = 0
                   move spaces to logMessage
                   string 'ConsentReport: no consent on file for '
                          selectedID
                       into logMessage
                   end-string
                   move 'W' to logSeverity
                   call 'MsgLog' using logMessage, logSeverity
                   move 4 to return-code
               end-if
           else
               move low-values to consentMemberID
               start consentFile key not < consentMemberID
                   invalid key
                       set eof to true
               end-start
               perform until eof
                   read consentFile next record
                       at end
                           set eof to true
                       not at end
                           set onRegister to true
                           move consentMemberID to reportMemberID
                           perform report-one-member
                   end-read
               end-perform
           end-if

           close consentFile
           if historyAvailable
               close historyFile
           end-if
           if masterAvailable
               close masterFile
           end-if
           close reportFile
           move reportFileName to spoolFile
           call 'SpoolReport' using spoolRequest

           display '===== ConsentReport Control Totals ====='
           display 'Members reported   : ' membersReported
           display 'History lines      : ' historyLines
           display '========================================'
           move spaces to logMessage
           string 'ConsentReport complete - ' membersReported
                  ' member(s), ' historyLines ' consent event(s)'
               into logMessage
           end-string
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.

       report-one-member.
           add 1 to membersReported
           move '(not on member master)' to memberName
           if masterAvailable
               move reportMemberID to masterFileID
               read masterFile
                   invalid key
                       continue
                   not invalid key
                       move masterFileName to memberName
               end-read
           end-if
           move spaces to reportLine
           perform write-report-line
           move spaces to reportLine
           string 'Member ' reportMemberID '  '
                  function trim(memberName)
               into reportLine
           end-string
           perform write-report-line
           if notOnRegister
               move '  Not on the consent register - mailed by'
                   to reportLine
               move ' post, never asked about marketing'
                   to reportLine(42:40)
               perform write-report-line
           else
               move 'C' to codeItem
               move consentChannel to codeValue
               perform describe-code
               move spaces to reportLine
               string '  Channel   : ' codeText
                      ' given ' consentChanDate
                      ' source ' consentChanSource
                   into reportLine
               end-string
               perform write-report-line
               move 'M' to codeItem
               move consentMarketing to codeValue
               perform describe-code
               move spaces to reportLine
               string '  Marketing : ' codeText
                      ' given ' consentMktDate
                      ' source ' consentMktSource
                   into reportLine
               end-string
               perform write-report-line
               move spaces to reportLine
               string '  Last updated ' consentUpdated
                      ' by ' consentOperator
                   into reportLine
               end-string
               perform write-report-line
           end-if
           if historyAvailable
               perform report-member-history
           end-if.

       report-member-history.
           move reportMemberID to histMemberID
           move low-values to histStamp
           move 0 to histSequence
           start historyFile key not < histKey
               invalid key
                   exit paragraph
           end-start
           set historyGoing to true
           perform until historyDone
               read historyFile next record
                   at end
                       set historyDone to true
                   not at end
                       if histMemberID not = reportMemberID
                           set historyDone to true
                       else
                           perform report-one-history-line
                       end-if
               end-read
           end-perform.

       report-one-history-line.
           add 1 to historyLines
           move histItem to codeItem
           move histOldValue to codeValue
           perform describe-code
           move codeText to oldText
           move histNewValue to codeValue
           perform describe-code
           move codeText to newText
           move spaces to reportLine
           if histItem = 'C'
               string '    ' histGiven ' channel   '
                      oldText ' -> ' newText
                      ' source ' histSource
                      ' keyed ' histStamp ' by ' histOperator
                   into reportLine
               end-string
           else
               string '    ' histGiven ' marketing '
                      oldText ' -> ' newText
                      ' source ' histSource
                      ' keyed ' histStamp ' by ' histOperator
                   into reportLine
               end-string
           end-if
           perform write-report-line.

       describe-code.
           evaluate true
               when codeItem = 'C' and codeValue = 'P'
                   move 'post' to codeText
               when codeItem = 'C' and codeValue = 'E'
                   move 'email' to codeText
               when codeItem = 'C' and codeValue = 'N'
                   move 'no contact' to codeText
               when codeItem = 'M' and codeValue = 'I'
                   move 'opted in' to codeText
               when codeItem = 'M' and codeValue = 'O'
                   move 'opted out' to codeText
               when other
                   move 'never asked' to codeText
           end-evaluate.

       write-report-line.
           write reportFileRecord from reportLine.
