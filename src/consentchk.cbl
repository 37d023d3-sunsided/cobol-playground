       identification division.
       program-id. ConsentCheck.

      *    Contact-preference lookup for the mailing runs. The
      *    caller passes the member's fileID, whether the notice
      *    is legally required (Y/N) and whether the contact file
      *    holds an email address for the member (Y/N), and gets
      *    back the register's channel and marketing consent (see
      *    consent.cpy) and the way this notice is to go:
      *
      *        CONSENT-DELIVER 'P'  by post
      *                        'E'  by email
      *                        'N'  not at all - the member asked
      *                             not to be contacted this way
      *
      *    Post is the default for a member with no register
      *    record. A member who chose email but has no address on
      *    file, or chose no contact at all, is only written to
      *    when the notice is legally required - then by post,
      *    the one channel that always reaches them.
      *
      *        CONSENT-STATUS '00' on the register, '23' not on
      *                       the register, '35' no register file,
      *                       '16' the register will not open
      *
      *    The register (CONSENT_FILE, consent.dat) is opened per
      *    call like HoldCheck's hold file.

       environment division.
       input-output section.
       file-control.
           select consentFile assign to dynamic consentFilePath
               organization is indexed
               access mode is random
               record key is consentMemberID
               file status is consentFileStatus.

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

       working-storage section.
       01  consentFilePath  pic X(100) value 'consent.dat'.
       01  consentFileStatus pic XX.

       linkage section.
       01  CONSENT-REQUEST.
           02 CONSENT-REQ-ID        pic X(10).
           02 CONSENT-REQ-REQUIRED  pic X.
           02 CONSENT-REQ-HAS-EMAIL pic X.
           02 CONSENT-DELIVER       pic X.
           02 CONSENT-REQ-CHANNEL   pic X.
           02 CONSENT-REQ-MARKETING pic X.
           02 CONSENT-STATUS        pic XX.

       procedure division using CONSENT-REQUEST.
       LookupConsent.
           accept consentFilePath from environment 'CONSENT_FILE'
               on exception
                   continue
           end-accept
           move 'P' to CONSENT-REQ-CHANNEL
           move space to CONSENT-REQ-MARKETING

           open input consentFile
           evaluate consentFileStatus
               when '00'
                   move CONSENT-REQ-ID to consentMemberID
                   read consentFile
                       invalid key
                           move '23' to CONSENT-STATUS
                       not invalid key
                           move consentChannel
                               to CONSENT-REQ-CHANNEL
                           move consentMarketing
                               to CONSENT-REQ-MARKETING
                           move '00' to CONSENT-STATUS
                   end-read
                   close consentFile
               when '35'
                   move '35' to CONSENT-STATUS
               when other
                   move '16' to CONSENT-STATUS
           end-evaluate

           evaluate true
               when CONSENT-REQ-CHANNEL = 'E'
                   and CONSENT-REQ-HAS-EMAIL = 'Y'
                   move 'E' to CONSENT-DELIVER
               when CONSENT-REQ-CHANNEL = 'P'
                   move 'P' to CONSENT-DELIVER
               when CONSENT-REQ-REQUIRED = 'Y'
                   move 'P' to CONSENT-DELIVER
               when other
                   move 'N' to CONSENT-DELIVER
           end-evaluate
           goback.
