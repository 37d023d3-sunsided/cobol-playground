      *    non-blank fileID and name, a numeric age no higher
      *    than 99, a usable date of birth where one is present,
      *    a known status code and the current layout version.
      *    Members tied to a membership category (MEMBER_CATEGORY,
      *    memcategory.dat) are also checked against the category
      *    catalog: a member whose age as of the BizDate processing
      *    date has grown out of the category's age range - the
      *    junior turned adult - or whose category has gone from
      *    the catalog is flagged for the office to move.
      *    Return codes for the jobstream policy: 0 clean, 4
      *    category mismatches only, 8 field-level damage found,
      *    16 structural damage (bad key sequence, read error, or
      *    the file will not open).

       environment division.
       input-output section.
               access mode is sequential
               record key is masterFileID
               file status is masterFileStatus.
           select memcatFile assign to dynamic memcatFilePath
               organization is indexed
               access mode is random
               record key is memcatMemberID
               file status is memcatFileStatus.

       data division.
       file section.
                         ==MEMBER-MAINT-FLAG==
                                           by ==masterMaintFlag==.

       fd  memcatFile.
           copy memcat
               replacing ==MEMCAT-RECORD==     by ==memcatRecord==
                         ==MEMCAT-MEMBER-ID==  by ==memcatMemberID==
                         ==MEMCAT-CODE==       by ==memcatCode==
                         ==MEMCAT-SINCE==      by ==memcatSince==
                         ==MEMCAT-OPERATOR==   by ==memcatOperator==
                         ==MEMCAT-PRIOR-CODE== by ==memcatPriorCode==.

       working-storage section.
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  fieldErrorSwitch pic X.
           88 recordHasFieldError value 'Y'.
       01  worstSeverity    pic 9 value 0.
       01  memcatFilePath   pic X(100) value 'memcategory.dat'.
       01  memcatFileStatus pic XX.
       01  memcatOpenSwitch pic X value 'N'.
           88 categoriesAvailable value 'Y'.
       01  categoryMisfits  pic 9(6) value 0.
       01  categoryAge      pic 99.
       01  deriveStatus     pic XX.
       01  runDate          pic X(8).
       01  calRequest.
           02 calAction    pic X.
           02 calDate      pic X(8).
           02 calResult    pic X.
           02 calStatus    pic XX.
       01  categoryRequest.
           02 ctgAction      pic X value 'L'.
           02 ctgCode        pic X(6).
           02 ctgDescription pic X(30).
           02 ctgBillable    pic X.
           02 ctgRate        pic 9(5)v99.
           02 ctgMinAge      pic 99.
           02 ctgMaxAge      pic 99.
           02 ctgTerm        pic 99.
           02 ctgStatus      pic XX.
       01  logMessage       pic X(200).
       01  logSeverity      pic X.

               on exception
                   continue
           end-accept
           accept memcatFilePath from environment 'MEMBER_CATEGORY'
               on exception
                   continue
           end-accept
           move 'G' to calAction
           call 'BizDate' using calRequest
           move calDate to runDate

           open input masterFile
           if masterFileStatus not = '00'
               move 16 to return-code
               stop run
           end-if
           open input memcatFile
           if memcatFileStatus = '00'
               set categoriesAvailable to true
           end-if

           perform until eof
               read masterFile next record
               end-if
           end-perform
           close masterFile
           if categoriesAvailable
               close memcatFile
           end-if

           display '===== CheckMaster Control Totals ====='
           display 'Records read      : ' recordsRead
           display 'Records damaged   : ' recordsDamaged
           display 'Sequence errors   : ' sequenceErrors
           display 'Read errors       : ' readErrors
           if categoriesAvailable
               display 'Category misfits  : ' categoryMisfits
           end-if
           display '======================================='

           evaluate worstSeverity
                       into logMessage
                   end-string
                   move 'I' to logSeverity
                   if categoryMisfits > 0
                       move spaces to logMessage
                       string 'CheckMaster: master is healthy - '
                              categoryMisfits ' member(s) no longer'
                              ' fit their category'
                           into logMessage
                       end-string
                       move 'W' to logSeverity
                       move 4 to return-code
                   end-if
               when 1
                   string 'CheckMaster: field damage on '
                          recordsDamaged ' of ' recordsRead
               end-if
           else
               add 1 to recordsClean
           end-if
           if categoriesAvailable
               perform check-member-category
           end-if.

      *    Not damage - the record is sound - but the office has
      *    to move the member to a category that fits.
       check-member-category.
           move masterFileID to memcatMemberID
           read memcatFile
               invalid key
                   exit paragraph
           end-read
           if masterMemberStatus = 'C'
               exit paragraph
           end-if
           move memcatCode to ctgCode
           call 'CategoryCatalog' using categoryRequest
           if ctgStatus not = '00'
               add 1 to categoryMisfits
               move spaces to logMessage
               string 'CheckMaster: category ' memcatCode
                      ' not on the catalog - key ' masterFileID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
               exit paragraph
           end-if
           move 0 to categoryAge
           if masterFileAge is numeric
               move masterFileAge to categoryAge
           end-if
           call 'DeriveAge' using masterFileDOB, runDate,
                                  categoryAge, deriveStatus
           if categoryAge < ctgMinAge or categoryAge > ctgMaxAge
               add 1 to categoryMisfits
               move spaces to logMessage
               string 'CheckMaster: age ' categoryAge
                      ' does not fit category ' memcatCode
                      ' (' ctgMinAge '-' ctgMaxAge ') - key '
                      masterFileID
                   into logMessage
               end-string
               move 'W' to logSeverity
               call 'MsgLog' using logMessage, logSeverity
           end-if.

       report-field-error.
