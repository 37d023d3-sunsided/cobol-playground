      *    counts and average age, and a grand-total section at
      *    the end. Ages are derived from the date of birth as of
      *    the run date like everywhere else in the suite.
      *    REGISTER_BREAK=CATEGORY breaks the register on the
      *    membership category instead (the member category file,
      *    MEMBER_CATEGORY, described from the category catalog),
      *    with the members not yet in a category together at the
      *    front under "(no category)". REGISTER_BREAK=BRANCH
      *    breaks it on the regional branch that owns each member
      *    (the member branch file, MEMBER_BRANCH, membranch.dat),
      *    head office's 'HO' for a member no branch has taken;
      *    REGISTER_BRANCH=code prints one branch's members only,
      *    under any of the breaks.

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
           select branchFile assign to dynamic branchFilePath
               organization is indexed
               access mode is random
               record key is branchMemberID
               file status is branchFileStatus.
           select sortWorkFile assign to 'sortwork.tmp'.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
                         ==MEMBER-SOURCE== by ==masterFileSource==
                         ==MEMBER-DOB==    by ==masterFileDOB==.

       fd  memcatFile.
           copy memcat
               replacing ==MEMCAT-RECORD==     by ==memcatRecord==
                         ==MEMCAT-MEMBER-ID==  by ==memcatMemberID==
                         ==MEMCAT-CODE==       by ==memcatCode==
                         ==MEMCAT-SINCE==      by ==memcatSince==
                         ==MEMCAT-OPERATOR==   by ==memcatOperator==
                         ==MEMCAT-PRIOR-CODE== by ==memcatPriorCode==.

       fd  branchFile.
           copy membranch
               replacing ==MBRBR-RECORD==     by ==branchRecord==
                         ==MBRBR-MEMBER-ID==  by ==branchMemberID==
                         ==MBRBR-CODE==       by ==branchCode==
                         ==MBRBR-SINCE==      by ==branchSince==
                         ==MBRBR-OPERATOR==   by ==branchOperator==
                         ==MBRBR-PRIOR-CODE== by ==branchPriorCode==.

       sd  sortWorkFile.
       01  sortWorkRecord.
           02 sortWorkSource  pic X(30).
       01  masterFilePath   pic X(100) value 'master.dat'.
       01  masterFileStatus pic XX.
       01  reportFileName   pic X(100) value 'register.rpt'.
       01  memcatFilePath   pic X(100) value 'memcategory.dat'.
       01  memcatFileStatus pic XX.
       01  memcatOpenSwitch pic X value 'N'.
           88 categoriesAvailable value 'Y'.
       01  breakMode        pic X(8) value 'SOURCE'.
           88 breakOnCategory    value 'CATEGORY'.
           88 breakOnBranch      value 'BRANCH'.
      *    No branch file means every member is head office's.
       01  branchFilePath   pic X(100) value 'membranch.dat'.
       01  branchFileStatus pic XX.
       01  branchOpenSwitch pic X value 'N'.
           88 branchesAvailable  value 'Y'.
       01  selectBranch     pic X(4) value spaces.
       01  memberBranch     pic X(4).
       01  membersSkipped   pic 9(6) value 0.
       01  breakLabel       pic X(10) value 'Source: '.
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
       01  reportFileStatus pic XX.
       01  endOfFile        pic X value 'N'.
           88 eof                value 'Y'.
               on exception
                   continue
           end-accept
           accept breakMode from environment 'REGISTER_BREAK'
               on exception
                   continue
           end-accept
           move function upper-case(breakMode) to breakMode
           accept memcatFilePath from environment 'MEMBER_CATEGORY'
               on exception
                   continue
           end-accept
           accept branchFilePath from environment 'MEMBER_BRANCH'
               on exception
                   continue
           end-accept
           accept selectBranch from environment 'REGISTER_BRANCH'
               on exception
                   continue
           end-accept
           move function upper-case(selectBranch) to selectBranch
           if breakOnCategory
               move 'Category: ' to breakLabel
           end-if
           if breakOnBranch
               move 'Branch: ' to breakLabel
           end-if
           move function current-date to runTimestamp
           move runTimestamp(1:8) to runDate
           move 'G' to calAction
                  ' member(s) on ' pageNumber ' page(s)'
               into logMessage
           end-string
           if selectBranch not = spaces
               move spaces to logMessage
               string 'MemberRegister complete - ' grandCount
                      ' member(s) of branch '
                      function trim(selectBranch) ' on '
                      pageNumber ' page(s)'
                   into logMessage
               end-string
           end-if
           move 'I' to logSeverity
           call 'MsgLog' using logMessage, logSeverity
           stop run.
               move 16 to return-code
               stop run
           end-if
           if breakOnCategory
               open input memcatFile
               if memcatFileStatus = '00'
                   set categoriesAvailable to true
               end-if
           end-if
           if breakOnBranch or selectBranch not = spaces
               open input branchFile
               if branchFileStatus = '00'
                   set branchesAvailable to true
               end-if
           end-if
           perform until eof
               read masterFile next record
                   at end
                       set eof to true
                   not at end
                       perform release-one-member
               end-read
           end-perform
           close masterFile
           if categoriesAvailable
               close memcatFile
           end-if
           if branchesAvailable
               close branchFile
           end-if.

       release-one-member.
           if breakOnBranch or selectBranch not = spaces
               perform find-member-branch
               if selectBranch not = spaces
                   and memberBranch not = selectBranch
                   add 1 to membersSkipped
                   exit paragraph
               end-if
           end-if
           move masterFileSource to sortWorkSource
           if breakOnCategory
               perform find-member-category
           end-if
           if breakOnBranch
               move memberBranch to sortWorkSource
           end-if
           move masterFileID to sortWorkID
           move masterFileName to sortWorkName
           move masterFileAge to sortWorkAge
           move masterFileDOB to sortWorkDOB
           release sortWorkRecord.

       find-member-branch.
           move 'HO' to memberBranch
           if not branchesAvailable
               exit paragraph
           end-if
           move masterFileID to branchMemberID
           read branchFile
               invalid key
                   exit paragraph
           end-read
           if branchCode not = spaces
               move branchCode to memberBranch
           end-if.

      *    The break value is the category code and its catalog
      *    description; the parenthesis sorts the uncategorized
      *    ahead of every code.
       find-member-category.
           move '(no category)' to sortWorkSource
           if not categoriesAvailable
               exit paragraph
           end-if
           move masterFileID to memcatMemberID
           read memcatFile
               invalid key
                   exit paragraph
           end-read
           move memcatCode to ctgCode
           call 'CategoryCatalog' using categoryRequest
           if ctgStatus not = '00'
               move '(not on catalog)' to ctgDescription
           end-if
           move spaces to sortWorkSource
           string memcatCode ' ' ctgDescription
               delimited by size
               into sortWorkSource
           end-string.

       sort-output-procedure.
           perform until sortDone

       print-source-heading.
           move spaces to reportLine
           string function trim(breakLabel) ' '
                  function trim(breakSource)
               into reportLine
           end-string
           perform write-report-line
                  ' member(s), average age ' grandAverageAge
               into reportLine
           end-string
           perform write-report-line
           if selectBranch not = spaces
               move spaces to reportLine
               string 'Branch ' function trim(selectBranch)
                      ' only - ' membersSkipped
                      ' member(s) of other branches not listed'
                   into reportLine
               end-string
               perform write-report-line
           end-if.

      *    Every line goes through here so the paging is in one
      *    place: a full page forces a new page heading with the
                  '        page ' pageNumber
               into reportFileRecord
           end-string
           if selectBranch not = spaces
               move spaces to reportFileRecord
               string 'Member Register        run date '
                      runDate(1:4) '-' runDate(5:2) '-' runDate(7:2)
                      '        page ' pageNumber
                      '        branch ' selectBranch
                   into reportFileRecord
               end-string
           end-if
           write reportFileRecord
           move spaces to reportFileRecord
           write reportFileRecord
