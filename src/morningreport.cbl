      *    lock, a failing last run, error messages, or unloaded
      *    landing files - so the jobstream can page instead of
      *    hoping someone reads the page.
      *
      *    The backlogs are member work, and every reject and
      *    suspense line leads with the member's fileID, so they
      *    can be split by the regional branch that owns the
      *    member (the member branch file, MEMBER_BRANCH,
      *    membranch.dat - head office's 'HO' for a member no
      *    branch has taken). DASH_BRANCH=code counts one branch's
      *    backlog only, for that branch's morning check;
      *    DASH_BY_BRANCH=Y lists each branch's backlog under the
      *    totals. The rest of the page is the whole night's.

       environment division.
       input-output section.
           select reportFile assign to dynamic reportFileName
               organization is line sequential
               file status is reportFileStatus.
           select branchFile assign to dynamic branchFilePath
               organization is indexed
               access mode is random
               record key is branchMemberID
               file status is branchFileStatus.

       data division.
       file section.
       fd  reportFile.
       01  reportFileRecord pic X(132).

       fd  branchFile.
           copy membranch
               replacing ==MBRBR-RECORD==     by ==branchRecord==
                         ==MBRBR-MEMBER-ID==  by ==branchMemberID==
                         ==MBRBR-CODE==       by ==branchCode==
                         ==MBRBR-SINCE==      by ==branchSince==
                         ==MBRBR-OPERATOR==   by ==branchOperator==
                         ==MBRBR-PRIOR-CODE== by ==branchPriorCode==.

       working-storage section.
       01  runHistFileName  pic X(100) value 'runhistory.dat'.
       01  runHistFileStatus pic XX.
       01  rejectBacklog    pic 9(6) value 0.
       01  suspenseBacklog  pic 9(6) value 0.
       01  probeLineCount   pic 9(6) value 0.
      *    No branch file means every member is head office's.
       01  branchFilePath   pic X(100) value 'membranch.dat'.
       01  branchFileStatus pic XX.
       01  branchOpenSwitch pic X value 'N'.
           88 branchesAvailable  value 'Y'.
       01  selectBranch     pic X(4) value spaces.
       01  byBranchSwitch   pic X value 'N'.
           88 breakdownByBranch  value 'Y'.
       01  probeKind        pic X.
           88 probingRejects     value 'R'.
           88 probingSuspense    value 'S'.
       01  probeMemberID    pic X(10).
       01  memberBranch     pic X(4).
       01  branchTable.
           02 branchEntry occurs 50 times.
              03 branchTabCode     pic X(4).
              03 branchTabRejects  pic 9(6).
              03 branchTabSuspense pic 9(6).
       01  branchCount      pic 99 value 0.
       01  branchIndex      pic 99.
       01  manifestCount    pic 9(6) value 0.
       01  manifestTable.
           02 manifestEntry pic X(100) occurs 200 times.
               on exception
                   continue
           end-accept
           accept branchFilePath from environment 'MEMBER_BRANCH'
               on exception
                   continue
           end-accept
           accept selectBranch from environment 'DASH_BRANCH'
               on exception
                   continue
           end-accept
           move function upper-case(selectBranch) to selectBranch
           accept byBranchSwitch from environment 'DASH_BY_BRANCH'
               on exception
                   continue
           end-accept
           move function upper-case(byBranchSwitch)
               to byBranchSwitch
           initialize branchTable

           open output reportFile
           if reportFileStatus not = '00'
                  runTimestamp(9:6)
               into reportLine
           end-string
           if selectBranch not = spaces
               move spaces to reportLine
               string 'Morning dashboard for ' dashDate
                      '  printed ' runTimestamp(1:8) '-'
                      runTimestamp(9:6)
                      '  branch ' selectBranch
                   into reportLine
               end-string
           end-if
           perform print-report-line
           move all '=' to reportLine
           perform print-report-line
           end-if.

       report-backlogs.
           if selectBranch not = spaces or breakdownByBranch
               open input branchFile
               if branchFileStatus = '00'
                   set branchesAvailable to true
               end-if
           end-if
           move 'reject.dat' to countProbeName
           accept countProbeName from environment 'RECYCLE_REJECTS'
               on exception
                   continue
           end-accept
           set probingRejects to true
           perform count-probe-lines
           move probeLineCount to rejectBacklog
           move 'paysusp.dat' to countProbeName
               on exception
                   continue
           end-accept
           set probingSuspense to true
           perform count-probe-lines
           move probeLineCount to suspenseBacklog
           if branchesAvailable
               close branchFile
           end-if
           move spaces to reportLine
           string 'Backlogs: rejects ' rejectBacklog
                  '  payment suspense ' suspenseBacklog
               into reportLine
           end-string
           if selectBranch not = spaces
               move spaces to reportLine
               string 'Backlogs for branch '
                      function trim(selectBranch)
                      ': rejects ' rejectBacklog
                      '  payment suspense ' suspenseBacklog
                   into reportLine
               end-string
           end-if
           perform print-report-line
           if breakdownByBranch
               perform varying branchIndex from 1 by 1
                   until branchIndex > branchCount
                   if selectBranch not = spaces
                       and branchTabCode(branchIndex)
                           not = selectBranch
                       exit perform cycle
                   end-if
                   move spaces to reportLine
                   string '  branch ' branchTabCode(branchIndex)
                          '  rejects '
                          branchTabRejects(branchIndex)
                          '  payment suspense '
                          branchTabSuspense(branchIndex)
                       into reportLine
                   end-string
                   perform print-report-line
               end-perform
           end-if.

       count-probe-lines.
           move 0 to probeLineCount
                       set eof to true
                   not at end
                       if countProbeRecord not = spaces
                           perform count-one-probe-line
                       end-if
               end-read
           end-perform
           close countProbeFile.

      *    A line for another branch's member is not this
      *    branch's backlog; every line counts in the breakdown.
       count-one-probe-line.
           if selectBranch = spaces and not breakdownByBranch
               add 1 to probeLineCount
               exit paragraph
           end-if
           move spaces to probeMemberID
           unstring countProbeRecord delimited by ','
               into probeMemberID
           end-unstring
           perform find-member-branch
           if probingRejects
               add 1 to branchTabRejects(branchIndex)
           else
               add 1 to branchTabSuspense(branchIndex)
           end-if
           if selectBranch = spaces or memberBranch = selectBranch
               add 1 to probeLineCount
           end-if.

      *    Branches take slots in the breakdown as they are first
      *    met. Past the fiftieth the rest share the last slot.
       find-member-branch.
           move 'HO' to memberBranch
           if branchesAvailable
               move function trim(probeMemberID) to branchMemberID
               read branchFile
                   invalid key
                       continue
                   not invalid key
                       if branchCode not = spaces
                           move branchCode to memberBranch
                       end-if
               end-read
           end-if
           perform varying branchIndex from 1 by 1
               until branchIndex > branchCount
               if branchTabCode(branchIndex) = memberBranch
                   exit paragraph
               end-if
           end-perform
           if branchCount < 50
               add 1 to branchCount
               move memberBranch to branchTabCode(branchCount)
           end-if
           move branchCount to branchIndex.

      *    The landing directory listing comes through SYSTEM the
      *    way the load's archive moves do; anything listed that
      *    the manifest does not carry is still waiting to load.
