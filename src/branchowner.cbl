       identification division.
       program-id. BranchOwner.

      *    Branch ownership of members for the updaters. The member
      *    branch file (MEMBER_BRANCH, membranch.dat - see
      *    membranch.cpy) is keyed on the member's fileID and names
      *    the regional branch that looks after the member; a
      *    member with no record belongs to head office ('HO').
      *    Two actions:
      *
      *      'C' check - may an operator of BRCH-OPER-BRANCH update
      *          BRCH-MEMBER-ID? The owning branch comes back in
      *          BRCH-MEMBER-BRANCH with '00' when the operator may
      *          go ahead and '08' when the member belongs to
      *          another branch. An operator with no branch or
      *          branch 'HO' has head-office authority and may
      *          update anyone. A shop with no branch file at all
      *          gets '35' - every member is head office's and
      *          every operator may go ahead.
      *      'T' transfer - moves BRCH-MEMBER-ID to BRCH-NEW-BRANCH
      *          as of BRCH-DATE by BRCH-OPERATOR, creating the
      *          file on first use. The branch the member came from
      *          comes back in BRCH-MEMBER-BRANCH; '04' when the
      *          member was already there and nothing changed.
      *
      *    '16' is a file error on either action. Like HoldCheck
      *    the file is opened and closed on each call.

       environment division.
       input-output section.
       file-control.
           select branchFile assign to dynamic branchFilePath
               organization is indexed
               access mode is dynamic
               record key is branchMemberID
               file status is branchFileStatus.

       data division.
       file section.
       fd  branchFile.
           copy membranch
               replacing ==MBRBR-RECORD==     by ==branchRecord==
                         ==MBRBR-MEMBER-ID==  by ==branchMemberID==
                         ==MBRBR-CODE==       by ==branchCode==
                         ==MBRBR-SINCE==      by ==branchSince==
                         ==MBRBR-OPERATOR==   by ==branchOperator==
                         ==MBRBR-PRIOR-CODE== by ==branchPriorCode==.

       working-storage section.
       01  branchFilePath   pic X(100) value 'membranch.dat'.
       01  branchFileStatus pic XX.
       01  branchFoundSwitch pic X.
           88 branchOnFile       value 'Y'.
           88 branchNotOnFile    value 'N'.

       linkage section.
       01  BRANCH-REQUEST.
           02 BRCH-ACTION        pic X.
           02 BRCH-MEMBER-ID     pic X(10).
           02 BRCH-OPER-BRANCH   pic X(4).
           02 BRCH-NEW-BRANCH    pic X(4).
           02 BRCH-OPERATOR      pic X(8).
           02 BRCH-DATE          pic X(8).
           02 BRCH-MEMBER-BRANCH pic X(4).
           02 BRCH-STATUS        pic XX.

       procedure division using BRANCH-REQUEST.
       LookupBranch.
           accept branchFilePath from environment 'MEMBER_BRANCH'
               on exception
                   continue
           end-accept
           move 'HO' to BRCH-MEMBER-BRANCH
           evaluate BRCH-ACTION
               when 'C'
                   perform check-member-branch
               when 'T'
                   perform transfer-member-branch
               when other
                   move '16' to BRCH-STATUS
           end-evaluate
           goback.

       check-member-branch.
           open input branchFile
           if branchFileStatus = '35'
               move '35' to BRCH-STATUS
               exit paragraph
           end-if
           if branchFileStatus not = '00'
               move '16' to BRCH-STATUS
               exit paragraph
           end-if
           perform read-member-branch
           close branchFile
           if BRCH-OPER-BRANCH = spaces
               or BRCH-OPER-BRANCH = 'HO'
               or BRCH-OPER-BRANCH = BRCH-MEMBER-BRANCH
               move '00' to BRCH-STATUS
           else
               move '08' to BRCH-STATUS
           end-if.

      *    The record is kept even for a move back to head office,
      *    so the member's since-date and prior branch still show
      *    where they were.
       transfer-member-branch.
           if BRCH-NEW-BRANCH = spaces
               move '16' to BRCH-STATUS
               exit paragraph
           end-if
           open i-o branchFile
           if branchFileStatus = '35'
               open output branchFile
               close branchFile
               open i-o branchFile
           end-if
           if branchFileStatus not = '00'
               move '16' to BRCH-STATUS
               exit paragraph
           end-if
           perform read-member-branch
           if BRCH-MEMBER-BRANCH = BRCH-NEW-BRANCH
               close branchFile
               move '04' to BRCH-STATUS
               exit paragraph
           end-if
           move BRCH-MEMBER-ID to branchMemberID
           move BRCH-NEW-BRANCH to branchCode
           move BRCH-DATE to branchSince
           move BRCH-OPERATOR to branchOperator
           move BRCH-MEMBER-BRANCH to branchPriorCode
           if branchOnFile
               rewrite branchRecord
                   invalid key
                       move '16' to BRCH-STATUS
                   not invalid key
                       move '00' to BRCH-STATUS
               end-rewrite
           else
               write branchRecord
                   invalid key
                       move '16' to BRCH-STATUS
                   not invalid key
                       move '00' to BRCH-STATUS
               end-write
           end-if
           close branchFile.

       read-member-branch.
           move BRCH-MEMBER-ID to branchMemberID
           set branchOnFile to true
           read branchFile
               invalid key
                   set branchNotOnFile to true
               not invalid key
                   if branchCode not = spaces
                       move branchCode to BRCH-MEMBER-BRANCH
                   end-if
           end-read.
