      *    file (OPERATOR_FILE, operators.dat) carries one line
      *    per authorized operator:
      *
      *        operID,name,authority,memberID,branch
      *
      *    with authority 'I' inquiry only, 'U' update, 'D'
      *    update plus delete, or 'A' all of that plus approving
      *    other operators' deletes, cancellations and merges on
      *    the dual-control queue (ApproveQueue). A caller passes
      *    the operator ID and gets back the name and authority
      *    with status '00'; an ID not on the file comes back
      *    '12'. A shop that has not set up the operator file at
      *    all gets '35' - the callers treat that as the subsystem
      *    not yet in place and carry on with full authority
      *    rather than locking everyone out, so the file can be
      *    introduced without a flag day. The memberID is
      *    optional: an operator who is also a member of the
      *    association gives their own fileID there, so the
      *    segregation-of-duties report (OperActivity) can see
      *    them maintaining their own or their household's
      *    records. It comes back blank when not given. The branch
      *    is the regional branch the operator works for: a branch
      *    operator may only update the members their branch owns
      *    (BranchOwner, membranch.dat). A blank branch or 'HO' is
      *    head-office authority over every member, which is what
      *    an operator line written before branches came in gets.

       environment division.
       input-output section.
       01  operLineID       pic X(8).
       01  operLineName     pic X(30).
       01  operLineAuth     pic X.
       01  operLineMemberID pic X(10).
       01  operLineBranch   pic X(4).

       linkage section.
       01  OPER-REQUEST.
           02 OPER-ID        pic X(8).
           02 OPER-NAME      pic X(30).
           02 OPER-AUTHORITY pic X.
           02 OPER-MEMBER-ID pic X(10).
           02 OPER-STATUS    pic XX.
           02 OPER-BRANCH    pic X(4).

       procedure division using OPER-REQUEST.
       LookupOperator.
           end-accept
           move spaces to OPER-NAME
           move space to OPER-AUTHORITY
           move spaces to OPER-MEMBER-ID
           move spaces to OPER-BRANCH
           move 'N' to endOfFile
           move 'N' to foundSwitch

           if operFound
               move operLineName to OPER-NAME
               move operLineAuth to OPER-AUTHORITY
               move operLineMemberID to OPER-MEMBER-ID
               move operLineBranch to OPER-BRANCH
               move '00' to OPER-STATUS
           else
               move '12' to OPER-STATUS
           move spaces to operLineID
           move spaces to operLineName
           move space to operLineAuth
           move spaces to operLineMemberID
           move spaces to operLineBranch
           unstring operFileRecord delimited by ','
               into operLineID operLineName operLineAuth
                    operLineMemberID operLineBranch
           end-unstring
           if operLineID = OPER-ID
               if operLineAuth not = 'I' and operLineAuth not = 'U'
                   and operLineAuth not = 'D' and operLineAuth not = 'A'
                   move 'I' to operLineAuth
               end-if
               set operFound to true
