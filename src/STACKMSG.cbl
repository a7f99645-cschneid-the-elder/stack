       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKMSG'.
           05  msg-tbl-nb-entries       PIC 9(004) Value 56.
           05  rc-success               PIC S9(004) Binary Value +0.
           05  rc-not-found             PIC S9(004) Binary Value +4.

           10  PIC S9(004) Binary Value +116.
           10  PIC X(060) Value
             'Reallocation refused by the job storage budget.'.
           10  PIC X(008) Value 'STACKP'.
           10  PIC S9(004) Binary Value +120.
           10  PIC X(060) Value
             'Claim function without claim-mode or its worker-id.'.
           10  PIC X(008) Value 'STACKP'.
           10  PIC S9(004) Binary Value +124.
           10  PIC X(060) Value
             'Every remaining item is claimed; nothing to hand out.'.
           10  PIC X(008) Value 'STACKP'.
           10  PIC S9(004) Binary Value +128.
           10  PIC X(060) Value
             'REPS rejected: the stack has no retry tracking.'.
           10  PIC X(008) Value 'STACKP'.
           10  PIC S9(004) Binary Value +132.
           10  PIC X(060) Value
             'Retry limit reached: item routed to quarantine.'.
           10  PIC X(008) Value 'STACKP'.
           10  PIC S9(004) Binary Value +136.
           10  PIC X(060) Value
             'HOLD/RELS rejected: no worker-id naming the holder.'.
           10  PIC X(008) Value 'STACKP'.
           10  PIC S9(004) Binary Value +140.
           10  PIC X(060) Value
             'Function not supported against a segmented stack.'.
           10  PIC X(008) Value 'STACKP'.
           10  PIC S9(004) Binary Value +144.
           10  PIC X(060) Value
             'Refused by the STACKACL access rules for this caller.'.
           10  PIC X(008) Value 'STACKP'.
           10  PIC S9(004) Binary Value +148.
           10  PIC X(060) Value
             'Stack changed since change-stamp was read; re-read.'.
           10  PIC X(008) Value 'STACKI'.
           10  PIC S9(004) Binary Value +0.
           10  PIC X(060) Value
           10  PIC X(060) Value
             'Anchor block corrupt: stack-eyecatcher does not match.'.
       01  msg-table Redefines msg-table-literals.
           05  msg-entry Occurs 56 Times.
               10  msg-program          PIC X(008).
               10  msg-rc               PIC S9(004) Binary.
               10  msg-text             PIC X(060).
