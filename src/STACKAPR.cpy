       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One request on the pending-approvals dataset STACKAPR: a
       *> destructive action one user id asked for, and what a
       *> second user id decided about it.  STACKAPV stages and
       *> decides requests; STACKAPC, called by the program that
       *> carries the action out, checks for the approval and
       *> stamps the request executed.  A decided request stays
       *> for STACKAPV's retention period and is then dropped; the
       *> lasting record of who asked, who approved and when it
       *> was done is the APRV record the executing program leaves
       *> on its chained audit trail or balance journal.  The
       *> numbers are zoned DISPLAY so the dataset reads in a
       *> browser.
       01  apr-record-layout.
           *>  Assigned by STACKAPV when the request is staged, one
           *>  higher than any on the dataset; quoted on the
           *>  control record of the program carrying it out.
           05  apr-request-id           PIC 9(009).
           05  apr-state                PIC X(001).
               88  apr-pending                      Value 'P'.
               88  apr-approved                     Value 'A'.
               88  apr-rejected                     Value 'R'.
               88  apr-expired                      Value 'E'.
               88  apr-executed                     Value 'X'.
           *>  What is to be done: the program, its action, and
           *>  what it acts on -- STACKOP CLR and a stack's STACKDIR
           *>  name, QUEUEDM DELR and the queue's DDNAME, STACKSVM
           *>  PRUN and Spaces.
           05  apr-program              PIC X(008).
           05  apr-action               PIC X(004).
           05  apr-target               PIC X(008).
           *>  The action's count: QUEUEDM DELR's record position,
           *>  STACKSVM PRUN's generations kept; zero for STACKOP
           *>  CLR.
           05  apr-detail               PIC 9(009).
           05  apr-reason               PIC X(060).
           *>  The user id that staged the request, and when.
           05  apr-requester            PIC X(008).
           05  apr-requested-at         PIC X(021).
           *>  The user id that approved or rejected it, and when;
           *>  Spaces until then, and for a request that expired
           *>  undecided (apr-decided-at is then when it expired).
           05  apr-approver             PIC X(008).
           05  apr-decided-at           PIC X(021).
           *>  When the approved action was carried out.
           05  apr-executed-at          PIC X(021).
           05  Filler                   PIC X(022).
