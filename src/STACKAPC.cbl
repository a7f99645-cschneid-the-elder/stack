       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> The approval check behind the maker-checker actions (see
       *> STACKAPV.cbl): STACKOP's CLR, QUEUEDM's DELR and
       *> STACKSVM's PRUN call this before acting, quoting the
       *> request id from their control record, and again once the
       *> action is done.
       *>
       *>     CHEK  the request must be on STACKAPR, approved, and
       *>           for exactly this program, action, target and
       *>           detail; the user ids that staged and approved
       *>           it are returned for the caller's own trail
       *>     DONE  the same check, then the request is stamped
       *>           executed, so one approval is spent on one
       *>           action, and the execution goes to the shared
       *>           event feed (see STACKEV.cbl) as APVEXEC with
       *>           both user ids
       *>     TEST  the CHEK check alone, for a dry run (see
       *>           STACKSVM.cbl): nothing is written anywhere
       *> A CHEK that fails goes to the event feed as APVDENY.
       *>
       *> Return codes:
       *>     0   approved (CHEK, TEST); stamped executed (DONE)
       *>     4   no request with this id on STACKAPR
       *>     8   the request is not approved: still pending,
       *>         rejected, expired, or already executed
       *>     12  the request is for another program, action,
       *>         target or detail
       *>     16  STACKAPR could not be opened or rewritten, or the
       *>         function is not CHEK, TEST or DONE
       *>
       Program-ID. STACKAPC.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select request-file Assign To "STACKAPR"
             Organization Is Sequential
             File Status Is request-file-status
           .
       Data Division.
       File Section.
       FD  request-file.
       01  request-record               PIC X(200).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKAPC'.
           05  event-program            PIC X(008) Value 'STACKEV'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating no such request.
           05  rc-not-found             PIC S9(004) Binary Value +4.
           *>  Return code indicating the request is not approved.
           05  rc-not-approved          PIC S9(004) Binary Value +8.
           *>  Return code indicating the request is for something
           *>  else.
           05  rc-mismatch              PIC S9(004) Binary Value +12.
           *>  Return code indicating STACKAPR could not be opened
           *>  or rewritten, or the function is not understood.
           05  rc-io-error              PIC S9(004) Binary Value +16.

       01  work-areas.
           05  request-file-status      PIC X(002) Value '00'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  found-switch             PIC X(001) Value 'N'.
               88  request-found                    Value 'Y'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  event-type               PIC X(008) Value Spaces.
           05  event-text               PIC X(060) Value Spaces.
           05  event-id-edit            PIC Z(8)9.

       Copy 'STACKAPR.cpy'.

       Linkage Section.
       *>  Input.  CHEK, TEST or DONE.
       01  apc-func                     PIC X(004).

       *>  Input.  The request id quoted on the caller's control
       *>  record.
       01  apc-request-id               PIC 9(009) Binary.

       *>  Input.  What the caller is about to do, or has done.
       01  apc-program                  PIC X(008).
       01  apc-action                   PIC X(004).
       01  apc-target                   PIC X(008).
       01  apc-detail                   PIC 9(009) Binary.

       *>  Output.  The user ids that staged and approved the
       *>  request; Spaces unless the request was found.
       01  apc-requester                PIC X(008).
       01  apc-approver                 PIC X(008).

       Procedure Division Using
             apc-func
             apc-request-id
             apc-program
             apc-action
             apc-target
             apc-detail
             apc-requester
             apc-approver
           .

           Move rc-success To save-rc
           Move 'N' To eof-switch
           Move 'N' To found-switch
           Move Spaces To apc-requester
           Move Spaces To apc-approver

           Evaluate apc-func
             When 'CHEK'
             When 'TEST'
                  Open Input request-file
             When 'DONE'
                  Open I-O request-file
             When Other
                  Move rc-io-error To Return-Code
                  Goback
           End-Evaluate

           If request-file-status Not = '00'
               Move rc-io-error To save-rc
           Else
               Perform 1000-Find-One-Request
                 Until eof Or request-found
               Perform 2000-Check-Request

               If save-rc = rc-success And apc-func = 'DONE'
                   Perform 3000-Stamp-Executed
               End-If

               Close request-file
           End-If

           If save-rc Not = rc-success And apc-func = 'CHEK'
               Perform 4000-Raise-Denial
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Body of the request search loop.  The request found is
       *>  left as the current record, for DONE's Rewrite.
       1000-Find-One-Request.
           Read request-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Move request-record To apr-record-layout
               If apr-request-id = apc-request-id
                   Move 'Y' To found-switch
               End-If
           End-If
           .

       *>  The request must exist, be approved, and match what the
       *>  caller is doing field for field.
       2000-Check-Request.
           Evaluate True
             When Not request-found
                  Move rc-not-found To save-rc
             When Not apr-approved
                  Move rc-not-approved To save-rc
             When apr-program Not = apc-program
             When apr-action  Not = apc-action
             When apr-target  Not = apc-target
             When apr-detail  Not = apc-detail
                  Move rc-mismatch To save-rc
             When Other
                  Move apr-requester To apc-requester
                  Move apr-approver  To apc-approver
           End-Evaluate
           .

       *>  Spends the approval, and puts the execution with both
       *>  user ids on the event feed.
       3000-Stamp-Executed.
           Set apr-executed To True
           Move Current-Date To apr-executed-at
           Move apr-record-layout To request-record
           Rewrite request-record

           If request-file-status Not = '00'
               Move rc-io-error To save-rc
           Else
               Move 'APVEXEC' To event-type
               Perform 4100-Build-Event-Text
               Move 'approved by' To event-text(39:11)
               Move apr-approver To event-text(51:8)
               Perform 4200-Send-Event
           End-If
           .

       *>  A refused check on the event feed, so an attempt at an
       *>  unapproved destructive action is seen by more than the
       *>  person making it.
       4000-Raise-Denial.
           Move 'APVDENY' To event-type
           Perform 4100-Build-Event-Text
           Move 'not approved' To event-text(39:12)
           Perform 4200-Send-Event
           .

       *>  The action and request id, and who staged it when that
       *>  is known.
       4100-Build-Event-Text.
           Move Spaces To event-text
           Move apc-action To event-text(1:4)
           Move 'request' To event-text(6:7)
           Move apc-request-id To event-id-edit
           Move event-id-edit To event-text(14:9)
           If request-found
               Move 'by' To event-text(24:2)
               Move apr-requester To event-text(27:8)
           End-If
           .

       *>  The event goes out under the calling program's name; a
       *>  feed that cannot be written never fails the caller.
       4200-Send-Event.
           Call event-program Using
             event-type
             apc-program
             apc-target
             save-rc
             event-text
             On Exception
                Continue
           End-Call
           .
