       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Maker-checker approvals for the destructive operator and
       *> maintenance actions: clearing a stack through STACKOP
       *> (CLR), removing a QUEUED record through QUEUEDM (DELR),
       *> and pruning checkpoint generations through STACKSVM
       *> (PRUN).  None of them is carried out on one person's say
       *> so.  The request is staged here first, with the user id
       *> asking for it, the reason and the target; a second,
       *> different user id approves or rejects it in a later run
       *> of this program; and the program carrying the action out
       *> quotes the approved request's id on its own control
       *> record, has it checked by STACKAPC, and has the request
       *> stamped executed -- with both user ids -- once it is
       *> done.  See STACKAPR.cpy for the request record.
       *>
       *> The user id is the one the scheduler exports to every
       *> step as USERID, never one a control record claims, so
       *> nobody approves their own request by typing someone
       *> else's name.  With no USERID exported nothing is staged
       *> or decided.
       *>
       *> A request nobody decides expires: every run first marks
       *> expired each pending request staged longer ago than the
       *> expiry period, 72 hours unless an EXPY record sets it.
       *> An expired request cannot be approved; it has to be
       *> staged again.  An approved request does not expire; it
       *> waits for the run that carries it out.
       *>
       *> A decided request -- rejected, expired or executed -- is
       *> kept on STACKAPR for the retention period, 90 days from
       *> its decision or execution unless a RETN record sets it,
       *> and then dropped as the dataset is read.  Each execution
       *> stands for good on the chained audit trail or balance
       *> journal as an APRV record with both user ids (see
       *> STACKOP.cbl, QUEUEDM.cbl and STACKSVM.cbl), and each
       *> decision went to the event feed, so STACKAPR need only
       *> hold the requests still in play; without retention it
       *> would fill and stop every gated action for good.  The
       *> newest request on the dataset is never dropped, since
       *> the next request id is numbered from it.
       *>
       *> Control records (STACKAPIN), 80 bytes, one per action,
       *> carried out in the order given:
       *>     STAG  columns 1-4, stages a request
       *>           the program, columns 5-12: STACKOP, QUEUEDM or
       *>           STACKSVM
       *>           its action, columns 13-16: CLR, DELR or PRUN
       *>           respectively
       *>           the target, columns 17-24: the stack's
       *>           STACKDIR name for CLR, the queue's DDNAME for
       *>           DELR, Spaces for PRUN
       *>           the detail, columns 25-33: the record position
       *>           for DELR, the generations to keep for PRUN;
       *>           Spaces or zero for CLR
       *>           the reason, columns 34-80, which must be given
       *>     APPR  columns 1-4, approves the request whose id is in
       *>           columns 5-13
       *>     REJT  columns 1-4, rejects the request whose id is in
       *>           columns 5-13
       *>     EXPY  columns 1-4, the expiry period in hours,
       *>           columns 5-8, for this run's expiry sweep
       *>     RETN  columns 1-4, the retention period in days,
       *>           columns 5-8, for the decided requests this run
       *>           reads
       *> A request can only be approved or rejected while it is
       *> pending, and not by the user id that staged it.
       *>
       *> The pending-approvals dataset STACKAPR is read whole and
       *> written back whole when anything on it changed, requests
       *> dropped for retention included; a run with no STACKAPR
       *> starts a new one.  STACKAPRPT reports how many requests
       *> were dropped, each expiry and each control record's
       *> outcome, then lists the requests still pending or
       *> approved.
       *>
       *> Return codes:
       *>     0   every control record carried out
       *>     4   one or more control records refused; the report
       *>         says which and why
       *>     8   no USERID exported; nothing staged or decided
       *>     12  a control record not understood; nothing staged
       *>         or decided
       *>     16  STACKAPR could not be read or written back, or
       *>         holds more requests inside the retention period
       *>         than this program handles; a shorter RETN sheds
       *>         them
       *>
       Program-ID. STACKAPV.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKAPIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select request-file Assign To "STACKAPR"
             Organization Is Sequential
             File Status Is request-file-status
           .
           Select report-file Assign To "STACKAPRPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record               PIC X(080).

       FD  request-file.
       01  request-record               PIC X(200).

       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKAPV'.
           05  card-tbl-max             PIC 9(004) Value 100.
           05  request-tbl-max          PIC 9(004) Value 2000.
           *>  The expiry period when no EXPY record sets one.
           05  default-expiry-hours     PIC 9(004) Value 72.
           *>  The retention period when no RETN record sets one.
           05  default-retention-days   PIC 9(004) Value 90.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating a control record was refused.
           05  rc-card-refused          PIC S9(004) Binary Value +4.
           *>  Return code indicating no USERID was exported.
           05  rc-no-user-id            PIC S9(004) Binary Value +8.
           *>  Return code indicating a control record is not
           *>  understood.
           05  rc-bad-control           PIC S9(004) Binary Value +12.
           *>  Return code indicating STACKAPR could not be read or
           *>  written back, or overflowed the request table.
           05  rc-io-error              PIC S9(004) Binary Value +16.

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  request-file-status      PIC X(002) Value '00'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  changed-switch           PIC X(001) Value 'N'.
               88  requests-changed                 Value 'Y'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  user-id                  PIC X(008) Value Spaces.
           05  expiry-hours             PIC 9(004) Value 0.
           05  retention-days           PIC 9(004) Value 0.
           05  retention-seconds        PIC 9(011) Binary Value 0.
           05  nb-dropped               PIC 9(009) Binary Value 0.
           *>  The last request read that is past retention, held
           *>  back until a later request turns up: if none does it
           *>  is the newest on the dataset and is kept.
           05  held-switch              PIC X(001) Value 'N'.
               88  request-held                     Value 'Y'.
           05  held-request             PIC X(200) Value Spaces.
           05  card-idx                 PIC 9(004) Value 0.
           05  req-idx                  PIC 9(004) Value 0.
           05  match-idx                PIC 9(004) Value 0.
           05  highest-request-id       PIC 9(009) Value 0.
           05  now-time                 PIC X(021) Value Spaces.
           05  now-seconds              PIC 9(011) Binary Value 0.
           05  stamp-seconds            PIC 9(011) Binary Value 0.
           05  expiry-seconds           PIC 9(011) Binary Value 0.
           05  nb-expired               PIC 9(009) Binary Value 0.
           05  nb-open                  PIC 9(009) Binary Value 0.
           05  count-edit               PIC Z(8)9.
           05  refusal-text             PIC X(050) Value Spaces.

       *>  A Current-Date timestamp taken apart for the expiry
       *>  arithmetic.
       01  stamp-work.
           05  stamp-date               PIC 9(008).
           05  stamp-hours              PIC 9(002).
           05  stamp-minutes            PIC 9(002).
           05  stamp-secs               PIC 9(002).
           05  Filler                   PIC X(007).

       *>  The control records, read whole before any is carried
       *>  out, so an EXPY anywhere governs the sweep and a record
       *>  not understood stops the run before anything changes.
       01  card-table.
           05  card-nb-entries          PIC 9(004) Value 0.
           05  card-entry               PIC X(080) Occurs 100 Times.

       *>  One control record, in each of its shapes.
       01  control-view.
           05  cv-kind                  PIC X(004).
           05  cv-body                  PIC X(076).
           05  cv-stage Redefines cv-body.
               10  cv-program           PIC X(008).
               10  cv-action            PIC X(004).
               10  cv-target            PIC X(008).
               10  cv-detail            PIC X(009).
               10  cv-detail-n Redefines cv-detail
                                        PIC 9(009).
               10  cv-reason            PIC X(047).
           05  cv-decide Redefines cv-body.
               10  cv-request-id        PIC X(009).
               10  cv-request-id-n Redefines cv-request-id
                                        PIC 9(009).
               10  Filler               PIC X(067).
           05  cv-expiry Redefines cv-body.
               10  cv-hours             PIC X(004).
               10  cv-hours-n Redefines cv-hours
                                        PIC 9(004).
               10  Filler               PIC X(072).
           05  cv-retention Redefines cv-body.
               10  cv-days              PIC X(004).
               10  cv-days-n Redefines cv-days
                                        PIC 9(004).
               10  Filler               PIC X(072).

       *>  Every request on STACKAPR, in dataset order.
       01  request-table.
           05  req-nb-entries           PIC 9(004) Value 0.
           05  req-entry                PIC X(200) Occurs 2000 Times.

       Copy 'STACKAPR.cpy'.

       Procedure Division.
           Open Output report-file

           Move 'STACKAPV maker-checker approvals' To report-record
           Write report-record

           Move default-expiry-hours To expiry-hours
           Move default-retention-days To retention-days
           Perform 1000-Read-Controls

           If save-rc = rc-success
               Perform 1100-Get-User-Id
           End-If

           If save-rc = rc-success
               Perform 2000-Load-Requests
           End-If

           If save-rc = rc-success
               Perform 3000-Expire-Requests

               Perform 4000-Carry-Out-One-Card
                 Varying card-idx
                 From 1 By 1
                 Until card-idx > card-nb-entries

               If requests-changed
                   Perform 5000-Write-Requests
               End-If

               Perform 6000-List-Open-Requests
           End-If

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  Reads every control record into the card table,
       *>  checking each can be understood.  No STACKAPIN is a run
       *>  that only expires and lists.
       1000-Read-Controls.
           Move 'N' To eof-switch
           Open Input control-file

           If control-file-status = '00'
               Perform 1010-Read-One-Control
                 Until eof Or save-rc Not = rc-success
               Close control-file
           End-If
           .

       *>  Body of the 1000-Read-Controls loop.
       1010-Read-One-Control.
           Read control-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Move control-record To control-view

               Evaluate True
                 When control-record = Spaces
                      Continue
                 When cv-kind = 'STAG'
                      If cv-detail = Spaces
                          Move 0 To cv-detail-n
                      End-If
                      If cv-detail Is Not Numeric
                          Perform 1020-Reject-Control
                      Else
                          Perform 1030-Keep-Control
                      End-If
                 When cv-kind = 'APPR'
                 When cv-kind = 'REJT'
                      If cv-request-id Is Not Numeric
                          Perform 1020-Reject-Control
                      Else
                          Perform 1030-Keep-Control
                      End-If
                 When cv-kind = 'EXPY'
                      If cv-hours Is Not Numeric
                        Or cv-hours-n = 0
                          Perform 1020-Reject-Control
                      Else
                          Move cv-hours-n To expiry-hours
                      End-If
                 When cv-kind = 'RETN'
                      If cv-days Is Not Numeric
                        Or cv-days-n = 0
                          Perform 1020-Reject-Control
                      Else
                          Move cv-days-n To retention-days
                      End-If
                 When Other
                      Perform 1020-Reject-Control
               End-Evaluate
           End-If
           .

       *>  An unusable control record ends the run before anything
       *>  is staged or decided.
       1020-Reject-Control.
           Move Spaces To report-record
           Move 'Control record not understood:' To report-record
           Write report-record
           Move control-record To report-record
           Write report-record
           Display myname ' Control record not understood: '
             control-record
           Move rc-bad-control To save-rc
           .

       *>  Files a control record to be carried out once all have
       *>  been read.
       1030-Keep-Control.
           If card-nb-entries < card-tbl-max
               Add 1 To card-nb-entries
               Move control-view To card-entry(card-nb-entries)
           Else
               Move Spaces To report-record
               Move 'More control records than this program handles'
                 To report-record
               Write report-record
               Move rc-bad-control To save-rc
           End-If
           .

       *>  The user id this run stages and decides under.
       1100-Get-User-Id.
           Move Spaces To user-id
           Accept user-id From Environment 'USERID'
               On Exception
                   Move Spaces To user-id
           End-Accept

           Move Spaces To report-record
           If user-id = Spaces
               Move 'No USERID exported; nothing staged or decided'
                 To report-record
               Write report-record
               Move rc-no-user-id To save-rc
           Else
               Move 'Run by user id' To report-record
               Move user-id To report-record(16:8)
               Move 'expiry period' To report-record(26:13)
               Move expiry-hours To count-edit
               Move count-edit To report-record(40:9)
               Move 'hours' To report-record(50:5)
               Write report-record
               Move Spaces To report-record
               Move 'retention period' To report-record(26:16)
               Move retention-days To count-edit
               Move count-edit To report-record(43:9)
               Move 'days' To report-record(53:4)
               Write report-record
           End-If
           .

       *>  Reads STACKAPR into the request table, noting the
       *>  highest request id for the next one staged and leaving
       *>  out the decided requests past retention.  Status 35 is
       *>  a dataset not created yet: an empty table.
       2000-Load-Requests.
           Move 'N' To eof-switch
           Move 'N' To held-switch
           Move 0 To req-nb-entries
           Move 0 To highest-request-id
           Move 0 To nb-dropped

           Move Current-Date To now-time
           Move now-time To stamp-work
           Perform 3020-Stamp-To-Seconds
           Move stamp-seconds To now-seconds
           Compute retention-seconds = retention-days * 86400

           Open Input request-file

           Evaluate request-file-status
             When '00'
                  Perform 2010-Load-One-Request
                    Until eof Or save-rc Not = rc-success
                  Close request-file

       *>  The newest request on the dataset stays, past
       *>  retention or not.
                  If request-held And save-rc = rc-success
                      Subtract 1 From nb-dropped
                      Move held-request To request-record
                      Perform 2020-Keep-Request
                  End-If

                  If nb-dropped > 0
                      Move 'Y' To changed-switch
                  End-If

                  Move Spaces To report-record
                  Move 'Requests past retention dropped:'
                    To report-record
                  Move nb-dropped To count-edit
                  Move count-edit To report-record(34:9)
                  Write report-record
             When '35'
                  Continue
             When Other
                  Move Spaces To report-record
                  Move 'STACKAPR could not be opened, file status'
                    To report-record
                  Move request-file-status To report-record(43:2)
                  Write report-record
                  Move rc-io-error To save-rc
           End-Evaluate
           .

       *>  Body of the 2000-Load-Requests loop.
       2010-Load-One-Request.
           Read request-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Move 'N' To held-switch
               Move request-record To apr-record-layout
               If apr-request-id > highest-request-id
                   Move apr-request-id To highest-request-id
               End-If

               Perform 2030-Check-Retention
               If request-held
                   Add 1 To nb-dropped
                   Move request-record To held-request
               Else
                   Perform 2020-Keep-Request
               End-If
           End-If
           .

       *>  Files the request just read in the table.
       2020-Keep-Request.
           If req-nb-entries < request-tbl-max
               Add 1 To req-nb-entries
               Move request-record To req-entry(req-nb-entries)
           Else
               Move Spaces To report-record
               Move 'STACKAPR holds more requests than this'
                 To report-record
               Move ' program handles' To report-record(39:16)
               Write report-record
               Move rc-io-error To save-rc
           End-If
           .

       *>  A rejected or expired request is past retention counted
       *>  from its decision, an executed one from its execution;
       *>  pending and approved requests are still in play.
       2030-Check-Retention.
           Evaluate True
             When apr-rejected
             When apr-expired
                  Move apr-decided-at To stamp-work
             When apr-executed
                  Move apr-executed-at To stamp-work
             When Other
                  Move Spaces To stamp-work
           End-Evaluate

           If stamp-date Is Numeric
             And stamp-hours Is Numeric
             And stamp-minutes Is Numeric
             And stamp-secs Is Numeric
               Perform 3020-Stamp-To-Seconds
               If now-seconds - stamp-seconds > retention-seconds
                   Move 'Y' To held-switch
               End-If
           End-If
           .

       *>  Marks expired every pending request staged longer ago
       *>  than the expiry period.
       3000-Expire-Requests.
           Move Current-Date To now-time
           Move now-time To stamp-work
           Perform 3020-Stamp-To-Seconds
           Move stamp-seconds To now-seconds
           Compute expiry-seconds = expiry-hours * 3600

           Perform 3010-Expire-One-Request
             Varying req-idx
             From 1 By 1
             Until req-idx > req-nb-entries

           Move Spaces To report-record
           Move 'Requests expired:' To report-record
           Move nb-expired To count-edit
           Move count-edit To report-record(19:9)
           Write report-record
           .

       *>  Body of the 3000-Expire-Requests loop.
       3010-Expire-One-Request.
           Move req-entry(req-idx) To apr-record-layout

           If apr-pending
               Move apr-requested-at To stamp-work
               Perform 3020-Stamp-To-Seconds

               If now-seconds - stamp-seconds >= expiry-seconds
                   Set apr-expired To True
                   Move now-time To apr-decided-at
                   Move apr-record-layout To req-entry(req-idx)
                   Move 'Y' To changed-switch
                   Add 1 To nb-expired

                   Move 'EXPIRED' To report-record
                   Perform 4900-Describe-Request
               End-If
           End-If
           .

       *>  Seconds since the start of the Gregorian calendar, for
       *>  the timestamp in stamp-work.
       3020-Stamp-To-Seconds.
           Compute stamp-seconds =
             Integer-Of-Date(stamp-date) * 86400
             + stamp-hours * 3600
             + stamp-minutes * 60
             + stamp-secs
           .

       *>  Body of the control record loop: one staging, approval
       *>  or rejection.
       4000-Carry-Out-One-Card.
           Move card-entry(card-idx) To control-view
           Move Spaces To refusal-text

           Evaluate cv-kind
             When 'STAG'
                  Perform 4100-Stage-Request
             When 'APPR'
             When 'REJT'
                  Perform 4200-Decide-Request
           End-Evaluate

           If refusal-text Not = Spaces
               Move Spaces To report-record
               Move 'REFUSED' To report-record
               Move cv-kind To report-record(9:4)
               Move refusal-text To report-record(14:50)
               Write report-record
               Move card-entry(card-idx) To report-record
               Write report-record
               If save-rc < rc-card-refused
                   Move rc-card-refused To save-rc
               End-If
           End-If
           .

       *>  STAG: only the three gated actions, each with the
       *>  target and detail it needs, and always a reason.
       4100-Stage-Request.
           Evaluate True
             When cv-program = 'STACKOP' And cv-action = 'CLR '
                  If cv-target = Spaces
                      Move 'CLR needs the stack name as target'
                        To refusal-text
                  End-If
                  Move 0 To cv-detail-n
             When cv-program = 'QUEUEDM' And cv-action = 'DELR'
                  If cv-target = Spaces
                      Move 'DELR needs the queue DDNAME as target'
                        To refusal-text
                  End-If
                  If cv-detail-n < 2
                      Move 'DELR needs a record position of 2 or higher'
                        To refusal-text
                  End-If
             When cv-program = 'STACKSVM' And cv-action = 'PRUN'
                  Move Spaces To cv-target
                  If cv-detail-n = 0
                      Move 'PRUN needs a generation count'
                        To refusal-text
                  End-If
             When Other
                  Move 'Not an action that needs approval'
                    To refusal-text
           End-Evaluate

           If refusal-text = Spaces And cv-reason = Spaces
               Move 'A reason must be given' To refusal-text
           End-If

           If refusal-text = Spaces
             And req-nb-entries Not < request-tbl-max
               Move 'STACKAPR is full' To refusal-text
           End-If

           If refusal-text = Spaces
               Move Spaces To apr-record-layout
               Add 1 To highest-request-id
               Move highest-request-id To apr-request-id
               Set apr-pending To True
               Move cv-program  To apr-program
               Move cv-action   To apr-action
               Move cv-target   To apr-target
               Move cv-detail-n To apr-detail
               Move cv-reason   To apr-reason
               Move user-id     To apr-requester
               Move Current-Date To apr-requested-at

               Add 1 To req-nb-entries
               Move apr-record-layout To req-entry(req-nb-entries)
               Move 'Y' To changed-switch

               Move 'STAGED' To report-record
               Perform 4900-Describe-Request
           End-If
           .

       *>  APPR and REJT: a pending request, decided by anyone but
       *>  the user id that staged it.
       4200-Decide-Request.
           Move 0 To match-idx
           Perform 4210-Find-One-Request
             Varying req-idx
             From 1 By 1
             Until req-idx > req-nb-entries Or match-idx > 0

           Evaluate True
             When match-idx = 0
                  Move 'No such request' To refusal-text
             When Not apr-pending
                  Move 'Request is not pending; its state is'
                    To refusal-text
                  Move apr-state To refusal-text(38:1)
             When apr-requester = user-id
                  Move 'The requester cannot decide their own request'
                    To refusal-text
             When Other
                  If cv-kind = 'APPR'
                      Set apr-approved To True
                      Move 'APPROVED' To report-record
                  Else
                      Set apr-rejected To True
                      Move 'REJECTED' To report-record
                  End-If
                  Move user-id To apr-approver
                  Move Current-Date To apr-decided-at
                  Move apr-record-layout To req-entry(match-idx)
                  Move 'Y' To changed-switch

                  Perform 4900-Describe-Request
           End-Evaluate
           .

       *>  Body of the 4200-Decide-Request search loop.
       4210-Find-One-Request.
           Move req-entry(req-idx) To apr-record-layout
           If apr-request-id = cv-request-id-n
               Move req-idx To match-idx
           End-If
           .

       *>  Writes the request in apr-record-layout as a report
       *>  line after the outcome already in columns 1-8 of the
       *>  report record, its user ids on a second, and its reason
       *>  on a third.
       4900-Describe-Request.
           Move Spaces To report-record(9:72)
           Move apr-request-id To report-record(10:9)
           Move apr-program    To report-record(20:8)
           Move apr-action     To report-record(29:4)
           Move apr-target     To report-record(34:8)
           Move apr-detail     To count-edit
           Move count-edit     To report-record(43:9)
           Move apr-requested-at(1:12) To report-record(53:12)
           Write report-record

           Move Spaces To report-record
           Move 'requested by' To report-record(10:12)
           Move apr-requester  To report-record(23:8)
           If apr-approver Not = Spaces
               Move 'decided by' To report-record(33:10)
               Move apr-approver To report-record(44:8)
           End-If
           Write report-record

           Move Spaces To report-record
           Move apr-reason To report-record(10:60)
           Write report-record
           .

       *>  Writes the request table back over STACKAPR.
       5000-Write-Requests.
           Open Output request-file

           If request-file-status Not = '00'
               Move Spaces To report-record
               Move 'STACKAPR could not be written, file status'
                 To report-record
               Move request-file-status To report-record(44:2)
               Write report-record
               Move rc-io-error To save-rc
           Else
               Perform 5010-Write-One-Request
                 Varying req-idx
                 From 1 By 1
                 Until req-idx > req-nb-entries
               Close request-file
           End-If
           .

       *>  Body of the 5000-Write-Requests loop.
       5010-Write-One-Request.
           Move req-entry(req-idx) To request-record
           Write request-record
           .

       *>  Lists every request still pending or approved: the
       *>  work waiting on a checker, and the actions waiting to
       *>  be carried out.
       6000-List-Open-Requests.
           Move Spaces To report-record
           Write report-record
           Move 'Requests pending (P) or approved (A):'
             To report-record
           Write report-record

           Move 0 To nb-open
           Perform 6010-List-One-Request
             Varying req-idx
             From 1 By 1
             Until req-idx > req-nb-entries

           Move Spaces To report-record
           Move 'Open requests:' To report-record
           Move nb-open To count-edit
           Move count-edit To report-record(19:9)
           Write report-record
           .

       *>  Body of the 6000-List-Open-Requests loop.
       6010-List-One-Request.
           Move req-entry(req-idx) To apr-record-layout

           If apr-pending Or apr-approved
               Add 1 To nb-open
               Move Spaces To report-record
               Move apr-state To report-record(3:1)
               Perform 4900-Describe-Request
           End-If
           .
