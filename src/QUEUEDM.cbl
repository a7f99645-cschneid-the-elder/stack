       *>                             position being acted on, as
       *>                             numbered by LIST.  Ignored for
       *>                             LIST and CMPT.
       *>     ctl-approval-id
       *>                 PIC 9(009)  DELR: the id of the approved
       *>                             request (see STACKAPV.cbl).
       *>                             Ignored for the others.
       *>
       *>     LIST  reports the control record's counts and
       *>           positions, then one line per record from the
       *>           head to the tail: position, state, enqueue
       *>           time, not-before time (blank when the record
       *>           was due at once) and the item's leading bytes,
       *>           or, for a close-of-business marker (state M),
       *>           the cycle it closes.  An item enqueued with a
       *>           correlation-id gets a second line showing it,
       *>           and a keyed or claimed one a line showing its
       *>           partition key and the consumer holding it.
       *>           Behind the lines it
       *>           counts the claimable records still waiting on a
       *>           future not-before time separately from those
       *>           that could be served right now.
       *>     DELR  removes one record: its state goes to done and
       *>           the control counts follow.  A marker removed
       *>           this way is one the consumer will never reach.
       *>           DELR is a maker-checker action: it is carried
       *>           out only for a request staged through STACKAPV
       *>           and approved there by a second user id, for
       *>           this program, DELR, this DDNAME and this record
       *>           position.  STACKAPC checks the approval before
       *>           the dataset is opened and stamps the request
       *>           executed after the record is removed; the
       *>           report names the user ids that staged and
       *>           approved it.  The balance journal records
       *>           the removal under this program's name, and
       *>           right behind it an APRV record that moves
       *>           nothing and carries the approved request's id
       *>           and both user ids, chained like every other
       *>           journal record, so who asked for each DELR and
       *>           who approved it stand on the journal itself.
       *>     TOBK  re-queues a claimable record at the back of the
       *>           line, original enqueue timestamp preserved.
       *>     TOFR  moves a claimable record to the front, into the
       *> for the same reason: the consumer holding the claim would
       *> DONE a record that is no longer what it processed.
       *>
       *> A second control record reading *DRYRUN in columns 1-7
       *> makes a CMPT a dry run: the dataset is opened for input
       *> only and walked exactly as compaction would walk it, and
       *> the full report produced, headed SIMULATED, with the
       *> records a real run would keep and delete -- but nothing
       *> is rewritten or deleted, no journal record is cut, and
       *> the return code is the one the real run would give.
       *> LIST writes nothing anyway; DELR, TOBK and TOFR refuse a
       *> dry run as a control record error rather than risk
       *> carrying it out for real.  The same *DRYRUN record
       *> previews STACKHK, STACKSVM, STACKDA and STACKLM.
       *>
       *> The report goes to QDMRPT.
       *>
       Program-ID. QUEUEDM.
           .
           Select control-file Assign To "QDMIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select report-file Assign To "QDMRPT"
             Organization Is Sequential
           05  ctl-func                 PIC X(004).
           05  ctl-ddname               PIC X(008).
           05  ctl-rrn                  PIC 9(009).
           05  ctl-approval-id          PIC 9(009).

       FD  report-file.
       01  report-record                PIC X(080).
           05  jr-close-nb-items        PIC 9(009).
           05  jr-close-head-rrn        PIC 9(009).
           05  jr-close-tail-rrn        PIC 9(009).
           05  jr-cycle-id              PIC X(008).
           05  jr-marker-event          PIC X(001).
           05  jr-marker-rrn            PIC 9(009).
           *>  The journal's running chain value, stored by STACKCHN
           *>  over this record and the one before it.
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUEDM'.
           05  qd-eyecatcher-value      PIC X(008) Value 'QUEUED6 '.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the named record is not there,
           *>  not inside the head-to-tail window, or the dataset
           *>  was not recognized or its record number makes no
           *>  sense for it.
           05  rc-bad-control           PIC S9(004) Binary Value +8.
           *>  Return code indicating record 1 is not a QUEUED6
           *>  control record.
           05  rc-format-mismatch       PIC S9(004) Binary Value +12.
           *>  Return code indicating the dataset could not be
           *>  for with claims outstanding, or TOFR found no dead
           *>  slot ahead of the head.
           05  rc-refused               PIC S9(004) Binary Value +20.
           *>  Return code indicating DELR has no approved request
           *>  behind it; nothing was opened or changed.
           05  rc-not-approved          PIC S9(004) Binary Value +24.
           *>  The maker-checker approval check; see STACKAPC.cbl.
           05  approval-program         PIC X(008) Value 'STACKAPC'.
           05  approval-check-func      PIC X(004) Value 'CHEK'.
           05  approval-done-func       PIC X(004) Value 'DONE'.
           *>  The journal function of the record an approved DELR
           *>  leaves beside its own.
           05  approval-func            PIC X(004) Value 'APRV'.
           05  dry-run-token            PIC X(007) Value '*DRYRUN'.
           *>  The running chain every journal record carries; see
           *>  STACKCHN.cbl.  The chain field closes the record.
           05  chain-program            PIC X(008) Value 'STACKCHN'.
           05  chain-last-func          PIC X(004) Value 'LAST'.
           05  chain-seed-func          PIC X(004) Value 'SEED'.
           05  chain-next-func          PIC X(004) Value 'NEXT'.
           05  journal-dd-name          PIC X(008) Value 'STACKQJL'.
           05  journal-chain-offset     PIC 9(009) Binary Value 132.
           *>  STACKCHN's answer for a journal not yet seen in this
           *>  run unit.
           05  rc-chain-not-seeded      PIC S9(004) Binary Value +4.
           *>  The business processing date every journal record
           *>  carries; see STACKBD.cbl.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.

       *>  The QUEUED control record at relative record 1 and the
       *>  header ahead of every item record, mirroring QUEUED's
       *>  own layouts.
       01  qd-control.
           05  qd-eyecatcher            PIC X(008).
               88  qd-earlier-layout                Value 'QUEUED1 '
                                                          'QUEUED2 '
                                                          'QUEUED3 '
                                                          'QUEUED4 '
                                                          'QUEUED5 '.
           05  qd-ctl-item-len          PIC 9(009).
           05  qd-ctl-nb-items          PIC 9(009).
           05  qd-ctl-head-rrn          PIC 9(009).
           *>  queue, as it always has.
           05  qd-ctl-lock-owner        PIC X(008).
           05  qd-ctl-lock-time         PIC X(021).
           05  qd-ctl-nb-markers        PIC 9(009).

       01  qd-item-header.
           05  qd-item-state            PIC X(001).
           05  qd-item-enq-time         PIC X(021).
           05  qd-item-not-before       PIC X(021).
           05  qd-item-cycle-id         PIC X(008).
           05  qd-item-corr-id          PIC X(024).
           05  qd-item-part-key         PIC X(032).
           05  qd-item-claim-owner      PIC X(008).

       01  work-areas.
           05  qd-dd-name               PIC X(008) Value Spaces.
           05  nb-listed                PIC 9(009) Binary Value 0.
           05  nb-moved                 PIC 9(009) Binary Value 0.
           05  nb-deleted               PIC 9(009) Binary Value 0.
           05  nb-deferred              PIC 9(009) Binary Value 0.
           05  nb-due                   PIC 9(009) Binary Value 0.
           05  list-now-time            PIC X(021) Value Spaces.
           05  journal-file-status      PIC X(002) Value '00'.
           05  journal-chain-last       PIC 9(009) Value 0.
           05  journal-chain-len        PIC 9(009) Binary Value 0.
           05  journal-seed-eof-switch  PIC X(001) Value 'N'.
               88  journal-seed-eof                 Value 'Y'.
           05  open-nb-items            PIC 9(009) Binary Value 0.
           05  open-head-rrn            PIC 9(009) Binary Value 0.
           05  open-tail-rrn            PIC 9(009) Binary Value 0.
           *>  DELR took out a close-of-business marker, which is
           *>  no dequeue.
           05  deleted-marker-switch    PIC X(001) Value 'N'.
               88  deleted-marker                   Value 'Y'.
           05  approval-id              PIC 9(009) Binary Value 0.
           05  approval-rc              PIC S9(004) Binary Value +0.
           05  requester-id             PIC X(008) Value Spaces.
           05  approver-id              PIC X(008) Value Spaces.
           05  control-file-status      PIC X(002) Value '00'.
           05  control-eof-switch       PIC X(001) Value 'N'.
               88  control-eof                      Value 'Y'.
           05  function-read-switch     PIC X(001) Value 'N'.
               88  function-read                    Value 'Y'.
           05  dry-run-switch           PIC X(001) Value 'N'.
               88  dry-run                          Value 'Y'.

       Procedure Division.
           Open Input control-file
           If control-file-status = '00'
               Perform 7000-Read-One-Control Until control-eof
               Close control-file
           End-If

           Open Output report-file

           Move qd-dd-name To report-record(17:8)
           Write report-record

           If dry-run
               Move Spaces To report-record
               Move 'SIMULATED -- dry run: nothing written; counts are'
                 To report-record
               Move 'what a real run would write'
                 To report-record(51:27)
               Write report-record
           End-If

           If func-value Not = 'LIST' And func-value Not = 'DELR'
             And func-value Not = 'TOBK' And func-value Not = 'TOFR'
             And func-value Not = 'CMPT'
           Else
             If (func-value = 'DELR' Or func-value = 'TOBK'
               Or func-value = 'TOFR')
               And (rrn-value < 2 Or dry-run)
                 Move Spaces To report-record
                 If dry-run
                     Move 'Dry run is offered for LIST and CMPT only'
                       To report-record
                 Else
                     Move 'Record number must be 2 or higher'
                       To report-record
                 End-If
                 Write report-record
                 Move rc-bad-control To save-rc
             Else
                 If func-value = 'DELR'
                     Perform 1050-Check-Approval
                 End-If

                 If save-rc = rc-success
                     Perform 1000-Open-And-Act
                 End-If

                 If save-rc = rc-success And func-value = 'DELR'
                     Perform 1060-Spend-Approval
                 End-If
             End-If
           End-If

       *>  Opens the dataset, validates its control record, and
       *>  dispatches the requested action.
       1000-Open-And-Act.
           If dry-run
               Open Input qd-file
           Else
               Open I-O qd-file
           End-If

           If qd-file-status Not = '00'
               Move Spaces To report-record
       *>  a break.  LIST moved nothing and journals nothing.
                   If save-rc = rc-success
                     And func-value Not = 'LIST'
                     And Not dry-run
                       Perform 1040-Write-Journal-Record
                   End-If
               End-If
           End-If
           .

       *>  DELR's approval: a request staged and approved through
       *>  STACKAPV for exactly this removal.
       1050-Check-Approval.
           Call approval-program Using
             approval-check-func
             approval-id
             myname
             func-value
             qd-dd-name
             rrn-value
             requester-id
             approver-id
           End-Call
           Move Return-Code To approval-rc

           Move Spaces To report-record
           If approval-rc = rc-success
               Move 'Approved request' To report-record
               Move approval-id To report-record(18:9)
               Move 'requested by' To report-record(28:12)
               Move requester-id To report-record(41:8)
               Move 'approved by' To report-record(50:11)
               Move approver-id To report-record(62:8)
           Else
               Move 'No approved request for this removal, request'
                 To report-record
               Move approval-id To report-record(47:9)
               Move 'return code' To report-record(57:11)
               Move approval-rc To report-record(69:4)
               Move rc-not-approved To save-rc
           End-If
           Write report-record
           .

       *>  The removal is done; the approval is spent on it.
       1060-Spend-Approval.
           Call approval-program Using
             approval-done-func
             approval-id
             myname
             func-value
             qd-dd-name
             rrn-value
             requester-id
             approver-id
           End-Call
           Move Return-Code To approval-rc

           If approval-rc Not = rc-success
               Move Spaces To report-record
               Move 'Approval could not be marked executed,'
                 To report-record
               Move 'return code' To report-record(40:11)
               Move approval-rc To report-record(52:4)
               Write report-record
               Move rc-io-error To save-rc
           End-If
           .

       *>  Reads and validates the control record.
       1010-Read-Control.
           Move 1 To qd-rrn

               If qd-eyecatcher Not = qd-eyecatcher-value
                   Move Spaces To report-record
                   If qd-earlier-layout
                       Move 'Earlier layout; not handled:'
                         To report-record
                       Move qd-eyecatcher To report-record(30:8)
                   Else
                       Move 'Record 1 is not a QUEUED6 control'
                         To report-record
                   End-If
                   Write report-record
       *>  One balance-journal record for the completed action: the
       *>  opening picture captured before it, the closing picture
       *>  as the control record now stands, and the one dequeue a
       *>  DELR of an item amounts to (the moves change positions,
       *>  not depth, and a marker is no item).
       *>  Journal failures are swallowed; the maintenance itself
       *>  must stand.
       1040-Write-Journal-Record.
           Perform 1041-Seed-Journal-Chain

           Open Extend journal-file
           If journal-file-status = '35'
               Open Output journal-file

           If journal-file-status = '00'
               Move Current-Date    To jr-timestamp
               Call business-date-program Using
                 bd-get-func
                 jr-business-date
               End-Call
               Move qd-dd-name      To jr-ddname
               Move myname          To jr-job
               Move func-value      To jr-func

               Move 0 To jr-nb-enqueues
               Move 0 To jr-nb-dequeues
               If func-value = 'DELR' And Not deleted-marker
                   Move 1 To jr-nb-dequeues
               End-If

               Move qd-ctl-head-rrn To jr-close-head-rrn
               Move qd-ctl-tail-rrn To jr-close-tail-rrn

               Move Spaces To jr-cycle-id
               Move Spaces To jr-marker-event
               Move 0      To jr-marker-rrn

               Move Length(journal-record) To journal-chain-len
               Call chain-program Using
                 chain-next-func
                 journal-dd-name
                 journal-chain-last
                 journal-chain-len
                 journal-chain-offset
                 journal-record
               End-Call

               Write journal-record

               If func-value = 'DELR'
                   Perform 1042-Write-Approval-Record
               End-If

               Close journal-file
           End-If
           .

       *>  The approval behind a DELR, on the journal beside the
       *>  removal: an APRV record that moves nothing, its opening
       *>  and closing pictures both the control record as it now
       *>  stands, the user id that staged the request in the
       *>  cycle-id field, the one that approved it in the job
       *>  field, and the request id in the marker position.
       *>  QUEUEDB lists such records and leaves them out of the
       *>  balance, as it does QUEUED's INJ records.
       1042-Write-Approval-Record.
           Move approval-func   To jr-func
           Move approver-id     To jr-job
           Move qd-ctl-nb-items To jr-open-nb-items
           Move qd-ctl-head-rrn To jr-open-head-rrn
           Move qd-ctl-tail-rrn To jr-open-tail-rrn
           Move 0               To jr-nb-enqueues
           Move 0               To jr-nb-dequeues
           Move requester-id    To jr-cycle-id
           Move Spaces          To jr-marker-event
           Move approval-id     To jr-marker-rrn

           Call chain-program Using
             chain-next-func
             journal-dd-name
             journal-chain-last
             journal-chain-len
             journal-chain-offset
             journal-record
           End-Call

           Write journal-record
           .

       *>  The first record a run unit appends to the journal has
       *>  to continue the chain already on it: read the journal
       *>  through once and hand STACKCHN the last record's chain
       *>  value.  A journal that does not exist yet starts the
       *>  chain from zero.
       1041-Seed-Journal-Chain.
           Call chain-program Using
             chain-last-func
             journal-dd-name
             journal-chain-last
           End-Call

           If Return-Code = rc-chain-not-seeded
               Move 0   To journal-chain-last
               Move 'N' To journal-seed-eof-switch

               Open Input journal-file
               If journal-file-status = '00'
                   Perform 1042-Read-One-Journal-Record
                     Until journal-seed-eof
                   Close journal-file
               End-If

               Call chain-program Using
                 chain-seed-func
                 journal-dd-name
                 journal-chain-last
               End-Call
           End-If
           .

       *>  Body of the 1041-Seed-Journal-Chain loop.
       1042-Read-One-Journal-Record.
           Read journal-file
               At End
                   Move 'Y' To journal-seed-eof-switch
           End-Read

           If Not journal-seed-eof
               If jr-chain-value Is Numeric
                   Move jr-chain-value To journal-chain-last
               Else
                   Move 0 To journal-chain-last
               End-If
           End-If
           .

       *>  Writes the control-record summary lines every function's
       *>  report opens with.
       1030-Report-Control.
           Move 'tail:   ' To report-record(26:8)
           Move qd-ctl-tail-rrn To report-record(35:9)
           Write report-record

           Move Spaces To report-record
           Move 'Markers:    ' To report-record
           Move qd-ctl-nb-markers To report-record(15:9)
           Write report-record
           .

       *>  LIST: the control summary, then one line per record from
       2000-List.
           Perform 1030-Report-Control

           Move Current-Date To list-now-time

           Move Spaces To report-record
           Move 'position' To report-record(1:8)
           Move 'st' To report-record(11:2)
           Move 'enqueued-at' To report-record(14:11)
           Move 'not-before' To report-record(29:10)
           Move 'item' To report-record(44:4)
           Write report-record

           Perform 2010-List-One-Record
           Move nb-listed To report-record(17:9)
           Write report-record

       *>  Claimable records split into those waiting on a future
       *>  not-before time and those a consumer could take now.
           Compute nb-due =
             qd-ctl-nb-items - qd-ctl-nb-claimed - nb-deferred
           Move Spaces To report-record
           Move 'Claimable now: ' To report-record
           Move nb-due To report-record(17:9)
           Move 'deferred:' To report-record(28:9)
           Move nb-deferred To report-record(38:9)
           Write report-record

           If nb-listed = 0
               Move rc-not-found To save-rc
           End-If
               Move Spaces To report-record
               Move walk-rrn To report-record(1:9)
               Move qd-item-state To report-record(11:1)
               Move qd-item-enq-time(1:14) To report-record(14:14)
               Move qd-item-not-before(1:14) To report-record(29:14)

               If qd-item-state = 'Q'
                 And qd-item-not-before Not = Spaces
                 And qd-item-not-before(1:14)
                   > list-now-time(1:14)
                   Add 1 To nb-deferred
               End-If

               If qd-item-state = 'M'
                   Move 'cycle' To report-record(44:5)
                   Move qd-item-cycle-id To report-record(50:8)
               Else
                   Move qd-ctl-item-len To item-show-len
                   If item-show-len > 37
                       Move 37 To item-show-len
                   End-If
                   Move qd-record
                     (Length(qd-item-header) + 1:item-show-len)
                     To report-record(44:item-show-len)
               End-If
               Write report-record

               If qd-item-corr-id Not = Spaces
                   Move Spaces To report-record
                   Move 'corr-id' To report-record(14:7)
                   Move qd-item-corr-id To report-record(22:24)
                   Write report-record
               End-If

               If qd-item-part-key Not = Spaces
                 Or qd-item-state = 'C'
                   Move Spaces To report-record
                   Move 'key' To report-record(14:3)
                   Move qd-item-part-key To report-record(18:32)
                   If qd-item-state = 'C'
                       Move 'held by' To report-record(51:7)
                       Move qd-item-claim-owner
                         To report-record(59:8)
                   End-If
                   Write report-record
               End-If
           End-If
           .

                   Write report-record
                   Move rc-not-found To save-rc
               Else
                   If qd-item-state = 'M'
                       Move 'Y' To deleted-marker-switch
                   End-If

                   Move 'D' To qd-item-state
                   Move qd-item-header
                     To qd-record(1:Length(qd-item-header))
                   If qd-file-status Not = '00'
                       Move rc-io-error To save-rc
                   Else
                       If deleted-marker
                           Subtract 1 From qd-ctl-nb-markers
                       Else
                           Subtract 1 From qd-ctl-nb-items
                       End-If
                       Perform 1020-Rewrite-Control

                       Move Spaces To report-record
                     From dest-rrn By 1
                     Until walk-rrn >= old-tail-rrn

                   If Not dry-run
                       Perform 1020-Rewrite-Control
                   End-If

                   Move Spaces To report-record
                   Move 'Records kept:   ' To report-record
               If qd-record(1:1) = 'D'
                   Continue
               Else
                   If walk-rrn Not = dest-rrn And Not dry-run
                       Move qd-rec-len To saved-rec-len
                       Move qd-record(1:qd-rec-len)
                         To saved-record(1:saved-rec-len)
           .

       *>  Body of the dead-space deletion behind the new tail; a
       *>  slot that is already gone is fine.  A dry run counts the
       *>  slots still there, the ones a real run would delete.
       6020-Delete-Dead-Record.
           Move walk-rrn To qd-rrn
           If dry-run
               Read qd-file
           Else
               Delete qd-file
           End-If
           If qd-file-status = '00'
               Add 1 To nb-deleted
           End-If
           .

       *>  Body of the control record loop: the first record that
       *>  is not *DRYRUN is the function record.
       7000-Read-One-Control.
           Read control-file
               At End
                   Move 'Y' To control-eof-switch
           End-Read

           If Not control-eof
               Evaluate True
                 When control-record(1:7) = dry-run-token
                      Move 'Y' To dry-run-switch
                 When Not function-read
                      Move 'Y' To function-read-switch
                      Move ctl-func   To func-value
                      Move ctl-ddname To qd-dd-name
                      Move ctl-rrn    To rrn-value
                      If ctl-approval-id Is Numeric
                          Move ctl-approval-id To approval-id
                      End-If
               End-Evaluate
           End-If
           .
