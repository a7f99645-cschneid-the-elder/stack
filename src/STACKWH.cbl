       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> "Where is this item?"  Support used to answer that by
       *> browsing the audit trail, the queue datasets, the
       *> checkpoint generations and the dead-letter and quarantine
       *> datasets one at a time.  This takes a key value and where
       *> it sits in the item, searches every dataset named on the
       *> control cards for items carrying it, and prints one
       *> chronological trail of every appearance -- pushes, pops,
       *> enqueues, claims, consumptions, checkpoint appearances,
       *> dead-letters and quarantines -- with its timestamp, the
       *> stack or dataset, and the program.  Where the item
       *> appears to be now closes the report.
       *>
       *> Control record layout (STACKWHIN), first record:
       *>     ctl-key-offset    PIC 9(005)  where the key starts in
       *>                                   the item, counting from 1
       *>     ctl-key-length    PIC 9(003)  its length, 1 to 64
       *>     ctl-key-value     PIC X(064)  the value sought
       *> Each later record names one dataset to search:
       *>     src-type          PIC X(004)  AUD  audit trail
       *>                                   SV   STACKSV checkpoints
       *>                                   QUED a QUEUED dataset
       *>                                   DLQ  dead-letter dataset
       *>                                   QUAR quarantine dataset
       *>     src-dd-name       PIC X(008)  its DDNAME
       *>     src-scramble-key  PIC X(016)  the key its items were
       *>                                   scrambled under; Spaces
       *>                                   for cleartext
       *> With no dataset cards, STACKAUD and STACKSV are searched
       *> in the clear.
       *>
       *> What each dataset can say about an appearance:
       *>   - the audit trail records the moment, the stack and the
       *>     program of every audited push, pop and the like;
       *>   - a checkpoint group records the stack, its generation
       *>     (1 = oldest on the dataset, as STACKSVM numbers them)
       *>     and the item's depth, and the moment the checkpoint
       *>     was taken -- groups written before that moment was
       *>     recorded print without one and sort first; varlen
       *>     and compressed groups have no uniform stride to
       *>     search and are counted instead;
       *>   - a QUEUED record carries the enqueue moment and its
       *>     state -- claimed, and by whom, or consumed -- but not
       *>     when it was claimed or consumed; those print without a
       *>     time, right behind the enqueue.  The enqueuing job is
       *>     taken from the balance journal (STACKQJL) when it is
       *>     allocated: the record whose call moved the tail past
       *>     the item's slot;
       *>   - dead-letter and quarantine records carry the moment
       *>     and the item, not the stack or program.
       *>
       *> The trail holds the latest 500 appearances; earlier ones
       *> beyond that are counted and said to be dropped.  The
       *> report goes to STACKWHRPT.
       *>
       Program-ID. STACKWH.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKWHIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select report-file Assign To "STACKWHRPT"
             Organization Is Sequential
           .
           *>  The audit trail, checkpoint, dead-letter and
           *>  quarantine datasets are all variable sequential.
           Select src-file Assign To Dynamic src-dd-name
             Organization Is Sequential
             File Status Is src-file-status
           .
           Select qd-file Assign To Dynamic src-dd-name
             Organization Is Relative
             Access Mode Is Sequential
             Relative Key Is qd-rrn
             File Status Is qd-file-status
           .
           Select journal-file Assign To "STACKQJL"
             Organization Is Sequential
             File Status Is journal-file-status
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-key-offset           PIC 9(005).
           05  ctl-key-length           PIC 9(003).
           05  ctl-key-value            PIC X(064).
       01  source-card Redefines control-record.
           05  src-card-type            PIC X(004).
           05  src-card-dd-name         PIC X(008).
           05  src-card-scramble-key    PIC X(016).
           05  Filler                   PIC X(044).

       FD  report-file.
       01  report-record                PIC X(132).

       FD  src-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On src-rec-len
           .
       01  src-record                   PIC X(9999999).

       FD  qd-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On qd-rec-len
           .
       01  qd-record                    PIC X(9999999).

       FD  journal-file.
       *>  Mirror of QUEUED's journal-record.
       01  journal-record.
           05  jr-timestamp             PIC X(021).
           05  jr-ddname                PIC X(008).
           05  jr-job                   PIC X(008).
           05  jr-func                  PIC X(004).
           05  jr-open-nb-items         PIC 9(009).
           05  jr-open-head-rrn         PIC 9(009).
           05  jr-open-tail-rrn         PIC 9(009).
           05  jr-nb-enqueues           PIC 9(009).
           05  jr-nb-dequeues           PIC 9(009).
           05  jr-close-nb-items        PIC 9(009).
           05  jr-close-head-rrn        PIC 9(009).
           05  jr-close-tail-rrn        PIC 9(009).
           05  jr-cycle-id              PIC X(008).
           05  jr-marker-event          PIC X(001).
           05  jr-marker-rrn            PIC 9(009).
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKWH'.
           05  scramble-deco-func       PIC X(004) Value 'DECO'.
           05  sv-eyecatcher-value      PIC X(008) Value 'STACKSV2'.
           05  qd-eyecatcher-value      PIC X(008) Value 'QUEUED6 '.
           05  src-tbl-max              PIC 9(004) Value 20.
           05  gen-tbl-max              PIC 9(004) Value 100.
           05  ev-tbl-max               PIC 9(004) Value 500.
           05  key-length-max           PIC 9(004) Value 64.
           *>  The key has to end inside match-work.
           05  key-end-max              PIC 9(009) Binary
                                          Value 32767.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the key appears on none of the
           *>  datasets searched.
           05  rc-not-found             PIC S9(004) Binary Value +4.
           *>  Return code indicating the control cards are absent
           *>  or the key card is unusable; nothing was searched.
           05  rc-bad-control           PIC S9(004) Binary Value +8.
           *>  Return code indicating more appearances than the
           *>  trail holds; the earliest were dropped.
           05  rc-trail-truncated       PIC S9(004) Binary Value +12.

       *>  Mirror of STACKP's audit-header, the fixed front of every
       *>  record on STACKAUD; the item itself follows it.
       01  audit-header.
           05  audit-timestamp          PIC X(021).
           05  audit-program            PIC X(008).
           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       Copy 'STACKSVH.cpy'.

       *>  Mirror of QUEUED's qd-item-header, the front of every
       *>  item record on a QUEUED dataset.
       01  qd-item-header.
           05  qd-item-state            PIC X(001).
           05  qd-item-enq-time         PIC X(021).
           05  qd-item-not-before       PIC X(021).
           05  qd-item-cycle-id         PIC X(008).
           05  qd-item-corr-id          PIC X(024).
           05  qd-item-part-key         PIC X(032).
           05  qd-item-claim-owner      PIC X(008).

       *>  Mirror of STACKP's deadletter-header.
       01  deadletter-header.
           05  dl-timestamp             PIC X(021).
           05  dl-func                  PIC X(004).
           05  dl-return-code           PIC S9(004).

       *>  Mirror of STACKP's quarantine-header.
       01  quarantine-header.
           05  qr-timestamp             PIC X(021).
           05  qr-retry-count           PIC 9(009).

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  src-file-status          PIC X(002) Value '00'.
           05  qd-file-status           PIC X(002) Value '00'.
           05  journal-file-status      PIC X(002) Value '00'.
           05  src-dd-name              PIC X(008) Value Spaces.
           05  src-rec-len              PIC 9(009) Binary Value 0.
           05  qd-rec-len               PIC 9(009) Binary Value 0.
           05  qd-rrn                   PIC 9(009) Binary Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  ctl-eof-switch           PIC X(001) Value 'N'.
               88  ctl-eof                          Value 'Y'.
           05  first-card-switch        PIC X(001) Value 'Y'.
               88  first-card                       Value 'Y'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  jr-eof-switch            PIC X(001) Value 'N'.
               88  jr-eof                           Value 'Y'.
           05  jr-found-switch          PIC X(001) Value 'N'.
               88  jr-found                         Value 'Y'.
           05  src-stop-switch          PIC X(001) Value 'N'.
               88  src-stop                         Value 'Y'.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                      Value 'Y'.
           05  slot-found-switch        PIC X(001) Value 'N'.
               88  slot-found                       Value 'Y'.
           05  key-offset               PIC 9(009) Binary Value 0.
           05  key-length               PIC 9(009) Binary Value 0.
           05  key-value                PIC X(064) Value Spaces.
           *>  Bytes of an item needed to see the key: everything
           *>  up to its last byte, since the scramble is by
           *>  position from the item's front.
           05  prefix-len               PIC 9(009) Binary Value 0.
           05  item-start               PIC 9(009) Binary Value 0.
           05  item-avail               PIC 9(009) Binary Value 0.
           05  item-position            PIC 9(009) Binary Value 0.
           05  slot-idx                 PIC 9(009) Binary Value 0.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  match-key                PIC X(016) Value Spaces.
           05  nb-src-read              PIC 9(009) Binary Value 0.
           05  nb-src-hits              PIC 9(009) Binary Value 0.
           05  nb-src-skipped           PIC 9(009) Binary Value 0.
           05  nb-hits                  PIC 9(009) Binary Value 0.
           05  nb-dropped               PIC 9(009) Binary Value 0.
           05  ins-idx                  PIC 9(004) Value 0.
           05  ev-idx                   PIC 9(004) Value 0.
           05  gen-idx                  PIC 9(004) Value 0.
           05  sv-generation            PIC 9(004) Value 0.
           05  sv-time                  PIC X(021) Value Spaces.
           05  sv-depth                 PIC 9(009) Value 0.
           05  rc-edit                  PIC -(4)9.
           05  count-edit               PIC Z(8)9.
           05  offset-edit              PIC Z(4)9.
           05  length-edit              PIC ZZ9.

       *>  The key's bytes of one item, decoded here when the
       *>  dataset is scrambled.
       01  match-work                   PIC X(32767).

       *>  The datasets to search.
       01  src-table.
           05  src-nb-entries           PIC 9(004) Value 0.
           05  src-idx                  PIC 9(004) Value 0.
           05  src-entry Occurs 20 Times.
               10  src-type             PIC X(004).
               10  src-entry-dd-name    PIC X(008).
               10  src-scramble-key     PIC X(016).

       *>  Checkpoint generations seen so far on the dataset being
       *>  searched, per stack-id.
       01  gen-table.
           05  gen-nb-entries           PIC 9(004) Value 0.
           05  gen-entry Occurs 100 Times.
               10  gen-stack-id         PIC X(008).
               10  gen-count            PIC 9(004).

       *>  One appearance, staged for the trail.  ev-sort-time is
       *>  what it is ordered by; ev-time-switch is 'N' when the
       *>  dataset does not record the moment itself and the
       *>  ordering is borrowed from the nearest one it does.
       01  new-event.
           05  ne-sort-time             PIC X(021).
           05  ne-time-switch           PIC X(001).
           05  ne-event                 PIC X(004).
           05  ne-where                 PIC X(008).
           05  ne-program               PIC X(008).
           05  ne-source                PIC X(008).
           05  ne-detail                PIC X(030).
           05  ne-location              PIC X(060).

       *>  The trail, in timestamp order.
       01  event-table.
           05  ev-nb-entries            PIC 9(004) Value 0.
           05  ev-entry Occurs 500 Times.
               10  ev-sort-time         PIC X(021).
               10  ev-time-switch       PIC X(001).
                   88  ev-time-known                Value 'Y'.
               10  ev-event             PIC X(004).
               10  ev-where             PIC X(008).
               10  ev-program           PIC X(008).
               10  ev-source            PIC X(008).
               10  ev-detail            PIC X(030).
               10  ev-location          PIC X(060).

       Procedure Division.
           Move rc-success To save-rc

           Open Output report-file
           Move 'STACKWH item trace' To report-record
           Write report-record

           Open Input control-file
           If control-file-status Not = '00'
               Move Spaces To report-record
               Move 'STACKWHIN could not be opened; nothing searched'
                 To report-record
               Write report-record
               Close report-file
               Move rc-bad-control To Return-Code
               Goback
           End-If

           Perform 1000-Read-One-Card Until ctl-eof
           Close control-file

           If first-card
             Or key-length < 1 Or key-length > key-length-max
             Or key-offset < 1
             Or key-offset + key-length - 1 > key-end-max
               Move Spaces To report-record
               Move 'Key card missing or unusable; nothing searched'
                 To report-record
               Write report-record
               Close report-file
               Move rc-bad-control To Return-Code
               Goback
           End-If

           Compute prefix-len = key-offset + key-length - 1

           Move key-offset To offset-edit
           Move key-length To length-edit
           Move Spaces To report-record
           Move 'Key at offset' To report-record
           Move offset-edit To report-record(15:5)
           Move 'length' To report-record(21:6)
           Move length-edit To report-record(28:3)
           Move ':' To report-record(31:1)
           Move key-value(1:key-length) To report-record(33:key-length)
           Write report-record

           If src-nb-entries = 0
               Move 2          To src-nb-entries
               Move 'AUD '     To src-type(1)
               Move 'STACKAUD' To src-entry-dd-name(1)
               Move Spaces     To src-scramble-key(1)
               Move 'SV  '     To src-type(2)
               Move 'STACKSV'  To src-entry-dd-name(2)
               Move Spaces     To src-scramble-key(2)
           End-If

           Move Spaces To report-record
           Write report-record

           Perform 2000-Search-One-Source
             Varying src-idx
             From 1 By 1
             Until src-idx > src-nb-entries

           Perform 8000-Print-Trail

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  One control card: the first is the key, the rest name
       *>  the datasets.
       1000-Read-One-Card.
           Read control-file
               At End
                   Move 'Y' To ctl-eof-switch
           End-Read

           If Not ctl-eof
               If first-card
                   If ctl-key-offset Is Numeric
                     And ctl-key-length Is Numeric
                       Move ctl-key-offset To key-offset
                       Move ctl-key-length To key-length
                   End-If
                   Move ctl-key-value To key-value
                   Move 'N' To first-card-switch
               Else
                   If src-nb-entries < src-tbl-max
                       Add 1 To src-nb-entries
                       Move src-card-type
                         To src-type(src-nb-entries)
                       Move src-card-dd-name
                         To src-entry-dd-name(src-nb-entries)
                       Move src-card-scramble-key
                         To src-scramble-key(src-nb-entries)
                   Else
                       Display myname ' dataset card ' src-card-type
                         ' ' src-card-dd-name ' beyond the '
                         src-tbl-max ' this searches; ignored'
                   End-If
               End-If
           End-If
           .

       *>  Searches one dataset by its type and reports what the
       *>  search covered.
       2000-Search-One-Source.
           Move src-entry-dd-name(src-idx) To src-dd-name
           Move src-scramble-key(src-idx)  To match-key
           Move 0   To nb-src-read
           Move 0   To nb-src-hits
           Move 0   To nb-src-skipped
           Move 'N' To eof-switch
           Move 'N' To src-stop-switch

           Evaluate src-type(src-idx)
             When 'AUD '
                  Perform 3000-Search-Audit-Trail
             When 'SV  '
                  Perform 4000-Search-Checkpoints
             When 'QUED'
                  Perform 5000-Search-Queue
             When 'DLQ '
                  Perform 6000-Search-Dead-Letter
             When 'QUAR'
                  Perform 6500-Search-Quarantine
             When Other
                  Move Spaces To report-record
                  Move src-type(src-idx) To report-record
                  Move src-dd-name To report-record(6:8)
                  Move 'is not a dataset type this searches; skipped'
                    To report-record(16:45)
                  Write report-record
           End-Evaluate
           .

       *>  A dataset that could not be opened is said so, not
       *>  passed over in silence.
       2100-Report-Not-Opened.
           Move Spaces To report-record
           Move src-type(src-idx) To report-record
           Move src-dd-name To report-record(6:8)
           Move 'could not be opened; not searched'
             To report-record(16:33)
           Write report-record
           .

       *>  What one dataset's search covered.
       2200-Report-Searched.
           Move Spaces To report-record
           Move src-type(src-idx) To report-record
           Move src-dd-name To report-record(6:8)
           Move 'records read' To report-record(16:12)
           Move nb-src-read To count-edit
           Move count-edit To report-record(29:9)
           Move 'appearances' To report-record(40:11)
           Move nb-src-hits To count-edit
           Move count-edit To report-record(52:9)
           Write report-record
           .

       *>  The audit trail: every record whose item carries the key.
       3000-Search-Audit-Trail.
           Open Input src-file
           If src-file-status Not = '00'
               Perform 2100-Report-Not-Opened
           Else
               Perform 3010-Search-One-Audit-Record Until eof
               Close src-file
               Perform 2200-Report-Searched
           End-If
           .

       *>  Body of the 3000-Search-Audit-Trail loop.  A roll-up
       *>  summary, a freeze refusal, an injected fault or an
       *>  approval carries no item.
       3010-Search-One-Audit-Record.
           Read src-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-src-read
               If src-rec-len > Length(audit-header)
                   Move src-record(1:Length(audit-header))
                     To audit-header
                   If audit-func Not = 'SUM ' And Not = 'FRZX'
                     And Not = 'INJ ' And Not = 'APRV'
                       Compute item-start = Length(audit-header) + 1
                       Compute item-avail =
                         src-rec-len - Length(audit-header)
                       Perform 7000-Check-Item
                       If match-found
                           Perform 3020-Stage-Audit-Event
                       End-If
                   End-If
               End-If
           End-If
           .

       *>  The appearance an audit record describes, and where it
       *>  leaves the item.
       3020-Stage-Audit-Event.
           Move Spaces          To new-event
           Move audit-timestamp To ne-sort-time
           Move 'Y'             To ne-time-switch
           Move audit-func      To ne-event
           Move audit-stack-id  To ne-where
           Move audit-program   To ne-program
           Move src-dd-name     To ne-source
           Move audit-nb-items  To count-edit
           Move 'depth after' To ne-detail
           Move count-edit    To ne-detail(13:9)

           Evaluate audit-func
             When 'POP '
             When 'POPB'
             When 'SWP '
             When 'DELN'
                  String 'Taken off stack ' Delimited Size
                    audit-stack-id Delimited Space
                    ' by ' Delimited Size
                    audit-program Delimited Space
                    Into ne-location
                  End-String
             When 'CKOT'
                  String 'Checked out on stack ' Delimited Size
                    audit-stack-id Delimited Space
                    ' by ' Delimited Size
                    audit-program Delimited Space
                    Into ne-location
                  End-String
             When 'HOLD'
                  String 'Held on stack ' Delimited Size
                    audit-stack-id Delimited Space
                    Into ne-location
                  End-String
             When 'QUAR'
                  String 'Quarantined off stack ' Delimited Size
                    audit-stack-id Delimited Space
                    Into ne-location
                  End-String
             When Other
                  String 'On stack ' Delimited Size
                    audit-stack-id Delimited Space
                    Into ne-location
                  End-String
           End-Evaluate

           Perform 7100-Add-Event
           .

       *>  The checkpoint dataset, walked group by group the way
       *>  STACKSVP walks it; a dataset not in the STACKSV2 layout
       *>  stops the walk where it was found out.
       4000-Search-Checkpoints.
           Move 0 To gen-nb-entries

           Open Input src-file
           If src-file-status Not = '00'
               Perform 2100-Report-Not-Opened
           Else
               Perform 4010-Search-One-Group Until eof Or src-stop
               Close src-file
               Perform 2200-Report-Searched
               If nb-src-skipped > 0
                   Move nb-src-skipped To count-edit
                   Move Spaces To report-record
                   Move count-edit To report-record(6:9)
                   Move 'varlen or compressed groups not searchable'
                     To report-record(16:42)
                   Write report-record
               End-If
           End-If
           .

       *>  Body of the 4000-Search-Checkpoints loop: one group's
       *>  header, buffer, and the tags/times records behind it.
       4010-Search-One-Group.
           Read src-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-src-read
               Move Spaces To sv-header
               If src-rec-len < Length(sv-header)
                   Move src-record(1:src-rec-len)
                     To sv-header(1:src-rec-len)
               Else
                   Move src-record(1:Length(sv-header))
                     To sv-header
               End-If

               If sv-eyecatcher Not = sv-eyecatcher-value
                   Move Spaces To report-record
                   Move src-dd-name To report-record(6:8)
                   Move 'group without STACKSV2 eyecatcher; search'
                     To report-record(16:41)
                   Move ' stopped there' To report-record(57:14)
                   Write report-record
                   Move 'Y' To src-stop-switch
               Else
                   Perform 4020-Count-Generation
                   Move sv-checkpoint-time To sv-time

                   Read src-file
                       At End
                           Move 'Y' To eof-switch
                   End-Read

                   If Not eof
                       If sv-varlen-switch = 'Y'
                         Or sv-compress-switch = 'Y'
                           Add 1 To nb-src-skipped
                       Else
                           Perform 4030-Search-Group-Buffer
                       End-If
                       Perform 4050-Read-Group-Trailers
                   End-If

                   If eof
                       Move Spaces To report-record
                       Move src-dd-name To report-record(6:8)
                       Move 'last group truncated'
                         To report-record(16:20)
                       Write report-record
                   End-If
               End-If
           End-If
           .

       *>  Numbers this group among its stack-id's groups, oldest
       *>  first.
       4020-Count-Generation.
           Move 0 To sv-generation
           Perform 4021-Check-One-Generation
             Varying gen-idx
             From 1 By 1
             Until gen-idx > gen-nb-entries Or sv-generation > 0

           If sv-generation = 0
             And gen-nb-entries < gen-tbl-max
               Add 1 To gen-nb-entries
               Move sv-stack-id To gen-stack-id(gen-nb-entries)
               Move 1           To gen-count(gen-nb-entries)
               Move 1           To sv-generation
           End-If
           .

       *>  Body of the 4020-Count-Generation search.
       4021-Check-One-Generation.
           If gen-stack-id(gen-idx) = sv-stack-id
               Add 1 To gen-count(gen-idx)
               Move gen-count(gen-idx) To sv-generation
           End-If
           .

       *>  The group's buffer is scrambled as one piece, so it is
       *>  decoded whole before its slots are compared.
       4030-Search-Group-Buffer.
           If sv-item-len >= prefix-len
             And sv-curr-nb-items > 0
               If match-key Not = Spaces
                   Move src-rec-len To scramble-len
                   Call 'STACKSCR' Using
                     scramble-deco-func
                     match-key
                     scramble-len
                     src-record(1:src-rec-len)
                   End-Call
               End-If

               Perform 4040-Search-One-Slot
                 Varying slot-idx
                 From 1 By 1
                 Until slot-idx > sv-curr-nb-items
           End-If
           .

       *>  Body of the 4030-Search-Group-Buffer loop.
       4040-Search-One-Slot.
           Compute item-position = ((slot-idx - 1) * sv-item-len) + 1

           If item-position + prefix-len - 1 <= src-rec-len
               Move src-record(item-position:prefix-len)
                 To match-work(1:prefix-len)
               Perform 7010-Compare-Key
               If match-found
                   Add 1 To nb-src-hits
                   Compute sv-depth = sv-curr-nb-items - slot-idx + 1

                   Move Spaces      To new-event
                   Move sv-time     To ne-sort-time
                   If sv-time = Spaces
                       Move 'N' To ne-time-switch
                   Else
                       Move 'Y' To ne-time-switch
                   End-If
                   Move 'CKPT'      To ne-event
                   Move sv-stack-id To ne-where
                   Move src-dd-name To ne-source
                   Move 'gen'         To ne-detail
                   Move sv-generation To ne-detail(5:4)
                   Move 'depth'       To ne-detail(10:5)
                   Move sv-depth      To ne-detail(16:9)
                   String 'On stack ' Delimited Size
                     sv-stack-id Delimited Space
                     ' as of its checkpoint' Delimited Size
                     Into ne-location
                   End-String
                   Perform 7100-Add-Event
               End-If
           End-If
           .

       *>  Reads past the tags and push-timestamps records the
       *>  header says follow the buffer.
       4050-Read-Group-Trailers.
           If sv-tagged-switch = 'Y'
               Read src-file
                   At End
                       Move 'Y' To eof-switch
               End-Read
           End-If

           If Not eof
             And (sv-expiry-switch = 'Y'
               Or sv-restime-switch = 'Y')
               Read src-file
                   At End
                       Move 'Y' To eof-switch
               End-Read
           End-If
           .

       *>  A QUEUED dataset, its control record first.
       5000-Search-Queue.
           Open Input qd-file
           If qd-file-status Not = '00'
               Perform 2100-Report-Not-Opened
           Else
               Read qd-file Next Record
                   At End
                       Move 'Y' To eof-switch
               End-Read

               If eof
                 Or qd-rec-len < Length(qd-eyecatcher-value)
                 Or qd-record(1:Length(qd-eyecatcher-value))
                      Not = qd-eyecatcher-value
                   Move Spaces To report-record
                   Move src-dd-name To report-record(6:8)
                   Move 'is not a QUEUED6 dataset; not searched'
                     To report-record(16:38)
                   Write report-record
               Else
                   Perform 5010-Search-One-Queue-Record Until eof
                   Perform 2200-Report-Searched
               End-If
               Close qd-file
           End-If
           .

       *>  Body of the 5000-Search-Queue loop.  Close-of-business
       *>  markers carry no item.
       5010-Search-One-Queue-Record.
           Read qd-file Next Record
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-src-read
               If qd-rec-len > Length(qd-item-header)
                   Move qd-record(1:Length(qd-item-header))
                     To qd-item-header
                   If qd-item-state Not = 'M'
                       Compute item-avail =
                         qd-rec-len - Length(qd-item-header)
                       If item-avail >= prefix-len
                           Compute item-start =
                             Length(qd-item-header) + 1
                           Move qd-record(item-start:prefix-len)
                             To match-work(1:prefix-len)
                           Perform 7020-Decode-And-Compare
                           If match-found
                               Add 1 To nb-src-hits
                               Perform 5020-Stage-Queue-Events
                           End-If
                       End-If
                   End-If
               End-If
           End-If
           .

       *>  The enqueue, and the claim or consumption the record's
       *>  state shows happened since.
       5020-Stage-Queue-Events.
           Perform 5100-Find-Enqueuing-Job

           Move Spaces           To new-event
           Move qd-item-enq-time To ne-sort-time
           Move 'Y'              To ne-time-switch
           Move 'ENQU'           To ne-event
           Move src-dd-name      To ne-where
           If jr-found
               Move jr-job To ne-program
           End-If
           Move src-dd-name      To ne-source
           Move 'record' To ne-detail
           Move qd-rrn   To count-edit
           Move count-edit To ne-detail(8:9)
           String 'Waiting on queue ' Delimited Size
             src-dd-name Delimited Space
             Into ne-location
           End-String
           Perform 7100-Add-Event

           If qd-item-state = 'C' Or qd-item-state = 'D'
               Move 'N'                 To ne-time-switch
               Move qd-item-claim-owner To ne-program
               Move Spaces              To ne-location
               If qd-item-state = 'C'
                   Move 'CLM ' To ne-event
                   String 'Claimed on queue ' Delimited Size
                     src-dd-name Delimited Space
                     ' by ' Delimited Size
                     qd-item-claim-owner Delimited Space
                     Into ne-location
                   End-String
               Else
                   Move 'DONE' To ne-event
                   String 'Consumed from queue ' Delimited Size
                     src-dd-name Delimited Space
                     Into ne-location
                   End-String
               End-If
               Perform 7100-Add-Event
           End-If
           .

       *>  The journal record of the call that put this item on the
       *>  queue: same dataset, enqueues among its movements, the
       *>  item's slot between its opening and closing tail, and
       *>  not before the item's own enqueue moment.
       5100-Find-Enqueuing-Job.
           Move 'N' To jr-found-switch
           Move 'N' To jr-eof-switch

           Open Input journal-file
           If journal-file-status = '00'
               Perform 5110-Check-One-Journal-Record
                 Until jr-eof Or jr-found
               Close journal-file
           End-If
           .

       *>  Body of the 5100-Find-Enqueuing-Job loop.
       5110-Check-One-Journal-Record.
           Read journal-file
               At End
                   Move 'Y' To jr-eof-switch
           End-Read

           If Not jr-eof
               If jr-ddname = src-dd-name
                 And jr-nb-enqueues Is Numeric
                 And jr-nb-enqueues > 0
                 And jr-open-tail-rrn Is Numeric
                 And jr-close-tail-rrn Is Numeric
                 And qd-rrn >= jr-open-tail-rrn
                 And qd-rrn < jr-close-tail-rrn
                 And jr-timestamp >= qd-item-enq-time
                   Move 'Y' To jr-found-switch
               End-If
           End-If
           .

       *>  A dead-letter dataset.  A record refused without a
       *>  trustworthy item carries only its header.
       6000-Search-Dead-Letter.
           Open Input src-file
           If src-file-status Not = '00'
               Perform 2100-Report-Not-Opened
           Else
               Perform 6010-Search-One-Dead-Letter Until eof
               Close src-file
               Perform 2200-Report-Searched
           End-If
           .

       *>  Body of the 6000-Search-Dead-Letter loop.
       6010-Search-One-Dead-Letter.
           Read src-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-src-read
               If src-rec-len > Length(deadletter-header)
                   Move src-record(1:Length(deadletter-header))
                     To deadletter-header
                   Compute item-start = Length(deadletter-header) + 1
                   Compute item-avail =
                     src-rec-len - Length(deadletter-header)
                   Perform 7000-Check-Item
                   If match-found
                       Move Spaces       To new-event
                       Move dl-timestamp To ne-sort-time
                       Move 'Y'          To ne-time-switch
                       Move 'DEAD'       To ne-event
                       Move src-dd-name  To ne-where
                       Move src-dd-name  To ne-source
                       Move dl-return-code To rc-edit
                       Move dl-func      To ne-detail
                       Move 'refused rc' To ne-detail(6:10)
                       Move rc-edit      To ne-detail(17:5)
                       String 'Refused onto dead-letter '
                         Delimited Size
                         src-dd-name Delimited Space
                         Into ne-location
                       End-String
                       Perform 7100-Add-Event
                   End-If
               End-If
           End-If
           .

       *>  A quarantine dataset.
       6500-Search-Quarantine.
           Open Input src-file
           If src-file-status Not = '00'
               Perform 2100-Report-Not-Opened
           Else
               Perform 6510-Search-One-Quarantine Until eof
               Close src-file
               Perform 2200-Report-Searched
           End-If
           .

       *>  Body of the 6500-Search-Quarantine loop.
       6510-Search-One-Quarantine.
           Read src-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-src-read
               If src-rec-len > Length(quarantine-header)
                   Move src-record(1:Length(quarantine-header))
                     To quarantine-header
                   Compute item-start = Length(quarantine-header) + 1
                   Compute item-avail =
                     src-rec-len - Length(quarantine-header)
                   Perform 7000-Check-Item
                   If match-found
                       Move Spaces       To new-event
                       Move qr-timestamp To ne-sort-time
                       Move 'Y'          To ne-time-switch
                       Move 'QUAR'       To ne-event
                       Move src-dd-name  To ne-where
                       Move src-dd-name  To ne-source
                       Move qr-retry-count To count-edit
                       Move 'after' To ne-detail
                       Move count-edit To ne-detail(7:9)
                       Move 'failures' To ne-detail(17:8)
                       String 'Quarantined on ' Delimited Size
                         src-dd-name Delimited Space
                         Into ne-location
                       End-String
                       Perform 7100-Add-Event
                   End-If
               End-If
           End-If
           .

       *>  An item at item-start for item-avail bytes of src-record:
       *>  its key bytes copied out, decoded and compared.  An
       *>  item too short to hold the key cannot carry it.
       7000-Check-Item.
           Move 'N' To match-switch
           If item-avail >= prefix-len
               Move src-record(item-start:prefix-len)
                 To match-work(1:prefix-len)
               Perform 7020-Decode-And-Compare
               If match-found
                   Add 1 To nb-src-hits
               End-If
           End-If
           .

       *>  Compares the key against match-work as it stands.
       7010-Compare-Key.
           If match-work(key-offset:key-length)
                = key-value(1:key-length)
               Move 'Y' To match-switch
           Else
               Move 'N' To match-switch
           End-If
           .

       *>  Decodes match-work's prefix when the dataset is
       *>  scrambled, then compares.
       7020-Decode-And-Compare.
           If match-key Not = Spaces
               Move prefix-len To scramble-len
               Call 'STACKSCR' Using
                 scramble-deco-func
                 match-key
                 scramble-len
                 match-work(1:prefix-len)
               End-Call
           End-If

           Perform 7010-Compare-Key
           .

       *>  Files new-event into the trail in timestamp order,
       *>  behind any already there with the same timestamp.  A
       *>  full trail gives up its earliest appearance to make
       *>  room, since the latest ones say where the item is now;
       *>  an appearance earlier than all of a full trail is the
       *>  one dropped.
       7100-Add-Event.
           Add 1 To nb-hits
           Compute ins-idx = ev-nb-entries + 1
           Move 'N' To slot-found-switch
           Perform 7110-Check-One-Slot
             Varying ev-idx
             From 1 By 1
             Until ev-idx > ev-nb-entries Or slot-found

           If ev-nb-entries >= ev-tbl-max
               Add 1 To nb-dropped
               If ins-idx > 1
                   Perform 7120-Move-One-Up
                     Varying ev-idx
                     From 1 By 1
                     Until ev-idx >= ev-nb-entries
                   Subtract 1 From ev-nb-entries
                   Subtract 1 From ins-idx
               End-If
           End-If

           If ev-nb-entries < ev-tbl-max
               Perform 7130-Move-One-Down
                 Varying ev-idx
                 From ev-nb-entries By -1
                 Until ev-idx < ins-idx
               Move new-event To ev-entry(ins-idx)
               Add 1 To ev-nb-entries
           End-If
           .

       *>  Body of the 7100-Add-Event search.
       7110-Check-One-Slot.
           If ev-sort-time(ev-idx) > ne-sort-time
               Move ev-idx To ins-idx
               Move 'Y'    To slot-found-switch
           End-If
           .

       *>  Body of the 7100-Add-Event drop of the earliest entry.
       7120-Move-One-Up.
           Move ev-entry(ev-idx + 1) To ev-entry(ev-idx)
           .

       *>  Body of the 7100-Add-Event opening of the slot.
       7130-Move-One-Down.
           Move ev-entry(ev-idx) To ev-entry(ev-idx + 1)
           .

       *>  The trail, then where the item appears to be now.
       8000-Print-Trail.
           Move Spaces To report-record
           Write report-record

           Move Spaces To report-record
           Move 'Timestamp'   To report-record(1:9)
           Move 'Event'       To report-record(24:5)
           Move 'Stack/DS'    To report-record(30:8)
           Move 'Program'     To report-record(40:7)
           Move 'Dataset'     To report-record(50:7)
           Move 'Detail'      To report-record(60:6)
           Write report-record

           Perform 8010-Print-One-Event
             Varying ev-idx
             From 1 By 1
             Until ev-idx > ev-nb-entries

           Move Spaces To report-record
           Write report-record

           If ev-nb-entries = 0
               Move Spaces To report-record
               Move 'Not found on any dataset searched'
                 To report-record
               Write report-record
               Move rc-not-found To save-rc
           Else
               Move Spaces To report-record
               Move 'Where it appears to be now:' To report-record
               Move ev-location(ev-nb-entries)
                 To report-record(29:60)
               Write report-record
           End-If

           If nb-dropped > 0
               Move nb-dropped To count-edit
               Move Spaces To report-record
               Move count-edit To report-record(1:9)
               Move 'earlier appearances dropped; the trail holds'
                 To report-record(11:44)
               Move ev-tbl-max To report-record(56:4)
               Move 'latest' To report-record(61:6)
               Write report-record
               Move rc-trail-truncated To save-rc
           End-If
           .

       *>  Body of the 8000-Print-Trail loop.
       8010-Print-One-Event.
           Move Spaces To report-record
           If ev-time-known(ev-idx)
               Move ev-sort-time(ev-idx) To report-record(1:21)
           Else
               Move '(not recorded)' To report-record(1:14)
           End-If
           Move ev-event(ev-idx)   To report-record(24:4)
           Move ev-where(ev-idx)   To report-record(30:8)
           Move ev-program(ev-idx) To report-record(40:8)
           Move ev-source(ev-idx)  To report-record(50:8)
           Move ev-detail(ev-idx)  To report-record(60:30)
           Write report-record
           .
