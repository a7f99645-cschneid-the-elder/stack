       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Balance report over the STACKQJL journal QUEUED, PRIQD and
       *> KEYD append to: chains each dataset's records in order and
       *> proves the conservation arithmetic the auditors asked to
       *> see -- every record's opening depth plus its enqueues
       *> minus its dequeues must equal its closing depth, and each
       *> record's opening picture must be the previous record's
       *> closing picture.  A break in either is flagged with both sides
       *> printed, because a break here is a torn call or an
       *> off-journal touch of the dataset, and either one is an
       *> incident.
       *> DDNAME, the two-pass shape STACKTR uses.  The report goes
       *> to QDBRPT.
       *>
       *> Close-of-business markers show where each business cycle
       *> ends: every record that posted a marker, and every record
       *> whose consumer reached one, prints a line in the chain
       *> naming the cycle and the marker's record position, and
       *> the summary counts markers posted and reached.  More
       *> posted than reached is a cycle the consumer has not yet
       *> worked through to its end.
       *>
       *> A recovery drill (see STACKFI.cbl) stamps every fault it
       *> injects into QUEUED on the journal as an INJ record that
       *> moves nothing.  Each prints a line in the chain naming
       *> the fault and when, the summary counts them, and they
       *> take no part in the arithmetic or the chain, so a drill
       *> never reads as a break.
       *>
       *> QUEUEDM stamps the approval behind each DELR it carries
       *> out as an APRV record beside the removal, also moving
       *> nothing (see STACKAPV.cbl).  Each prints a line naming
       *> the request and the two user ids, the summary counts
       *> them, and like INJ records they stay out of the
       *> arithmetic and the chain.
       *>
       *> Every journal record carries the business processing date
       *> its call belonged to (see STACKBD.cbl); a journal written
       *> before it did has shorter records and is not readable
       *> here.  Control records (QDBIN, optional), 80 bytes, kind
       *> in columns 1-4:
       *>   BDAT  balance only the records of a range of business
       *>         dates: the first in columns 5-12, the last in
       *>         columns 13-20, YYYYMMDD; the last left blank means
       *>         just the first.  Each dataset's chain then starts
       *>         at its first record in the range.
       *>   BDGP  balance each business date on its own as well: a
       *>         subtotal per date of the sessions, the enqueues
       *>         and dequeues, and the depths the day opened and
       *>         closed at -- the business day's conservation
       *>         proof, however many calendar dates it spanned
       *>
       *> Return codes: 0, balanced; 4, breaks found; 8, no journal
       *> records; 12, a control record is unusable (the report is
       *> still written, without it).
       *>
       Program-ID. QUEUEDB.
       Environment Division.
       Configuration Section.
           Select report-file Assign To "QDBRPT"
             Organization Is Sequential
           .
           Select control-file Assign To "QDBIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
       Data Division.
       File Section.
       FD  journal-file.
           05  jr-close-nb-items        PIC 9(009).
           05  jr-close-head-rrn        PIC 9(009).
           05  jr-close-tail-rrn        PIC 9(009).
           05  jr-cycle-id              PIC X(008).
           05  jr-marker-event          PIC X(001).
               88  jr-marker-posted                 Value 'P'.
               88  jr-marker-reached                Value 'R'.
           05  jr-marker-rrn            PIC 9(009).
           *>  The journal's running chain value, stored by STACKCHN
           *>  over this record and the one before it.
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       FD  report-file.
       01  report-record                PIC X(080).

       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  ctl-first-date           PIC X(008).
           05  ctl-last-date            PIC X(008).
           05  Filler                   PIC X(060).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUEDB'.
           *>  Return code indicating the journal could not be
           *>  opened or held no records.
           05  rc-no-journal            PIC S9(004) Binary Value +8.
           *>  Return code indicating a control record is
           *>  unusable.
           05  rc-bad-control           PIC S9(004) Binary Value +12.

       01  work-areas.
           05  journal-file-status      PIC X(002) Value '00'.
           05  total-enqueues           PIC 9(009) Binary Value 0.
           05  total-dequeues           PIC 9(009) Binary Value 0.
           05  expected-close           PIC S9(009) Binary Value 0.
           05  nb-markers-posted        PIC 9(009) Binary Value 0.
           05  nb-markers-reached       PIC 9(009) Binary Value 0.
           05  nb-injected              PIC 9(009) Binary Value 0.
           05  nb-approvals             PIC 9(009) Binary Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  control-file-status      PIC X(002) Value '00'.
           05  ctl-eof-switch           PIC X(001) Value 'N'.
               88  ctl-eof                          Value 'Y'.
           *>  The business date range and grouping the control
           *>  records asked for; the range defaults to every date.
           05  select-first-date        PIC X(008) Value Low-Values.
           05  select-last-date         PIC X(008) Value High-Values.
           05  range-last-date          PIC X(008) Value Spaces.
           05  bdate-group-switch       PIC X(001) Value 'N'.
               88  bdate-group                      Value 'Y'.
           05  bdate-in-range-switch    PIC X(001) Value 'Y'.
               88  bdate-in-range                   Value 'Y'.
           *>  The business date group being balanced, and its
           *>  subtotals.
           05  group-date               PIC X(008) Value Spaces.
           05  group-nb-chained         PIC 9(009) Binary Value 0.
           05  group-enqueues           PIC 9(009) Binary Value 0.
           05  group-dequeues           PIC 9(009) Binary Value 0.
           05  group-open-nb            PIC 9(009) Binary Value 0.

       *>  The distinct DDNAMEs found on the first pass.
       01  dd-table.
             To report-record
           Write report-record

           Perform 9100-Read-Control

           Perform 1000-Scan-For-Names

           If nb-records = 0

           Close report-file

           If save-rc = rc-success
             And nb-breaks > 0
               Move rc-breaks-found To save-rc
           End-If
           Move save-rc To Return-Code
           Goback.

       *>  First pass: collects the distinct DDNAMEs.
           End-Read

           If Not eof
               Perform 9130-Check-Business-Date
           End-If

           If Not eof And bdate-in-range
               Add 1 To nb-records

               Move 0   To match-idx
           Move 0 To prev-close-tail
           Move 0 To total-enqueues
           Move 0 To total-dequeues
           Move 0 To nb-markers-posted
           Move 0 To nb-markers-reached
           Move 0 To nb-injected
           Move 0 To nb-approvals

           Move Spaces To report-record
           Move 'Dataset: ' To report-record
           Move pass-ddname To report-record(10:8)
           Write report-record

           Move Spaces To group-date
           Move 'N' To eof-switch
           Open Input journal-file
           Perform 2010-Chain-One-Record Until eof
           Close journal-file

           If bdate-group And nb-chained > 0
               Perform 2040-Report-Group-Total
           End-If

           If nb-chained > 0
               Move Spaces To report-record
               Move 'sessions' To report-record(1:8)
               Move 'closed at depth' To report-record(28:15)
               Move prev-close-nb To report-record(44:9)
               Write report-record

               Move Spaces To report-record
               Move 'markers posted' To report-record(1:14)
               Move nb-markers-posted To report-record(17:9)
               Move 'reached' To report-record(28:7)
               Move nb-markers-reached To report-record(44:9)
               Write report-record
           End-If

           If nb-injected > 0
               Move Spaces To report-record
               Move 'faults injected' To report-record(1:15)
               Move nb-injected To report-record(17:9)
               Write report-record
           End-If

           If nb-approvals > 0
               Move Spaces To report-record
               Move 'approvals' To report-record(1:9)
               Move nb-approvals To report-record(17:9)
               Write report-record
           End-If
           .

                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Perform 9130-Check-Business-Date
           End-If

           If Not eof And jr-ddname = pass-ddname
             And bdate-in-range
             And jr-func = 'INJ '
               Perform 2050-Report-Injection
           End-If

           If Not eof And jr-ddname = pass-ddname
             And bdate-in-range
             And jr-func = 'APRV'
               Perform 2060-Report-Approval
           End-If

           If Not eof And jr-ddname = pass-ddname
             And bdate-in-range
             And jr-func Not = 'INJ '
             And jr-func Not = 'APRV'
               If bdate-group
                 And jr-business-date Not = group-date
                   Perform 2030-Start-Group
               End-If
               Add 1 To nb-chained
               Add jr-nb-enqueues To total-enqueues
               Add jr-nb-dequeues To total-dequeues
               Add 1 To group-nb-chained
               Add jr-nb-enqueues To group-enqueues
               Add jr-nb-dequeues To group-dequeues

               Compute expected-close =
                 jr-open-nb-items + jr-nb-enqueues
                   End-If
               End-If

               If jr-marker-posted Or jr-marker-reached
                   Perform 2020-Report-Marker
               End-If

               Move jr-close-nb-items To prev-close-nb
               Move jr-close-head-rrn To prev-close-head
               Move jr-close-tail-rrn To prev-close-tail
           End-If
           .

       *>  One line for a close-of-business marker the record
       *>  posted or reached: the cycle, the event, the marker's
       *>  record position and when.
       2020-Report-Marker.
           Move Spaces To report-record
           Move '  cycle' To report-record(1:7)
           Move jr-cycle-id To report-record(9:8)
           If jr-marker-posted
               Add 1 To nb-markers-posted
               Move 'marker posted  at' To report-record(18:17)
           Else
               Add 1 To nb-markers-reached
               Move 'marker reached at' To report-record(18:17)
           End-If
           Move jr-marker-rrn To report-record(36:9)
           Move jr-timestamp(1:14) To report-record(47:14)
           Write report-record
           .

       *>  A change of business date within a dataset's chain: the
       *>  subtotal of the day just ended, if any, then the new
       *>  day's heading.  The day opens at the depth its first
       *>  record opened at.
       2030-Start-Group.
           If nb-chained > 0
               Perform 2040-Report-Group-Total
           End-If

           Move jr-business-date To group-date
           Move 0 To group-nb-chained
           Move 0 To group-enqueues
           Move 0 To group-dequeues
           Move jr-open-nb-items To group-open-nb

           Move Spaces To report-record
           Move 'Business date' To report-record(1:13)
           Move group-date To report-record(15:8)
           Write report-record
           .

       *>  One business day's balance: its sessions and movements,
       *>  and the depth it opened and closed at.
       2040-Report-Group-Total.
           Move Spaces To report-record
           Move '  day' To report-record(1:5)
           Move group-date To report-record(7:8)
           Move 'sessions' To report-record(16:8)
           Move group-nb-chained To report-record(25:9)
           Move 'enq' To report-record(35:3)
           Move group-enqueues To report-record(39:9)
           Move 'deq' To report-record(49:3)
           Move group-dequeues To report-record(53:9)
           Write report-record

           Move Spaces To report-record
           Move '  day opened at depth' To report-record(1:21)
           Move group-open-nb To report-record(23:9)
           Move 'closed at depth' To report-record(34:15)
           Move prev-close-nb To report-record(50:9)
           Write report-record
           .

       *>  One line for a fault a recovery drill injected: the
       *>  fault, carried in the cycle-id field, the job and when.
       2050-Report-Injection.
           Add 1 To nb-injected
           Move Spaces To report-record
           Move '  fault' To report-record(1:7)
           Move jr-cycle-id(1:4) To report-record(9:4)
           Move 'injected by' To report-record(18:11)
           Move jr-job To report-record(30:8)
           Move jr-timestamp(1:14) To report-record(47:14)
           Write report-record
           .

       *>  An APRV record: the request, who staged it and who
       *>  approved it.
       2060-Report-Approval.
           Add 1 To nb-approvals
           Move Spaces To report-record
           Move '  approved' To report-record(1:10)
           Move jr-marker-rrn To report-record(12:9)
           Move 'by' To report-record(22:2)
           Move jr-cycle-id To report-record(25:8)
           Move '/' To report-record(33:1)
           Move jr-job To report-record(34:8)
           Move jr-timestamp(1:14) To report-record(47:14)
           Write report-record
           .

       *>  The optional control records: the business date range
       *>  and whether to group by business date.
       9100-Read-Control.
           Move rc-success To save-rc
           Open Input control-file
           If control-file-status = '00'
               Perform 9110-Read-One-Control Until ctl-eof
               Close control-file
           End-If
           .

       *>  Body of the 9100-Read-Control loop.
       9110-Read-One-Control.
           Read control-file
               At End
                   Move 'Y' To ctl-eof-switch
           End-Read

           If Not ctl-eof
               Evaluate ctl-kind
                 When 'BDAT'
                      Move ctl-last-date To range-last-date
                      If range-last-date = Spaces
                          Move ctl-first-date To range-last-date
                      End-If
                      If ctl-first-date Is Numeric
                        And range-last-date Is Numeric
                        And ctl-first-date Not > range-last-date
                          Move ctl-first-date  To select-first-date
                          Move range-last-date To select-last-date
                      Else
                          Perform 9120-Report-Bad-Control
                      End-If
                 When 'BDGP'
                      Move 'Y' To bdate-group-switch
                 When Other
                      Perform 9120-Report-Bad-Control
               End-Evaluate
           End-If
           .

       *>  Reports the control record just read as unusable.
       9120-Report-Bad-Control.
           Move Spaces To report-record
           Move 'Control record not understood:' To report-record
           Move control-record(1:48) To report-record(32:48)
           Write report-record
           Move rc-bad-control To save-rc
           .

       *>  Whether the record's business date falls in the range
       *>  selected.
       9130-Check-Business-Date.
           If jr-business-date >= select-first-date
             And jr-business-date <= select-last-date
               Move 'Y' To bdate-in-range-switch
           Else
               Move 'N' To bdate-in-range-switch
           End-If
           .
