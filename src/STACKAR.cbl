       *>
       *> Trails written before the stack identity was added to the
       *> header are NOT readable here: every field behind the
       *> identity sits eight bytes later now.  Nor are trails
       *> written before the running chain value (see STACKCHN)
       *> joined the header; every item sits nine bytes later
       *> again -- and eight more since the business processing
       *> date (see STACKBD.cbl) joined it.  Records whose
       *> function field isn't a code this library writes are
       *> counted and reported as unrecognized instead of being
       *> quietly mis-tallied, which is how such a trail (or a
       *> clobbered one) shows itself.
       *>
       *> Every stack identity on the trail is listed with its owner
       *> from the ownership catalogue (see STACKOWN.cbl); a stack
       *> with no entry is flagged.
       *>
       *> Control records (STACKARIN, optional), 80 bytes, kind in
       *> columns 1-4:
       *>   BDAT  report only the records of a range of business
       *>         processing dates (see STACKBD.cbl): the first in
       *>         columns 5-12, the last in columns 13-20, YYYYMMDD;
       *>         the last left blank means just the first
       *>   BDGP  add a section of activity by business date
       *> Records outside the range are counted and otherwise left
       *> out of every tally.
       *>
       *> Return codes: 0, reported; 8, no audit records; 12, a
       *> control record is unusable (the report is still written,
       *> without it).
       *>
       Program-ID. STACKAR.
       Environment Division.
       Configuration Section.
           Select report-file Assign To "STACKARPT"
             Organization Is Sequential
           .
           Select control-file Assign To "STACKARIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
       Data Division.
       File Section.
       FD  audit-file
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
           05  myname                   PIC X(008) Value 'STACKAR'.
           05  item-tbl-max             PIC 9(004) Value 100.
           *>  How many of the busiest items the report lists.
           05  busiest-report-count     PIC 9(004) Value 10.
           05  stack-tbl-max            PIC 9(004) Value 50.
           *>  The ownership catalogue lookup; see STACKOWN.cbl.
           05  owner-program            PIC X(008) Value 'STACKOWN'.
           *>  STACKOWN's answer for a name with no entry.
           05  rc-not-catalogued        PIC S9(004) Binary Value +4.
           *>  Return code indicating a control record is
           *>  unusable.
           05  rc-bad-control           PIC S9(004) Binary Value +12.
           05  bdate-tbl-max            PIC 9(004) Value 100.

       *>  Mirror of STACKP's audit-header, the fixed front of every
       *>  record on STACKAUD; the item itself follows it.
           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       01  work-areas.
           05  audit-rec-len            PIC 9(009) Binary Value 0.
           05  nb-pushes                PIC 9(009) Binary Value 0.
           05  nb-pops                  PIC 9(009) Binary Value 0.
           05  nb-frozen-rejects        PIC 9(009) Binary Value 0.
           05  nb-injected-faults       PIC 9(009) Binary Value 0.
           05  nb-approvals             PIC 9(009) Binary Value 0.
           05  nb-summaries             PIC 9(009) Binary Value 0.
           05  nb-unrecognized          PIC 9(009) Binary Value 0.
           05  record-known-switch      PIC X(001) Value 'Y'.
           05  busiest-idx              PIC 9(004) Value 0.
           05  busiest-best-idx         PIC 9(004) Value 0.
           05  busiest-best-count       PIC 9(009) Binary Value 0.
           05  owner-text               PIC X(070) Value Spaces.
           05  nb-uncatalogued          PIC 9(009) Binary Value 0.
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
           05  nb-out-of-range          PIC 9(009) Binary Value 0.

       *>  Activity per business date, first come first slotted;
       *>  only kept when BDGP asked for it.
       01  bdate-table.
           05  bdate-nb-entries         PIC 9(004) Value 0.
           05  bdate-entry Occurs 100 Times.
               10  bdate-date           PIC X(008).
               10  bdate-nb-ops         PIC 9(009) Binary.
               10  bdate-pushes         PIC 9(009) Binary.
               10  bdate-pops           PIC 9(009) Binary.
               10  bdate-max-depth      PIC 9(009) Binary.

       *>  The stack identities the trail's records carry, first
       *>  come first slotted -- more than one when several stacks
       *>  share the default trail.
       01  stack-table.
           05  stack-nb-entries         PIC 9(004) Value 0.
           05  stack-entry Occurs 50 Times.
               10  stack-entry-id       PIC X(008).
               10  stack-entry-records  PIC 9(009) Binary.

       *>  Operation totals by calling program, first come first
       *>  slotted; STACKP records Spaces when the caller never said
           Move 'STACKAR audit activity report' To report-record
           Write report-record

           Perform 9100-Read-Control

           Perform 1000-Process-Record Until eof

           Close audit-file
           End-If

           Perform 2000-Report-Totals
           Perform 2500-Report-Stacks
           Perform 3000-Report-By-Program
           Perform 4000-Report-By-Hour
           Perform 5000-Report-Busiest-Items
           If bdate-group
               Perform 6000-Report-By-Business-Date
           End-If

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  Reads and tallies one audit record (or sets eof-switch
           End-Read

           If Not eof
               Move audit-record(1:Length(audit-header))
                 To audit-header
               Compute audit-item-len =
                 audit-rec-len - Length(audit-header)

               Perform 9130-Check-Business-Date
           End-If

           If Not eof And Not bdate-in-range
               Add 1 To nb-out-of-range
           End-If

           If Not eof And bdate-in-range
               Add 1 To nb-records

               Move 'Y' To record-known-switch
               Evaluate audit-func
                 When 'PUSH'
       *>  pops, just its own line in the totals.
                 When 'FRZX'
                      Add 1 To nb-frozen-rejects
       *>  A fault a recovery drill injected (see STACKFI.cbl);
       *>  nothing moved, so it too gets only its own line.
                 When 'INJ '
                      Add 1 To nb-injected-faults
       *>  The approval behind a maker-checker action (see
       *>  STACKAPV.cbl), beside the action's own record; nothing
       *>  moved, so it too gets only its own line.
                 When 'APRV'
                      Add 1 To nb-approvals
       *>  A per-day rollup the retention housekeeping left in
       *>  place of aged detail; its trailing bytes are counts,
       *>  not an item, so it gets its own line and stays out of
               If record-known
                   Perform 1010-Tally-Program
                   Perform 1020-Tally-Hour
                   Perform 1040-Tally-Stack
                   If bdate-group
                       Perform 1050-Tally-Business-Date
                   End-If

       *>  A frozen-reject record's trailing bytes are the function
       *>  code that was attempted, an injected-fault record's the
       *>  fault and an approval record's the request, not an item
       *>  value; keeping them out of the busiest-items tally keeps
       *>  that list honest.
                   If audit-func Not = 'FRZX' And Not = 'INJ '
                     And Not = 'APRV'
                       Perform 1030-Tally-Item
                   End-If
               End-If
           End-If
           .

       *>  Counts the record against its stack identity, adding a
       *>  fresh slot the first time one turns up.
       1040-Tally-Stack.
           Move 0   To match-idx
           Move 'N' To match-switch

           Perform 1041-Check-Stack-Slot
             Varying tbl-idx
             From 1 By 1
             Until tbl-idx > stack-nb-entries Or match-found

           If Not match-found
             And stack-nb-entries < stack-tbl-max
               Add 1 To stack-nb-entries
               Move audit-stack-id To stack-entry-id(stack-nb-entries)
               Move 0 To stack-entry-records(stack-nb-entries)
               Move stack-nb-entries To match-idx
               Move 'Y' To match-switch
           End-If

           If match-found
               Add 1 To stack-entry-records(match-idx)
           End-If
           .

       *>  Body of the 1040-Tally-Stack search loop.
       1041-Check-Stack-Slot.
           If stack-entry-id(tbl-idx) = audit-stack-id
               Move tbl-idx To match-idx
               Move 'Y'     To match-switch
           End-If
           .

       *>  Counts the record against its business date, adding a
       *>  fresh slot the first time one turns up.
       1050-Tally-Business-Date.
           Move 0   To match-idx
           Move 'N' To match-switch

           Perform 1051-Check-Bdate-Slot
             Varying tbl-idx
             From 1 By 1
             Until tbl-idx > bdate-nb-entries Or match-found

           If Not match-found
             And bdate-nb-entries < bdate-tbl-max
               Add 1 To bdate-nb-entries
               Move audit-business-date
                 To bdate-date(bdate-nb-entries)
               Move 0 To bdate-nb-ops(bdate-nb-entries)
               Move 0 To bdate-pushes(bdate-nb-entries)
               Move 0 To bdate-pops(bdate-nb-entries)
               Move 0 To bdate-max-depth(bdate-nb-entries)
               Move bdate-nb-entries To match-idx
               Move 'Y' To match-switch
           End-If

           If match-found
               Add 1 To bdate-nb-ops(match-idx)
               Evaluate audit-func
                 When 'PUSH'
                 When 'PSHB'
                 When 'OPSH'
                      Add 1 To bdate-pushes(match-idx)
                 When 'POP '
                 When 'POPB'
                 When 'SWP '
                 When 'DELN'
                      Add 1 To bdate-pops(match-idx)
                 When Other
                      Continue
               End-Evaluate
               If audit-nb-items > bdate-max-depth(match-idx)
                   Move audit-nb-items To bdate-max-depth(match-idx)
               End-If
           End-If
           .

       *>  Body of the 1050-Tally-Business-Date search loop.
       1051-Check-Bdate-Slot.
           If bdate-date(tbl-idx) = audit-business-date
               Move tbl-idx To match-idx
               Move 'Y'     To match-switch
           End-If
           .

       *>  Overall record counts.
       2000-Report-Totals.
           Move Spaces To report-record
           Move nb-records To report-record(21:9)
           Write report-record

           If nb-out-of-range > 0
               Move Spaces To report-record
               Move 'Outside dates:'  To report-record
               Move nb-out-of-range To report-record(21:9)
               Write report-record
           End-If

           Move Spaces To report-record
           Move 'Pushes:'            To report-record
           Move nb-pushes To report-record(21:9)
           Move nb-frozen-rejects To report-record(21:9)
           Write report-record

           If nb-injected-faults > 0
               Move Spaces To report-record
               Move 'Injected faults:' To report-record
               Move nb-injected-faults To report-record(21:9)
               Write report-record
           End-If

           If nb-approvals > 0
               Move Spaces To report-record
               Move 'Approvals:'     To report-record
               Move nb-approvals To report-record(21:9)
               Write report-record
           End-If

           If nb-summaries > 0
               Move Spaces To report-record
               Move 'Day summaries:'  To report-record
           End-If
           .

       *>  One line per stack identity on the trail with its owner
       *>  from the catalogue, those with none flagged and counted.
       2500-Report-Stacks.
           Move 0 To nb-uncatalogued

           Move Spaces To report-record
           Move 'Stacks on this trail and their owners:'
             To report-record
           Write report-record

           Perform 2510-Report-One-Stack
             Varying report-idx
             From 1 By 1
             Until report-idx > stack-nb-entries

           If nb-uncatalogued > 0
               Move Spaces To report-record
               Move 'Stacks with no catalogue entry:' To report-record
               Move nb-uncatalogued To report-record(33:9)
               Write report-record
           End-If
           .

       *>  Body of the 2500-Report-Stacks loop.  A stack never
       *>  named cannot be catalogued, and is flagged as such.
       2510-Report-One-Stack.
           Move Spaces To report-record
           If stack-entry-id(report-idx) = Spaces
               Move '(none)' To report-record(1:8)
               Move '*** NOT CATALOGUED: stack has no identity'
                 To report-record(10:70)
               Add 1 To nb-uncatalogued
           Else
               Move stack-entry-id(report-idx) To report-record(1:8)
               Call owner-program Using
                 stack-entry-id(report-idx)
                 owner-text
               End-Call
               If Return-Code = rc-not-catalogued
                   Add 1 To nb-uncatalogued
               End-If
               Move owner-text To report-record(10:70)
           End-If
           Write report-record
           .

       *>  One line per calling program seen on the trail.
       3000-Report-By-Program.
           Move Spaces To report-record
               Move tbl-idx             To busiest-best-idx
           End-If
           .

       *>  One line per business date seen, in the order the trail
       *>  first reached each -- which, the trail being written in
       *>  time order, is date order.
       6000-Report-By-Business-Date.
           Move Spaces To report-record
           Move 'Activity by business date:' To report-record
           Write report-record

           Move Spaces To report-record
           Move 'date      operations pushes    pops      max depth'
             To report-record
           Write report-record

           Perform 6010-Report-One-Business-Date
             Varying report-idx
             From 1 By 1
             Until report-idx > bdate-nb-entries
           .

       *>  Body of the 6000-Report-By-Business-Date loop.
       6010-Report-One-Business-Date.
           Move Spaces To report-record
           Move bdate-date(report-idx)      To report-record(1:8)
           Move bdate-nb-ops(report-idx)    To report-record(11:9)
           Move bdate-pushes(report-idx)    To report-record(22:9)
           Move bdate-pops(report-idx)      To report-record(32:9)
           Move bdate-max-depth(report-idx) To report-record(42:9)
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
           If audit-business-date >= select-first-date
             And audit-business-date <= select-last-date
               Move 'Y' To bdate-in-range-switch
           Else
               Move 'N' To bdate-in-range-switch
           End-If
           .
