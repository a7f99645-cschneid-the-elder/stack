       *> Records come off the dataset in the order STACKRH appended
       *> them, which is already chronological; the report walks the
       *> dataset once per distinct stack name so each stack's runs
       *> read consecutively.  Each section opens with the stack's
       *> owner from the ownership catalogue (see STACKOWN.cbl), or
       *> a flag that it has none.
       *>
       *> Each run line carries the business processing date the run
       *> belonged to (see STACKBD.cbl); a record written before that
       *> date was recorded is taken to belong to its wall-clock
       *> date.  Control records (STACKTRIN, optional), 80 bytes,
       *> kind in columns 1-4:
       *>   BDAT  report only the runs of a range of business dates:
       *>         the first in columns 5-12, the last in columns
       *>         13-20, YYYYMMDD; the last left blank means just
       *>         the first
       *>   BDGP  group each stack's runs by business date, with a
       *>         heading and a subtotal -- runs and the day's peak
       *>         high-water -- per date
       *>
       *> Return codes: 0, reported; 8, no history records; 12, a
       *> control record is unusable (the report is still written,
       *> without it).
       *>
       Program-ID. STACKTR.
       Environment Division.
           Select report-file Assign To "STACKTRRPT"
             Organization Is Sequential
           .
           Select control-file Assign To "STACKTRIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
       Data Division.
       File Section.
       FD  history-file
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
           05  myname                   PIC X(008) Value 'STACKTR'.
           *>  Return code indicating the history dataset could not
           *>  be opened or held no records.
           05  rc-no-history            PIC S9(004) Binary Value +8.
           *>  The ownership catalogue lookup, and its answer for a
           *>  name with no entry; see STACKOWN.cbl.
           05  owner-program            PIC X(008) Value 'STACKOWN'.
           05  rc-not-catalogued        PIC S9(004) Binary Value +4.
           *>  Return code indicating a control record is
           *>  unusable.
           05  rc-bad-control           PIC S9(004) Binary Value +12.

       Copy 'STACKHSH.cpy'.

           *>  field moved straight into the X(80) record would
           *>  land as raw bytes, not digits.
           05  delta-disp               PIC +9(005).
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
           *>  The business date group being printed, and its
           *>  subtotals.
           05  group-date               PIC X(008) Value Spaces.
           05  group-nb-runs            PIC 9(009) Binary Value 0.
           05  group-high-water         PIC 9(009) Binary Value 0.

       *>  The distinct stack names found on the first pass, one
       *>  report section apiece.
             To report-record
           Write report-record

           Perform 9100-Read-Control

           Perform 1000-Scan-For-Names

           If nb-records = 0
               Goback
           End-If

           Move 0 To nb-uncatalogued
           Perform 2000-Report-One-Stack
             Varying pass-idx
             From 1 By 1
             Until pass-idx > id-nb-entries

           If nb-uncatalogued > 0
               Move Spaces To report-record
               Write report-record
               Move 'Stacks with no catalogue entry:' To report-record
               Move nb-uncatalogued To report-record(33:9)
               Write report-record
           End-If

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  First pass: collects the distinct stack names.
           End-Read

           If Not eof
               Perform 1012-Unpack-History-Record

               If hs-eyecatcher = hs-eyecatcher-value
                 And bdate-in-range
                   Add 1 To nb-records

                   Move 0   To match-idx
           End-If
           .

       *>  Lays the record just read over hs-record-layout; one
       *>  written before the business date was recorded is short,
       *>  and is taken to belong to its wall-clock date.
       1012-Unpack-History-Record.
           Move history-record(1:Length(hs-record-layout))
             To hs-record-layout
           If history-rec-len < Length(hs-record-layout)
               Move hs-date To hs-business-date
           End-If
           Perform 9130-Check-Business-Date
           .

       *>  One report section: the stack's owner from the
       *>  catalogue, or the flag that it has none, then its runs
       *>  in order, each with its deltas, then the growth summary.
       2000-Report-One-Stack.
           Move id-name(pass-idx) To pass-stack-id
           Move 0 To nb-runs
           Move pass-stack-id To report-record(8:8)
           Write report-record

           Move Spaces To report-record
           If pass-stack-id = Spaces
               Move '*** NOT CATALOGUED: stack has no identity'
                 To owner-text
               Add 1 To nb-uncatalogued
           Else
               Call owner-program Using
                 pass-stack-id
                 owner-text
               End-Call
               If Return-Code = rc-not-catalogued
                   Add 1 To nb-uncatalogued
               End-If
           End-If
           Move 'Owner:' To report-record
           Move owner-text To report-record(8:70)
           Write report-record

           Move Spaces To report-record
           Move 'date     job      highwater delta'
             To report-record
           Move 'reallocs  delta     errors' To report-record(36:26)
           Move 'bus.date' To report-record(67:8)
           Write report-record

           Move Spaces To group-date
           Move 'N' To eof-switch
           Open Input history-file
           Perform 2010-Report-One-Record Until eof
           Close history-file

           If bdate-group And nb-runs > 0
               Perform 2040-Report-Group-Total
           End-If

           If nb-runs > 0
               Compute hw-delta = last-high-water - first-high-water
               Move Spaces To report-record
           End-Read

           If Not eof
               Perform 1012-Unpack-History-Record

               If hs-eyecatcher = hs-eyecatcher-value
                 And hs-stack-id = pass-stack-id
                 And bdate-in-range
                   If bdate-group
                     And hs-business-date Not = group-date
                       Perform 2030-Start-Group
                   End-If
                   Add 1 To nb-runs
                   Add 1 To group-nb-runs
                   If hs-high-water > group-high-water
                       Move hs-high-water To group-high-water
                   End-If

                   If nb-runs = 1
                       Move hs-high-water To first-high-water
                   Move realloc-delta  To delta-disp
                   Move delta-disp     To report-record(46:6)
                   Move total-errors   To report-record(56:9)
                   Move hs-business-date To report-record(67:8)
                   Write report-record

                   Move hs-high-water To prev-high-water
       2020-Sum-One-Error.
           Add hs-error-count(err-idx) To total-errors
           .

       *>  A change of business date within a stack's runs: the
       *>  subtotal of the group just ended, if any, then the new
       *>  group's heading.
       2030-Start-Group.
           If nb-runs > 0
               Perform 2040-Report-Group-Total
           End-If

           Move hs-business-date To group-date
           Move 0 To group-nb-runs
           Move 0 To group-high-water

           Move Spaces To report-record
           Move 'Business date' To report-record(1:13)
           Move group-date To report-record(15:8)
           Write report-record
           .

       *>  One business date group's subtotal.
       2040-Report-Group-Total.
           Move Spaces To report-record
           Move '  runs' To report-record(1:6)
           Move group-nb-runs To report-record(8:9)
           Move 'peak high-water' To report-record(19:15)
           Move group-high-water To report-record(35:9)
           Move 'for' To report-record(45:3)
           Move group-date To report-record(49:8)
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
           If hs-business-date >= select-first-date
             And hs-business-date <= select-last-date
               Move 'Y' To bdate-in-range-switch
           Else
               Move 'N' To bdate-in-range-switch
           End-If
           .
