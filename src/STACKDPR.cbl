       *> curve reads consecutively, the same two-pass shape
       *> STACKTR uses.
       *>
       *> Each sample line carries the business processing date the
       *> sample belonged to (see STACKBD.cbl).  A profile dataset
       *> written before samples carried it has shorter records and
       *> is not readable here.  Control records (STACKDPRIN,
       *> optional), 80 bytes, kind in columns 1-4:
       *>   BDAT  report only the samples of a range of business
       *>         dates: the first in columns 5-12, the last in
       *>         columns 13-20, YYYYMMDD; the last left blank means
       *>         just the first
       *>   BDGP  group each stack's samples by business date, with
       *>         a heading and a subtotal -- samples and the day's
       *>         peak depth -- per date
       *>
       *> Return codes: 0, reported; 8, no profile records; 12, a
       *> control record is unusable (the report is still written,
       *> without it).
       *>
       Program-ID. STACKDPR.
       Environment Division.
       Configuration Section.
           Select report-file Assign To "STACKDPRT"
             Organization Is Sequential
           .
           Select control-file Assign To "STACKDPRIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
       Data Division.
       File Section.
       FD  profile-file.
           05  pr-stack-id              PIC X(008).
           05  pr-depth                 PIC 9(009).
           05  pr-capacity              PIC 9(009).
           05  pr-business-date         PIC X(008).

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
           05  myname                   PIC X(008) Value 'STACKDPR'.
           *>  Return code indicating the profile dataset could not
           *>  be opened or held no records.
           05  rc-no-profile            PIC S9(004) Binary Value +8.
           *>  Return code indicating a control record is
           *>  unusable.
           05  rc-bad-control           PIC S9(004) Binary Value +12.

       *>  Pulls a 21-byte Current-Date style timestamp apart, the
       *>  same arithmetic STACKP's sweeps use.
           *>  field moved straight into the X(80) record would
           *>  land as raw bytes, not digits.
           05  delta-disp               PIC +9(008).
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
           05  group-nb-samples         PIC 9(009) Binary Value 0.
           05  group-peak-depth         PIC 9(009) Binary Value 0.

       *>  The distinct stack identities found on the first pass.
       01  id-table.
             To report-record
           Write report-record

           Perform 9100-Read-Control

           Perform 1000-Scan-For-Names

           If nb-records = 0

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  First pass: collects the distinct stack identities.
           End-Read

           If Not eof
               Perform 9130-Check-Business-Date
           End-If

           If Not eof And bdate-in-range
               Add 1 To nb-records

               Move 0   To match-idx
           Move Spaces To report-record
           Move 'time            depth     delta     per-min'
             To report-record
           Move 'bus.date' To report-record(48:8)
           Write report-record

           Move Spaces To group-date
           Move 'N' To eof-switch
           Open Input profile-file
           Perform 2010-Report-One-Record Until eof
           Close profile-file

           If bdate-group And nb-samples > 0
               Perform 2030-Report-Group-Total
           End-If

           If nb-samples > 0
               Move Spaces To report-record
               Move 'samples' To report-record(1:7)
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Perform 9130-Check-Business-Date
           End-If

           If Not eof And pr-stack-id = pass-stack-id
             And bdate-in-range
               If bdate-group
                 And pr-business-date Not = group-date
                   Perform 2020-Start-Group
               End-If
               Add 1 To nb-samples
               Add 1 To group-nb-samples
               If pr-depth > group-peak-depth
                   Move pr-depth To group-peak-depth
               End-If

               Move pr-timestamp To parse-timestamp
               Perform 9830-Timestamp-To-Seconds
               Move delta-disp To report-record(27:9)
               Move rate-per-minute To delta-disp
               Move delta-disp To report-record(37:9)
               Move pr-business-date To report-record(48:8)
               Write report-record

               Move slot-seconds To prev-seconds
           End-If
           .

       *>  A change of business date within a stack's samples: the
       *>  subtotal of the group just ended, if any, then the new
       *>  group's heading.
       2020-Start-Group.
           If nb-samples > 0
               Perform 2030-Report-Group-Total
           End-If

           Move pr-business-date To group-date
           Move 0 To group-nb-samples
           Move 0 To group-peak-depth

           Move Spaces To report-record
           Move 'Business date' To report-record(1:13)
           Move group-date To report-record(15:8)
           Write report-record
           .

       *>  One business date group's subtotal.
       2030-Report-Group-Total.
           Move Spaces To report-record
           Move '  samples' To report-record(1:9)
           Move group-nb-samples To report-record(11:9)
           Move 'peak depth' To report-record(22:10)
           Move group-peak-depth To report-record(33:9)
           Move 'for' To report-record(43:3)
           Move group-date To report-record(47:8)
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

       *>  Whether the sample's business date falls in the range
       *>  selected.
       9130-Check-Business-Date.
           If pr-business-date >= select-first-date
             And pr-business-date <= select-last-date
               Move 'Y' To bdate-in-range-switch
           Else
               Move 'N' To bdate-in-range-switch
           End-If
           .

       *>  Turns the 21-byte timestamp in parse-timestamp into a
       *>  single seconds figure in slot-seconds.
       9830-Timestamp-To-Seconds.
