       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Turnaround report over the STACKQTT dataset QUEUED appends
       *> to as each item is finished (layout QUEUETTR.cpy): for one
       *> business processing date, per QUEUED dataset and per hour
       *> of the day the items arrived, how many were finished and
       *> the median, 90th and 99th percentile and longest seconds
       *> from enqueue to completion, then the same over the whole
       *> day.  Percentiles are nearest-rank: the p-th is the
       *> smallest turnaround at least p percent of the items did
       *> not exceed.  The report walks STACKQTT once for the
       *> distinct DDNAMEs, the two-pass shape QUEUEDB uses, and
       *> then twice more per dataset.  The first walk also counts
       *> the completions on the two dates compared, and the
       *> ranking table is allocated at that count.
       *>
       *> The service-level targets come from QUEUETTS, 80 bytes:
       *>   columns 1-8   the DDNAME, or DEFAULT for every dataset
       *>                 without a target of its own
       *>   columns 9-10  the percentile, 50, 90 or 99
       *>   columns 11-19 the target in seconds
       *> Any line, hourly or the day's, whose percentile is over
       *> its target is flagged BREACH.  Without QUEUETTS nothing is
       *> flagged.
       *>
       *> Each dataset's day is followed by the prior business date
       *> over the whole day -- the calendar day before -- and the
       *> change from it, so a drift shows before it is a breach.
       *>
       *> Control records (QUEUETTIN, optional), 80 bytes, kind in
       *> columns 1-4:
       *>   BDAT  the business date to report, columns 5-12,
       *>         YYYYMMDD; by default the date in force (see
       *>         STACKBD.cbl)
       *>
       *> Every completion on the date is ranked, however many.
       *> At most 50 DDNAMEs are reported; the first one beyond
       *> that is named on the report, and the completions left out
       *> are counted at the end.  The report goes to QUEUETTRPT.
       *>
       *> Return codes: 0, every line within target; 4, breaches
       *> found; 8, no turnarounds for the date; 12, a control or
       *> QUEUETTS record is unusable (the report is still written,
       *> without it); 16, more DDNAMEs than the report can hold,
       *> and the report is incomplete.
       *>
       Program-ID. QUEUETT.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select turnaround-file Assign To "STACKQTT"
             Organization Is Sequential
             File Status Is turnaround-file-status
           .
           Select sla-file Assign To "QUEUETTS"
             Organization Is Sequential
             File Status Is sla-file-status
           .
           Select control-file Assign To "QUEUETTIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select report-file Assign To "QUEUETTRPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  turnaround-file.
       Copy 'QUEUETTR.cpy'.

       FD  sla-file.
       01  sla-record.
           05  sla-dd-name              PIC X(008).
           05  sla-percentile           PIC X(002).
           05  sla-target-seconds       PIC X(009).
           05  Filler                   PIC X(061).

       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  ctl-business-date        PIC X(008).
           05  Filler                   PIC X(068).

       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUETT'.
           05  dd-tbl-max               PIC 9(004) Value 50.
           05  sla-tbl-max              PIC 9(004) Value 100.
           *>  The bytes one tt-table key occupies.
           05  tt-key-len               PIC 9(009) Binary Value 8.
           *>  An hour of arrival rides above the seconds in a
           *>  ranking key, so one sort orders by hour and then by
           *>  turnaround.
           05  hour-base                PIC 9(018) Binary
                                        Value 1000000000.
           05  default-dd-name          PIC X(008) Value 'DEFAULT'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating at least one line over its
           *>  target; every one was flagged.
           05  rc-breaches-found        PIC S9(004) Binary Value +4.
           *>  Return code indicating no turnarounds for the date.
           05  rc-no-turnarounds        PIC S9(004) Binary Value +8.
           *>  Return code indicating a control or QUEUETTS record
           *>  is unusable.
           05  rc-bad-control           PIC S9(004) Binary Value +12.
           *>  Return code indicating more DDNAMEs than dd-table
           *>  holds; the report is incomplete.
           05  rc-names-overflow        PIC S9(004) Binary Value +16.
           *>  The business-date service.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.

       01  work-areas.
           05  turnaround-file-status   PIC X(002) Value '00'.
           05  sla-file-status          PIC X(002) Value '00'.
           05  control-file-status      PIC X(002) Value '00'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  ctl-eof-switch           PIC X(001) Value 'N'.
               88  ctl-eof                          Value 'Y'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  nb-records               PIC 9(009) Binary Value 0.
           05  nb-prior-records         PIC 9(009) Binary Value 0.
           *>  Completions on DDNAMEs dd-table had no room for.
           05  nb-untabled              PIC 9(009) Binary Value 0.
           05  overflow-switch          PIC X(001) Value 'N'.
               88  names-overflowed                 Value 'Y'.
           05  nb-breaches              PIC 9(009) Binary Value 0.
           05  dd-idx                   PIC 9(004) Value 0.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                     Value 'Y'.
           05  pass-idx                 PIC 9(004) Value 0.
           05  pass-ddname              PIC X(008) Value Spaces.
           *>  The business date reported and the one before it.
           05  report-date              PIC X(008) Value Spaces.
           05  report-date-n Redefines report-date
                                        PIC 9(008).
           05  prior-date               PIC X(008) Value Spaces.
           05  prior-date-n Redefines prior-date
                                        PIC 9(008).
           *>  What a pass over STACKQTT loads: the date, and
           *>  whether each key carries the hour of arrival.
           05  load-date                PIC X(008) Value Spaces.
           05  load-by-hour-switch      PIC X(001) Value 'N'.
               88  load-by-hour                     Value 'Y'.
           05  load-hour                PIC 9(002) Value 0.
           *>  The ranking table's size and storage.
           05  tt-nb-alloc              PIC 9(009) Binary Value 0.
           05  tt-alloc-bytes           PIC 9(009) Binary Value 0.
           05  tt-nb-entries            PIC 9(009) Binary Value 0.
           05  tt-ptr                   Pointer Value Null.
           *>  The dataset's targets; an unset one is not tested.
           05  sla-idx                  PIC 9(004) Value 0.
           05  sla-name                 PIC X(008) Value Spaces.
           05  target-p50               PIC 9(009) Binary Value 0.
           05  target-p90               PIC 9(009) Binary Value 0.
           05  target-p99               PIC 9(009) Binary Value 0.
           05  target-p50-switch        PIC X(001) Value 'N'.
               88  target-p50-set                   Value 'Y'.
           05  target-p90-switch        PIC X(001) Value 'N'.
               88  target-p90-set                   Value 'Y'.
           05  target-p99-switch        PIC X(001) Value 'N'.
               88  target-p99-set                   Value 'Y'.
           05  breach-switch            PIC X(001) Value 'N'.
               88  breach                           Value 'Y'.
           *>  One group of ranked keys -- an hour, or the day --
           *>  and what it came to.
           05  grp-lo                   PIC 9(009) Binary Value 0.
           05  grp-hi                   PIC 9(009) Binary Value 0.
           05  grp-n                    PIC 9(009) Binary Value 0.
           05  grp-hour                 PIC 9(009) Binary Value 0.
           05  grp-hour-key             PIC 9(018) Binary Value 0.
           05  next-hour                PIC 9(009) Binary Value 0.
           05  hour-end-switch          PIC X(001) Value 'N'.
               88  hour-end                         Value 'Y'.
           05  pct-p                    PIC 9(003) Binary Value 0.
           05  pct-rank                 PIC 9(009) Binary Value 0.
           05  pct-value                PIC 9(009) Binary Value 0.
           05  grp-median               PIC 9(009) Binary Value 0.
           05  grp-p90                  PIC 9(009) Binary Value 0.
           05  grp-p99                  PIC 9(009) Binary Value 0.
           05  grp-max                  PIC 9(009) Binary Value 0.
           *>  The prior business date's day, for the comparison.
           05  prior-switch             PIC X(001) Value 'N'.
               88  prior-present                    Value 'Y'.
           05  prior-n                  PIC 9(009) Binary Value 0.
           05  prior-median             PIC 9(009) Binary Value 0.
           05  prior-p90                PIC 9(009) Binary Value 0.
           05  prior-p99                PIC 9(009) Binary Value 0.
           05  prior-max                PIC 9(009) Binary Value 0.
           05  change-value             PIC S9(009) Binary Value 0.
           *>  The shell sort's working fields.
           05  sort-gap                 PIC 9(009) Binary Value 0.
           05  sort-start               PIC 9(009) Binary Value 0.
           05  sort-i                   PIC 9(009) Binary Value 0.
           05  sort-j                   PIC 9(009) Binary Value 0.
           05  sort-hold                PIC 9(018) Binary Value 0.
           05  sort-placed-switch       PIC X(001) Value 'N'.
               88  sort-placed                      Value 'Y'.
           05  count-edit               PIC Z(8)9.
           05  seconds-edit             PIC Z(8)9.
           05  change-edit              PIC -(8)9.

       *>  The distinct DDNAMEs with turnarounds on the date.
       01  dd-table.
           05  dd-nb-entries            PIC 9(004) Value 0.
           05  dd-entry Occurs 50 Times.
               10  dd-name              PIC X(008).

       *>  The targets read from QUEUETTS.
       01  sla-table.
           05  sla-nb-entries           PIC 9(004) Value 0.
           05  sla-entry Occurs 100 Times.
               10  sla-tbl-name         PIC X(008).
               10  sla-tbl-percentile   PIC 9(002).
               10  sla-tbl-target       PIC 9(009) Binary.

       Linkage Section.
       *>  One dataset's turnarounds for one date, ranked; as many
       *>  keys as STACKQTT holds on the two dates compared.
       01  tt-table.
           05  tt-key
               Occurs 1 To Unbounded
               Depending tt-nb-entries
                                        PIC 9(018) Binary.

       Procedure Division.
           Open Output report-file

           Move 'QUEUETT queue turnaround report' To report-record
           Write report-record

           Perform 9100-Read-Control

           If report-date = Spaces
               Call business-date-program Using
                 bd-get-func
                 report-date
               End-Call
           End-If
           Compute prior-date-n =
             Date-Of-Integer(Integer-Of-Date(report-date-n) - 1)

           Move Spaces To report-record
           Move 'Business date' To report-record(1:13)
           Move report-date To report-record(15:8)
           Move 'compared with' To report-record(25:13)
           Move prior-date To report-record(39:8)
           Write report-record

           Perform 9200-Read-Sla

           Perform 1000-Scan-For-Names

           If nb-records = 0
               Move Spaces To report-record
               Move 'No turnarounds for the business date'
                 To report-record
               Write report-record
               Close report-file
               If save-rc < rc-no-turnarounds
                   Move rc-no-turnarounds To save-rc
               End-If
               Move save-rc To Return-Code
               Goback
           End-If

           Perform 1100-Allocate-Table

           Perform 2000-Report-One-Dataset
             Varying pass-idx
             From 1 By 1
             Until pass-idx > dd-nb-entries

           Free tt-ptr

           If nb-untabled > 0
               Move Spaces To report-record
               Move nb-untabled To count-edit
               Move count-edit To report-record(1:9)
               Move 'completions on DDNAMEs not reported'
                 To report-record(11:36)
               Write report-record
           End-If

           Move Spaces To report-record
           Move nb-breaches To count-edit
           Move count-edit To report-record(1:9)
           Move 'lines over target' To report-record(11:17)
           Write report-record

           Close report-file

           If save-rc = rc-success
             And nb-breaches > 0
               Move rc-breaches-found To save-rc
           End-If
           Move save-rc To Return-Code
           Goback.

       *>  First pass: collects the distinct DDNAMEs with
       *>  turnarounds on the business date reported.
       1000-Scan-For-Names.
           Move 'N' To eof-switch
           Open Input turnaround-file

           If turnaround-file-status Not = '00'
               Continue
           Else
               Perform 1010-Scan-One-Record Until eof
               Close turnaround-file
           End-If
           .

       *>  Body of the 1000-Scan-For-Names loop.
       1010-Scan-One-Record.
           Read turnaround-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
             And tt-business-date = prior-date
               Add 1 To nb-prior-records
           End-If

           If Not eof
             And tt-business-date = report-date
               Add 1 To nb-records

               Move 'N' To match-switch
               Perform 1011-Check-Dd-Slot
                 Varying dd-idx
                 From 1 By 1
                 Until dd-idx > dd-nb-entries Or match-found

               If Not match-found
                   If dd-nb-entries < dd-tbl-max
                       Add 1 To dd-nb-entries
                       Move tt-ddname To dd-name(dd-nb-entries)
                   Else
                       Perform 1020-Report-Untabled
                   End-If
               End-If
           End-If
           .

       *>  Body of the DDNAME search loop.
       1011-Check-Dd-Slot.
           If dd-name(dd-idx) = tt-ddname
               Move 'Y' To match-switch
           End-If
           .

       *>  A completion on a DDNAME dd-table has no room for: the
       *>  first such DDNAME is named once, and every one counted.
       1020-Report-Untabled.
           Add 1 To nb-untabled
           If Not names-overflowed
               Move Spaces To report-record
               Move 'More than 50 DDNAMEs; not reported:'
                 To report-record
               Move tt-ddname To report-record(37:8)
               Move 'and any after it' To report-record(46:16)
               Write report-record
               Move 'Y' To overflow-switch
           End-If
           If save-rc < rc-names-overflow
               Move rc-names-overflow To save-rc
           End-If
           .

       *>  Room for every completion on the two dates, the most
       *>  any one load can bring in.
       1100-Allocate-Table.
           Compute tt-nb-alloc = nb-records + nb-prior-records
           Compute tt-alloc-bytes = tt-nb-alloc * tt-key-len
           Allocate
             tt-alloc-bytes Characters
             Initialized
             Returning tt-ptr
           Set Address Of tt-table To tt-ptr
           .

       *>  One dataset: its targets, the prior day for comparison,
       *>  then the day reported hour by hour and as a whole.
       2000-Report-One-Dataset.
           Move dd-name(pass-idx) To pass-ddname

           Move Spaces To report-record
           Move 'Dataset: ' To report-record
           Move pass-ddname To report-record(10:8)
           Write report-record

           Move prior-date To load-date
           Move 'N' To load-by-hour-switch
           Perform 3000-Load-Turnarounds
           Perform 7000-Sort-Table
           Move 'N' To prior-switch
           If tt-nb-entries > 0
               Move 1 To grp-lo
               Move tt-nb-entries To grp-hi
               Move 0 To grp-hour-key
               Perform 2300-Compute-Percentiles
               Move 'Y' To prior-switch
               Move grp-n      To prior-n
               Move grp-median To prior-median
               Move grp-p90    To prior-p90
               Move grp-p99    To prior-p99
               Move grp-max    To prior-max
           End-If

           Move report-date To load-date
           Move 'Y' To load-by-hour-switch
           Perform 3000-Load-Turnarounds
           Perform 7000-Sort-Table

           Move Spaces To report-record
           Move 'hour'   To report-record(3:4)
           Move 'count'  To report-record(13:5)
           Move 'median' To report-record(22:6)
           Move 'p90'    To report-record(35:3)
           Move 'p99'    To report-record(45:3)
           Move 'max'    To report-record(55:3)
           Write report-record

           Perform 2010-Find-Targets

           Move 1 To grp-lo
           Perform 2100-Report-One-Hour
             Until grp-lo > tt-nb-entries

           Perform 2200-Strip-Hour
             Varying sort-i
             From 1 By 1
             Until sort-i > tt-nb-entries
           Perform 7000-Sort-Table

           Move 1 To grp-lo
           Move tt-nb-entries To grp-hi
           Move 0 To grp-hour-key
           Perform 2300-Compute-Percentiles
           Perform 2400-Check-Targets
           Move '  day' To report-record(1:5)
           Write report-record

           Perform 2500-Report-Prior-Day
           .

       *>  The dataset's targets: the DEFAULT ones, then its own
       *>  over them, and a line under the column headings saying
       *>  what they came to.
       2010-Find-Targets.
           Move 'N' To target-p50-switch
           Move 'N' To target-p90-switch
           Move 'N' To target-p99-switch

           Move default-dd-name To sla-name
           Perform 2020-Apply-Target
             Varying sla-idx
             From 1 By 1
             Until sla-idx > sla-nb-entries
           Move pass-ddname To sla-name
           Perform 2020-Apply-Target
             Varying sla-idx
             From 1 By 1
             Until sla-idx > sla-nb-entries

           Move Spaces To report-record
           Move '  target' To report-record(1:8)
           If target-p50-set
               Move target-p50 To seconds-edit
               Move seconds-edit To report-record(19:9)
           Else
               Move 'none' To report-record(24:4)
           End-If
           If target-p90-set
               Move target-p90 To seconds-edit
               Move seconds-edit To report-record(29:9)
           Else
               Move 'none' To report-record(34:4)
           End-If
           If target-p99-set
               Move target-p99 To seconds-edit
               Move seconds-edit To report-record(39:9)
           Else
               Move 'none' To report-record(44:4)
           End-If
           Write report-record
           .

       *>  Body of the 2010-Find-Targets loops.
       2020-Apply-Target.
           If sla-tbl-name(sla-idx) = sla-name
               Evaluate sla-tbl-percentile(sla-idx)
                 When 50
                      Move sla-tbl-target(sla-idx) To target-p50
                      Move 'Y' To target-p50-switch
                 When 90
                      Move sla-tbl-target(sla-idx) To target-p90
                      Move 'Y' To target-p90-switch
                 When 99
                      Move sla-tbl-target(sla-idx) To target-p99
                      Move 'Y' To target-p99-switch
               End-Evaluate
           End-If
           .

       *>  Body of the hour loop: the run of keys sharing the
       *>  hour of the first, their percentiles and the line.
       2100-Report-One-Hour.
           Divide tt-key(grp-lo) By hour-base Giving grp-hour
           Compute grp-hour-key = grp-hour * hour-base
           Move grp-lo To grp-hi
           Move 'N' To hour-end-switch
           Perform 2110-Extend-Hour Until hour-end

           Perform 2300-Compute-Percentiles
           Perform 2400-Check-Targets
           Move grp-hour To load-hour
           Move load-hour To report-record(3:2)
           Write report-record

           Compute grp-lo = grp-hi + 1
           .

       *>  Body of the 2100-Report-One-Hour loop.
       2110-Extend-Hour.
           If grp-hi >= tt-nb-entries
               Move 'Y' To hour-end-switch
           Else
               Divide tt-key(grp-hi + 1) By hour-base
                 Giving next-hour
               If next-hour = grp-hour
                   Add 1 To grp-hi
               Else
                   Move 'Y' To hour-end-switch
               End-If
           End-If
           .

       *>  Body of the loop taking the hours off the keys, so the
       *>  day ranks as one.
       2200-Strip-Hour.
           Compute tt-key(sort-i) = Mod(tt-key(sort-i), hour-base)
           .

       *>  The group from grp-lo to grp-hi: how many, the median,
       *>  90th and 99th percentiles and the longest.
       2300-Compute-Percentiles.
           Compute grp-n = grp-hi - grp-lo + 1
           Move 50 To pct-p
           Perform 2310-Pick-Rank
           Move pct-value To grp-median
           Move 90 To pct-p
           Perform 2310-Pick-Rank
           Move pct-value To grp-p90
           Move 99 To pct-p
           Perform 2310-Pick-Rank
           Move pct-value To grp-p99
           Compute grp-max = tt-key(grp-hi) - grp-hour-key
           .

       *>  The pct-p'th percentile of the group, nearest rank.
       2310-Pick-Rank.
           Compute pct-rank = (pct-p * grp-n + 99) / 100
           Compute pct-value =
             tt-key(grp-lo + pct-rank - 1) - grp-hour-key
           .

       *>  The group's line, less its label, flagged where any
       *>  percentile is over its target.
       2400-Check-Targets.
           Move 'N' To breach-switch
           If target-p50-set And grp-median > target-p50
               Move 'Y' To breach-switch
           End-If
           If target-p90-set And grp-p90 > target-p90
               Move 'Y' To breach-switch
           End-If
           If target-p99-set And grp-p99 > target-p99
               Move 'Y' To breach-switch
           End-If

           Move Spaces To report-record
           Move grp-n To count-edit
           Move count-edit To report-record(9:9)
           Move grp-median To seconds-edit
           Move seconds-edit To report-record(19:9)
           Move grp-p90 To seconds-edit
           Move seconds-edit To report-record(29:9)
           Move grp-p99 To seconds-edit
           Move seconds-edit To report-record(39:9)
           Move grp-max To seconds-edit
           Move seconds-edit To report-record(49:9)
           If breach
               Add 1 To nb-breaches
               Move 'BREACH' To report-record(60:6)
           End-If
           .

       *>  The prior business date's day, and the change from it
       *>  to the day just reported.
       2500-Report-Prior-Day.
           Move Spaces To report-record
           If Not prior-present
               Move '  prior' To report-record(1:7)
               Move prior-date To report-record(9:8)
               Move 'no turnarounds to compare with'
                 To report-record(19:30)
               Write report-record
           Else
               Move '  prior' To report-record(1:7)
               Move prior-n To count-edit
               Move count-edit To report-record(9:9)
               Move prior-median To seconds-edit
               Move seconds-edit To report-record(19:9)
               Move prior-p90 To seconds-edit
               Move seconds-edit To report-record(29:9)
               Move prior-p99 To seconds-edit
               Move seconds-edit To report-record(39:9)
               Move prior-max To seconds-edit
               Move seconds-edit To report-record(49:9)
               Write report-record

               Move Spaces To report-record
               Move '  change' To report-record(1:8)
               Compute change-value = grp-n - prior-n
               Move change-value To change-edit
               Move change-edit To report-record(9:9)
               Compute change-value = grp-median - prior-median
               Move change-value To change-edit
               Move change-edit To report-record(19:9)
               Compute change-value = grp-p90 - prior-p90
               Move change-value To change-edit
               Move change-edit To report-record(29:9)
               Compute change-value = grp-p99 - prior-p99
               Move change-value To change-edit
               Move change-edit To report-record(39:9)
               Compute change-value = grp-max - prior-max
               Move change-value To change-edit
               Move change-edit To report-record(49:9)
               Write report-record
           End-If
           .

       *>  One pass over STACKQTT for the dataset and load-date,
       *>  keyed by turnaround -- with the hour of arrival above
       *>  it when load-by-hour.
       3000-Load-Turnarounds.
           Move 0 To tt-nb-entries
           Move 'N' To eof-switch
           Open Input turnaround-file

           If turnaround-file-status Not = '00'
               Continue
           Else
               Perform 3010-Load-One-Record Until eof
               Close turnaround-file
           End-If
           .

       *>  Body of the 3000-Load-Turnarounds loop.
       3010-Load-One-Record.
           Read turnaround-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
             And tt-ddname = pass-ddname
             And tt-business-date = load-date
             And tt-turnaround-seconds Is Numeric
             And tt-enq-time(9:2) Is Numeric
               Add 1 To tt-nb-entries
               Move tt-turnaround-seconds
                 To tt-key(tt-nb-entries)
               If load-by-hour
                   Move tt-enq-time(9:2) To load-hour
                   Compute tt-key(tt-nb-entries) =
                     tt-key(tt-nb-entries) + load-hour * hour-base
               End-If
           End-If
           .

       *>  Shell sort of tt-table, ascending: insertion sorts over
       *>  ever narrower gaps, the last of them one.
       7000-Sort-Table.
           Divide tt-nb-entries By 2 Giving sort-gap
           Perform 7010-Sort-One-Gap Until sort-gap = 0
           .

       *>  Body of the 7000-Sort-Table loop.
       7010-Sort-One-Gap.
           Compute sort-start = sort-gap + 1
           Perform 7020-Sort-One-Entry
             Varying sort-i
             From sort-start By 1
             Until sort-i > tt-nb-entries
           Divide sort-gap By 2 Giving sort-gap
           .

       *>  Body of the 7010-Sort-One-Gap loop: the key at sort-i
       *>  moves down its gap chain to where it belongs.
       7020-Sort-One-Entry.
           Move tt-key(sort-i) To sort-hold
           Move sort-i To sort-j
           Move 'N' To sort-placed-switch
           Perform 7030-Shift-Entry Until sort-placed
           Move sort-hold To tt-key(sort-j)
           .

       *>  Body of the 7020-Sort-One-Entry loop.
       7030-Shift-Entry.
           If sort-j <= sort-gap
               Move 'Y' To sort-placed-switch
           Else
               If tt-key(sort-j - sort-gap) <= sort-hold
                   Move 'Y' To sort-placed-switch
               Else
                   Move tt-key(sort-j - sort-gap) To tt-key(sort-j)
                   Subtract sort-gap From sort-j
               End-If
           End-If
           .

       *>  The optional control records: the business date to
       *>  report.
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
                      If ctl-business-date Is Numeric
                        And Test-Date-YYYYMMDD
                              (Numval(ctl-business-date)) = 0
                          Move ctl-business-date To report-date
                      Else
                          Perform 9120-Report-Bad-Control
                      End-If
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

       *>  The targets from QUEUETTS, if there is one.
       9200-Read-Sla.
           Move 'N' To eof-switch
           Open Input sla-file
           If sla-file-status = '00'
               Perform 9210-Read-One-Sla Until eof
               Close sla-file
           Else
               Move Spaces To report-record
               Move 'No QUEUETTS targets; nothing is flagged'
                 To report-record
               Write report-record
           End-If
           .

       *>  Body of the 9200-Read-Sla loop.
       9210-Read-One-Sla.
           Read sla-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               If sla-dd-name Not = Spaces
                 And (sla-percentile = '50' Or '90' Or '99')
                 And sla-target-seconds Is Numeric
                 And sla-nb-entries < sla-tbl-max
                   Add 1 To sla-nb-entries
                   Move sla-dd-name To sla-tbl-name(sla-nb-entries)
                   Move sla-percentile
                     To sla-tbl-percentile(sla-nb-entries)
                   Move sla-target-seconds
                     To sla-tbl-target(sla-nb-entries)
               Else
                   Move Spaces To report-record
                   Move 'QUEUETTS record not understood:'
                     To report-record
                   Move sla-record(1:47) To report-record(33:47)
                   Write report-record
                   Move rc-bad-control To save-rc
               End-If
           End-If
           .

