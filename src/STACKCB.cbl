       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Monthly chargeback of library resource use.  Reads the
       *> history dataset STACKHST (see STACKHSH.cpy) for each
       *> stack's call volume -- pushes, pops and peeks -- and the
       *> run-unit accounting dataset STACKACT (see STACKACR.cpy)
       *> for its storage-days and the audit and durable-dataset
       *> records written on its behalf, keeping only records dated
       *> in the month being charged.  A structure is charged its
       *> storage in the month it was released.
       *>
       *> Each stack name is mapped to a cost centre through
       *> STACKCCM and its use priced from the rate card STACKRTC.
       *> The report (STACKCBRPT) gives each cost centre a section:
       *> a detail line per stack -- with its owning application
       *> from the ownership catalogue, see STACKOWN.cbl -- and the
       *> cost centre's total.  Stacks STACKCCM does not map are
       *> charged on the suspense lines at the end rather than
       *> dropped, so the month's grand total is everything used.
       *>
       *> Control record (STACKCBIN, optional), 80 bytes, kind in
       *> columns 1-4:
       *>   MNTH  the month to charge, YYYYMM; the calendar month
       *>         before the run's without one
       *>
       *> Cost centre mapping (STACKCCM), 80 bytes: the stack name
       *> X(008), the cost centre X(008) and its description
       *> X(030).  A name mapped twice keeps its first cost centre.
       *>
       *> Rate card (STACKRTC), 80 bytes: the rate type X(008) and
       *> the price X(016), written as a decimal number:
       *>   STORMBD   per megabyte-day of storage
       *>   CALLK     per thousand calls
       *>   AUDITK    per thousand audit records
       *>   DURABLEK  per thousand durable-dataset records
       *> A type the card does not price is charged at zero and
       *> said so on the report.
       *>
       *> Return codes: 0, everything mapped and priced; 4, some
       *> use went to suspense, a rate was missing or a table
       *> filled; 8, STACKCCM or STACKRTC could not be read; 12,
       *> the control record is unusable.
       *>
       Program-ID. STACKCB.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKCBIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select map-file Assign To "STACKCCM"
             Organization Is Sequential
             File Status Is map-file-status
           .
           Select rate-file Assign To "STACKRTC"
             Organization Is Sequential
             File Status Is rate-file-status
           .
           Select history-file Assign To "STACKHST"
             Organization Is Sequential
             File Status Is history-file-status
           .
           Select accounting-file Assign To "STACKACT"
             Organization Is Sequential
             File Status Is accounting-file-status
           .
           Select report-file Assign To "STACKCBRPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  Filler                   PIC X(076).
       01  month-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  mc-month                 PIC X(006).
           05  mc-month-parts Redefines mc-month.
               10  mc-year              PIC 9(004).
               10  mc-mm                PIC 9(002).
           05  Filler                   PIC X(070).

       FD  map-file.
       01  map-record.
           05  mr-stack-name            PIC X(008).
           05  mr-cost-centre           PIC X(008).
           05  mr-description           PIC X(030).
           05  Filler                   PIC X(034).

       FD  rate-file.
       01  rate-record.
           05  rr-type                  PIC X(008).
           05  rr-price                 PIC X(016).
           05  Filler                   PIC X(056).

       FD  history-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On history-rec-len
           .
       01  history-record               PIC X(9999999).

       FD  accounting-file.
       01  accounting-record            PIC X(120).

       FD  report-file.
       01  report-record                PIC X(132).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKCB'.
           05  hs-eyecatcher-value      PIC X(008) Value 'STACKHS1'.
           05  at-eyecatcher-value      PIC X(008) Value 'STACKAT1'.
           05  map-tbl-max              PIC 9(004) Value 1000.
           05  cc-tbl-max               PIC 9(004) Value 200.
           05  usage-tbl-max            PIC 9(004) Value 500.
           *>  Byte-seconds in one megabyte-day.
           05  byte-secs-per-mb-day     PIC 9(018) Binary
                                          Value 90596966400.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating use was charged to suspense,
           *>  a rate was missing, or a table filled and some use
           *>  could not be tabulated.
           05  rc-suspense              PIC S9(004) Binary Value +4.
           *>  Return code indicating the mapping or the rate card
           *>  could not be read; nothing was charged.
           05  rc-not-available         PIC S9(004) Binary Value +8.
           *>  Return code indicating the control record is
           *>  unusable; nothing was charged.
           05  rc-bad-control           PIC S9(004) Binary Value +12.
           *>  The ownership catalogue lookup; see STACKOWN.cbl.
           05  owner-program            PIC X(008) Value 'STACKOWN'.

       Copy 'STACKHSH.cpy'.

       Copy 'STACKACR.cpy'.

       01  count-edit                   PIC Z(11)9.
       01  records-edit                 PIC Z(8)9.
       01  mb-days-edit                 PIC Z(7)9.99.
       01  money-edit                   PIC Z(7)9.99.
       01  total-edit                   PIC Z(8)9.99.
       01  rate-edit                    PIC Z(6)9.9(6).

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  map-file-status          PIC X(002) Value '00'.
           05  rate-file-status         PIC X(002) Value '00'.
           05  history-file-status      PIC X(002) Value '00'.
           05  accounting-file-status   PIC X(002) Value '00'.
           05  history-rec-len          PIC 9(009) Binary Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                     Value 'Y'.
           05  match-idx                PIC 9(004) Value 0.
           05  map-idx                  PIC 9(004) Value 0.
           05  cc-idx                   PIC 9(004) Value 0.
           05  usage-idx                PIC 9(004) Value 0.
           05  pass-cc-idx              PIC 9(004) Value 0.
           05  run-timestamp            PIC X(021) Value Spaces.
           05  charge-month             PIC X(006) Value Spaces.
           05  charge-month-parts Redefines charge-month.
               10  charge-year          PIC 9(004).
               10  charge-mm            PIC 9(002).
           05  lookup-name              PIC X(008) Value Spaces.
           05  owner-text               PIC X(070) Value Spaces.
           05  nb-history-read          PIC 9(009) Binary Value 0.
           05  nb-history-used          PIC 9(009) Binary Value 0.
           05  nb-accounting-read       PIC 9(009) Binary Value 0.
           05  nb-accounting-used       PIC 9(009) Binary Value 0.
           05  nb-untabulated           PIC 9(009) Binary Value 0.
           05  nb-suspense-stacks       PIC 9(009) Binary Value 0.
           05  nb-cc-stacks             PIC 9(009) Binary Value 0.
           05  new-calls                PIC 9(018) Binary Value 0.

       *>  The rates in force, per unit of each kind of use.
       01  rate-card.
           05  rate-storage             PIC 9(007)V9(006) Value 0.
           05  rate-calls               PIC 9(007)V9(006) Value 0.
           05  rate-audit               PIC 9(007)V9(006) Value 0.
           05  rate-durable             PIC 9(007)V9(006) Value 0.
           05  storage-rate-switch      PIC X(001) Value 'N'.
               88  storage-rate-given              Value 'Y'.
           05  calls-rate-switch        PIC X(001) Value 'N'.
               88  calls-rate-given                Value 'Y'.
           05  audit-rate-switch        PIC X(001) Value 'N'.
               88  audit-rate-given                Value 'Y'.
           05  durable-rate-switch      PIC X(001) Value 'N'.
               88  durable-rate-given              Value 'Y'.

       *>  STACKCCM as read: stack name to cost centre.
       01  map-table.
           05  map-nb-entries           PIC 9(004) Value 0.
           05  map-entry Occurs 1000 Times.
               10  map-stack-name       PIC X(008).
               10  map-cc-idx           PIC 9(004).

       *>  The distinct cost centres, in the order STACKCCM first
       *>  names them; the report's sections run in this order.
       01  cc-table.
           05  cc-nb-entries            PIC 9(004) Value 0.
           05  cc-entry Occurs 200 Times.
               10  cc-code              PIC X(008).
               10  cc-description       PIC X(030).

       *>  One entry per stack name with use in the month, in the
       *>  order first met; cost centre index zero is suspense.
       01  usage-table.
           05  usage-nb-entries         PIC 9(004) Value 0.
           05  usage-entry Occurs 500 Times.
               10  us-name              PIC X(008).
               10  us-cc-idx            PIC 9(004).
               10  us-calls             PIC 9(018) Binary.
               10  us-byte-secs         PIC 9(018) Binary.
               10  us-audit-recs        PIC 9(018) Binary.
               10  us-durable-recs      PIC 9(018) Binary.

       *>  One report line's figures: a stack's, a cost centre's
       *>  total, the suspense total or the grand total.
       01  line-figures.
           05  line-label               PIC X(008).
           05  line-application         PIC X(016).
           05  line-calls               PIC 9(018) Binary.
           05  line-byte-secs           PIC 9(018) Binary.
           05  line-audit-recs          PIC 9(018) Binary.
           05  line-durable-recs        PIC 9(018) Binary.
           05  line-mb-days             PIC 9(011)V9(002).
           05  line-storage-charge      PIC 9(011)V9(002).
           05  line-calls-charge        PIC 9(011)V9(002).
           05  line-audit-charge        PIC 9(011)V9(002).
           05  line-durable-charge      PIC 9(011)V9(002).
           05  line-total-charge        PIC 9(011)V9(002).

       *>  Accumulated over a section, and over the whole report.
       01  section-totals.
           05  sect-calls               PIC 9(018) Binary.
           05  sect-byte-secs           PIC 9(018) Binary.
           05  sect-audit-recs          PIC 9(018) Binary.
           05  sect-durable-recs        PIC 9(018) Binary.
           05  sect-mb-days             PIC 9(011)V9(002).
           05  sect-storage-charge      PIC 9(011)V9(002).
           05  sect-calls-charge        PIC 9(011)V9(002).
           05  sect-audit-charge        PIC 9(011)V9(002).
           05  sect-durable-charge      PIC 9(011)V9(002).
           05  sect-total-charge        PIC 9(011)V9(002).
       01  grand-totals.
           05  grand-calls              PIC 9(018) Binary.
           05  grand-byte-secs          PIC 9(018) Binary.
           05  grand-audit-recs         PIC 9(018) Binary.
           05  grand-durable-recs       PIC 9(018) Binary.
           05  grand-mb-days            PIC 9(011)V9(002).
           05  grand-storage-charge     PIC 9(011)V9(002).
           05  grand-calls-charge       PIC 9(011)V9(002).
           05  grand-audit-charge       PIC 9(011)V9(002).
           05  grand-durable-charge     PIC 9(011)V9(002).
           05  grand-total-charge       PIC 9(011)V9(002).

       Procedure Division.
           Move rc-success To save-rc
           Move Current-Date To run-timestamp
           Open Output report-file

           Perform 1000-Read-Control
           If save-rc = rc-bad-control
               Perform 9000-Finish
           End-If

           Move Spaces To report-record
           Move 'STACKCB library resource chargeback for month'
             To report-record
           Move charge-month To report-record(48:6)
           Move 'run' To report-record(56:3)
           Move run-timestamp(1:8) To report-record(60:8)
           Write report-record

           Perform 1100-Load-Rates
           If save-rc = rc-not-available
               Perform 9000-Finish
           End-If

           Perform 1200-Load-Map
           If save-rc = rc-not-available
               Perform 9000-Finish
           End-If

           Perform 2000-Read-History
           Perform 2100-Read-Accounting
           Perform 2200-Assign-Cost-Centres

           Move 0 To grand-calls
           Move 0 To grand-byte-secs
           Move 0 To grand-audit-recs
           Move 0 To grand-durable-recs
           Move 0 To grand-mb-days
           Move 0 To grand-storage-charge
           Move 0 To grand-calls-charge
           Move 0 To grand-audit-charge
           Move 0 To grand-durable-charge
           Move 0 To grand-total-charge

           Perform 3000-Report-One-Cost-Centre
             Varying pass-cc-idx
             From 1 By 1
             Until pass-cc-idx > cc-nb-entries

           Perform 3500-Report-Suspense
           Perform 3900-Report-Grand-Total

           Perform 9000-Finish
           .

       *>  The month to charge: the MNTH record's, or the calendar
       *>  month before the run's.
       1000-Read-Control.
           Move run-timestamp(1:6) To charge-month
           If charge-mm = 1
               Subtract 1 From charge-year
               Move 12 To charge-mm
           Else
               Subtract 1 From charge-mm
           End-If

           Open Input control-file
           If control-file-status = '00'
               Move 'N' To eof-switch
               Perform 1010-Read-One-Control Until eof
               Close control-file
           End-If
           .

       *>  Body of the 1000-Read-Control loop.
       1010-Read-One-Control.
           Read control-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Evaluate ctl-kind
                 When 'MNTH'
                      If mc-month Is Numeric
                        And mc-mm >= 1 And mc-mm <= 12
                          Move mc-month To charge-month
                      Else
                          Perform 1020-Report-Bad-Control
                      End-If
                 When Other
                      Perform 1020-Report-Bad-Control
               End-Evaluate
           End-If
           .

       *>  Reports the control record just read as unusable.
       1020-Report-Bad-Control.
           Move Spaces To report-record
           Move 'STACKCB control record not understood:'
             To report-record
           Move control-record To report-record(41:80)
           Write report-record
           Move rc-bad-control To save-rc
           .

       *>  The rate card.  Reports the rate in force for each type
       *>  and warns of the ones it leaves at zero.
       1100-Load-Rates.
           Open Input rate-file
           If rate-file-status Not = '00'
               Move Spaces To report-record
               Move 'Rate card STACKRTC could not be opened, status'
                 To report-record
               Move rate-file-status To report-record(48:2)
               Write report-record
               Move rc-not-available To save-rc
           Else
               Move 'N' To eof-switch
               Perform 1110-Load-One-Rate Until eof
               Close rate-file

               Move Spaces To report-record
               Move 'Rates:' To report-record
               Move 'per MB-day' To report-record(8:10)
               Move rate-storage To rate-edit
               Move rate-edit To report-record(19:14)
               Move 'per 1000 calls' To report-record(35:14)
               Move rate-calls To rate-edit
               Move rate-edit To report-record(50:14)
               Move 'per 1000 audit' To report-record(66:14)
               Move rate-audit To rate-edit
               Move rate-edit To report-record(81:14)
               Move 'per 1000 durable' To report-record(97:16)
               Move rate-durable To rate-edit
               Move rate-edit To report-record(114:14)
               Write report-record

               If Not storage-rate-given
                   Move 'STORMBD' To lookup-name
                   Perform 1120-Report-Missing-Rate
               End-If
               If Not calls-rate-given
                   Move 'CALLK' To lookup-name
                   Perform 1120-Report-Missing-Rate
               End-If
               If Not audit-rate-given
                   Move 'AUDITK' To lookup-name
                   Perform 1120-Report-Missing-Rate
               End-If
               If Not durable-rate-given
                   Move 'DURABLEK' To lookup-name
                   Perform 1120-Report-Missing-Rate
               End-If
           End-If
           .

       *>  Body of the 1100-Load-Rates loop.
       1110-Load-One-Rate.
           Read rate-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And rr-type Not = Spaces
               If Test-Numval(rr-price) Not = 0
                   Move Spaces To report-record
                   Move 'Rate card price not a number, ignored:'
                     To report-record
                   Move rate-record To report-record(40:80)
                   Write report-record
                   Move rc-suspense To save-rc
               Else
                   Evaluate rr-type
                     When 'STORMBD'
                          Move Numval(rr-price) To rate-storage
                          Move 'Y' To storage-rate-switch
                     When 'CALLK'
                          Move Numval(rr-price) To rate-calls
                          Move 'Y' To calls-rate-switch
                     When 'AUDITK'
                          Move Numval(rr-price) To rate-audit
                          Move 'Y' To audit-rate-switch
                     When 'DURABLEK'
                          Move Numval(rr-price) To rate-durable
                          Move 'Y' To durable-rate-switch
                     When Other
                          Move Spaces To report-record
                          Move 'Rate card type not known, ignored:'
                            To report-record
                          Move rate-record To report-record(36:80)
                          Write report-record
                          Move rc-suspense To save-rc
                   End-Evaluate
               End-If
           End-If
           .

       *>  Warns that the type in lookup-name has no rate.
       1120-Report-Missing-Rate.
           Move Spaces To report-record
           Move 'No rate on STACKRTC for' To report-record
           Move lookup-name To report-record(25:8)
           Move '-- charged at zero' To report-record(34:18)
           Write report-record
           Move rc-suspense To save-rc
           .

       *>  The cost centre mapping, and the distinct cost centres
       *>  it names.
       1200-Load-Map.
           Open Input map-file
           If map-file-status Not = '00'
               Move Spaces To report-record
               Move 'Mapping STACKCCM could not be opened, status'
                 To report-record
               Move map-file-status To report-record(46:2)
               Write report-record
               Move rc-not-available To save-rc
           Else
               Move 'N' To eof-switch
               Perform 1210-Load-One-Mapping Until eof
               Close map-file
           End-If
           .

       *>  Body of the 1200-Load-Map loop.
       1210-Load-One-Mapping.
           Read map-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And mr-stack-name Not = Spaces
               Move mr-stack-name To lookup-name
               Perform 1220-Find-Mapping
               Evaluate True
                 When match-found
                      Move Spaces To report-record
                      Move 'Stack mapped twice, first mapping kept:'
                        To report-record
                      Move map-record To report-record(41:80)
                      Write report-record
                 When map-nb-entries >= map-tbl-max
                      Move Spaces To report-record
                      Move 'Mapping table full, mapping ignored:'
                        To report-record
                      Move map-record To report-record(41:80)
                      Write report-record
                      Move rc-suspense To save-rc
                 When Other
                      Perform 1230-Find-Cost-Centre
                      If match-idx > 0
                          Add 1 To map-nb-entries
                          Move mr-stack-name
                            To map-stack-name(map-nb-entries)
                          Move match-idx
                            To map-cc-idx(map-nb-entries)
                      End-If
               End-Evaluate
           End-If
           .

       *>  Sets match-switch/match-idx to lookup-name's mapping.
       1220-Find-Mapping.
           Move 0   To match-idx
           Move 'N' To match-switch
           Perform 1221-Check-Mapping
             Varying map-idx
             From 1 By 1
             Until map-idx > map-nb-entries Or match-found
           .

       *>  Body of the 1220-Find-Mapping search loop.
       1221-Check-Mapping.
           If map-stack-name(map-idx) = lookup-name
               Move map-idx To match-idx
               Move 'Y'     To match-switch
           End-If
           .

       *>  Sets match-idx to the cost centre on map-record, adding
       *>  it at first sight; zero when the table is full.
       1230-Find-Cost-Centre.
           Move 0 To match-idx
           Perform 1231-Check-Cost-Centre
             Varying cc-idx
             From 1 By 1
             Until cc-idx > cc-nb-entries Or match-idx > 0

           If match-idx = 0
               If cc-nb-entries < cc-tbl-max
                   Add 1 To cc-nb-entries
                   Move mr-cost-centre To cc-code(cc-nb-entries)
                   Move mr-description
                     To cc-description(cc-nb-entries)
                   Move cc-nb-entries To match-idx
               Else
                   Move Spaces To report-record
                   Move 'Cost centre table full, mapping ignored:'
                     To report-record
                   Move map-record To report-record(42:80)
                   Write report-record
                   Move rc-suspense To save-rc
               End-If
           End-If
           .

       *>  Body of the 1230-Find-Cost-Centre search loop.
       1231-Check-Cost-Centre.
           If cc-code(cc-idx) = mr-cost-centre
               Move cc-idx To match-idx
           End-If
           .

       *>  Call volume from the month's history records.
       2000-Read-History.
           Open Input history-file
           If history-file-status Not = '00'
               Move Spaces To report-record
               Move 'History STACKHST could not be opened; no calls'
                 To report-record
               Move 'are charged' To report-record(49:11)
               Write report-record
           Else
               Move 'N' To eof-switch
               Perform 2010-Read-One-History Until eof
               Close history-file
           End-If
           .

       *>  Body of the 2000-Read-History loop.
       2010-Read-One-History.
           Read history-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-history-read
               Move history-record(1:Length(hs-record-layout))
                 To hs-record-layout

               If hs-eyecatcher = hs-eyecatcher-value
                 And hs-date(1:6) = charge-month
                   Add 1 To nb-history-used
                   Move hs-stack-id To lookup-name
                   Perform 2300-Find-Usage
                   If match-found
                       Compute new-calls =
                         hs-pushes + hs-pops + hs-peeks
                       Add new-calls To us-calls(match-idx)
                   End-If
               End-If
           End-If
           .

       *>  Storage-days, audit and durable-dataset records from
       *>  the month's accounting records.
       2100-Read-Accounting.
           Open Input accounting-file
           If accounting-file-status Not = '00'
               Move Spaces To report-record
               Move 'Accounting STACKACT could not be opened; no'
                 To report-record
               Move 'storage or records are charged'
                 To report-record(45:30)
               Write report-record
           Else
               Move 'N' To eof-switch
               Perform 2110-Read-One-Accounting Until eof
               Close accounting-file
           End-If
           .

       *>  Body of the 2100-Read-Accounting loop.
       2110-Read-One-Accounting.
           Read accounting-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-accounting-read
               Move accounting-record To at-record-layout

               If at-eyecatcher = at-eyecatcher-value
                 And at-date(1:6) = charge-month
                   Add 1 To nb-accounting-used
                   Move at-owner To lookup-name
                   Perform 2300-Find-Usage
                   If match-found
                       Add at-byte-seconds
                         To us-byte-secs(match-idx)
                       Add at-audit-records
                         To us-audit-recs(match-idx)
                       Add at-durable-records
                         To us-durable-recs(match-idx)
                   End-If
               End-If
           End-If
           .

       *>  Each stack with use to its cost centre, or to suspense.
       2200-Assign-Cost-Centres.
           Perform 2210-Assign-One-Stack
             Varying usage-idx
             From 1 By 1
             Until usage-idx > usage-nb-entries
           .

       *>  Body of the 2200-Assign-Cost-Centres loop.
       2210-Assign-One-Stack.
           Move us-name(usage-idx) To lookup-name
           Perform 1220-Find-Mapping
           If match-found
               Move map-cc-idx(match-idx) To us-cc-idx(usage-idx)
           Else
               Move 0 To us-cc-idx(usage-idx)
           End-If
           .

       *>  Sets match-switch/match-idx to lookup-name's usage
       *>  entry, adding it at first sight.  A full table counts
       *>  the record as untabulated.
       2300-Find-Usage.
           Move 0   To match-idx
           Move 'N' To match-switch
           Perform 2310-Check-Usage
             Varying usage-idx
             From 1 By 1
             Until usage-idx > usage-nb-entries Or match-found

           If Not match-found
               If usage-nb-entries < usage-tbl-max
                   Add 1 To usage-nb-entries
                   Move usage-nb-entries To match-idx
                   Move lookup-name To us-name(match-idx)
                   Move 0 To us-cc-idx(match-idx)
                   Move 0 To us-calls(match-idx)
                   Move 0 To us-byte-secs(match-idx)
                   Move 0 To us-audit-recs(match-idx)
                   Move 0 To us-durable-recs(match-idx)
                   Move 'Y' To match-switch
               Else
                   Add 1 To nb-untabulated
               End-If
           End-If
           .

       *>  Body of the 2300-Find-Usage search loop.
       2310-Check-Usage.
           If us-name(usage-idx) = lookup-name
               Move usage-idx To match-idx
               Move 'Y'       To match-switch
           End-If
           .

       *>  One cost centre's section: its heading, a line per
       *>  stack mapped to it, and its total.  A cost centre with
       *>  no use this month prints its heading and a zero total,
       *>  so a missing bill is visible.
       3000-Report-One-Cost-Centre.
           Move Spaces To report-record
           Write report-record
           Move 'Cost centre:' To report-record
           Move cc-code(pass-cc-idx) To report-record(14:8)
           Move cc-description(pass-cc-idx) To report-record(24:30)
           Write report-record
           Perform 3910-Write-Column-Headings

           Perform 3800-Clear-Section
           Move 0 To nb-cc-stacks
           Perform 3010-Report-Cost-Centre-Stack
             Varying usage-idx
             From 1 By 1
             Until usage-idx > usage-nb-entries

           Move 'Total' To line-label
           Move 'cost centre' To line-application
           Perform 3810-Write-Section-Total
           .

       *>  Body of the 3000-Report-One-Cost-Centre loop.
       3010-Report-Cost-Centre-Stack.
           If us-cc-idx(usage-idx) = pass-cc-idx
               Add 1 To nb-cc-stacks
               Perform 3700-Report-Stack
           End-If
           .

       *>  The stacks no mapping claims, charged all the same.
       3500-Report-Suspense.
           Move 0 To nb-suspense-stacks
           Perform 3510-Count-Suspense-Stack
             Varying usage-idx
             From 1 By 1
             Until usage-idx > usage-nb-entries

           If nb-suspense-stacks > 0
               Move Spaces To report-record
               Write report-record
               Move 'Suspense: stacks with no cost centre on STACKCCM'
                 To report-record
               Write report-record
               Perform 3910-Write-Column-Headings

               Perform 3800-Clear-Section
               Perform 3520-Report-Suspense-Stack
                 Varying usage-idx
                 From 1 By 1
                 Until usage-idx > usage-nb-entries

               Move 'Total' To line-label
               Move 'suspense' To line-application
               Perform 3810-Write-Section-Total
               Move rc-suspense To save-rc
           End-If
           .

       *>  Body of the suspense count loop.
       3510-Count-Suspense-Stack.
           If us-cc-idx(usage-idx) = 0
               Add 1 To nb-suspense-stacks
           End-If
           .

       *>  Body of the suspense report loop.
       3520-Report-Suspense-Stack.
           If us-cc-idx(usage-idx) = 0
               Perform 3700-Report-Stack
           End-If
           .

       *>  Prices the stack at usage-idx, prints its line and adds
       *>  it to the section's totals.
       3700-Report-Stack.
           Move us-name(usage-idx)         To line-label
           Move us-calls(usage-idx)        To line-calls
           Move us-byte-secs(usage-idx)    To line-byte-secs
           Move us-audit-recs(usage-idx)   To line-audit-recs
           Move us-durable-recs(usage-idx) To line-durable-recs

           If us-name(usage-idx) = Spaces
               Move '(no name)' To line-application
           Else
               Move us-name(usage-idx) To lookup-name
               Call owner-program Using
                 lookup-name
                 owner-text
               End-Call
               Move owner-text(1:16) To line-application
           End-If

           Compute line-mb-days Rounded =
             line-byte-secs / byte-secs-per-mb-day
           Compute line-storage-charge Rounded =
             (line-byte-secs * rate-storage) / byte-secs-per-mb-day
           Compute line-calls-charge Rounded =
             (line-calls * rate-calls) / 1000
           Compute line-audit-charge Rounded =
             (line-audit-recs * rate-audit) / 1000
           Compute line-durable-charge Rounded =
             (line-durable-recs * rate-durable) / 1000
           Compute line-total-charge =
             line-storage-charge + line-calls-charge
               + line-audit-charge + line-durable-charge

           Perform 3920-Write-Line

           Add line-calls          To sect-calls
           Add line-byte-secs      To sect-byte-secs
           Add line-audit-recs     To sect-audit-recs
           Add line-durable-recs   To sect-durable-recs
           Add line-mb-days        To sect-mb-days
           Add line-storage-charge To sect-storage-charge
           Add line-calls-charge   To sect-calls-charge
           Add line-audit-charge   To sect-audit-charge
           Add line-durable-charge To sect-durable-charge
           Add line-total-charge   To sect-total-charge
           .

       *>  Zeroes the section totals.
       3800-Clear-Section.
           Move 0 To sect-calls
           Move 0 To sect-byte-secs
           Move 0 To sect-audit-recs
           Move 0 To sect-durable-recs
           Move 0 To sect-mb-days
           Move 0 To sect-storage-charge
           Move 0 To sect-calls-charge
           Move 0 To sect-audit-charge
           Move 0 To sect-durable-charge
           Move 0 To sect-total-charge
           .

       *>  Prints the section's total under line-label and
       *>  line-application, and adds it to the grand total.
       3810-Write-Section-Total.
           Move sect-calls          To line-calls
           Move sect-audit-recs     To line-audit-recs
           Move sect-durable-recs   To line-durable-recs
           Move sect-mb-days        To line-mb-days
           Move sect-storage-charge To line-storage-charge
           Move sect-calls-charge   To line-calls-charge
           Move sect-audit-charge   To line-audit-charge
           Move sect-durable-charge To line-durable-charge
           Move sect-total-charge   To line-total-charge
           Perform 3920-Write-Line

           Add sect-calls          To grand-calls
           Add sect-byte-secs      To grand-byte-secs
           Add sect-audit-recs     To grand-audit-recs
           Add sect-durable-recs   To grand-durable-recs
           Add sect-mb-days        To grand-mb-days
           Add sect-storage-charge To grand-storage-charge
           Add sect-calls-charge   To grand-calls-charge
           Add sect-audit-charge   To grand-audit-charge
           Add sect-durable-charge To grand-durable-charge
           Add sect-total-charge   To grand-total-charge
           .

       *>  The month's grand total and what it was built from.
       3900-Report-Grand-Total.
           Move Spaces To report-record
           Write report-record
           Perform 3910-Write-Column-Headings

           Move 'Grand' To line-label
           Move 'total' To line-application
           Move grand-calls          To line-calls
           Move grand-audit-recs     To line-audit-recs
           Move grand-durable-recs   To line-durable-recs
           Move grand-mb-days        To line-mb-days
           Move grand-storage-charge To line-storage-charge
           Move grand-calls-charge   To line-calls-charge
           Move grand-audit-charge   To line-audit-charge
           Move grand-durable-charge To line-durable-charge
           Move grand-total-charge   To line-total-charge
           Perform 3920-Write-Line

           Move Spaces To report-record
           Write report-record
           Move 'History records read' To report-record
           Move nb-history-read To records-edit
           Move records-edit To report-record(31:9)
           Move 'in month' To report-record(42:8)
           Move nb-history-used To records-edit
           Move records-edit To report-record(51:9)
           Write report-record

           Move Spaces To report-record
           Move 'Accounting records read' To report-record
           Move nb-accounting-read To records-edit
           Move records-edit To report-record(31:9)
           Move 'in month' To report-record(42:8)
           Move nb-accounting-used To records-edit
           Move records-edit To report-record(51:9)
           Write report-record

           Move Spaces To report-record
           Move 'Stacks charged to suspense' To report-record
           Move nb-suspense-stacks To records-edit
           Move records-edit To report-record(31:9)
           Write report-record

           If nb-untabulated > 0
               Move Spaces To report-record
               Move 'Records not tabulated, more than' To report-record
               Move usage-tbl-max To report-record(34:4)
               Move 'stacks:' To report-record(39:7)
               Move nb-untabulated To records-edit
               Move records-edit To report-record(47:9)
               Write report-record
               Move rc-suspense To save-rc
           End-If
           .

       *>  The column headings over a section's lines.
       3910-Write-Column-Headings.
           Move Spaces To report-record
           Move 'stack'       To report-record(1:5)
           Move 'application' To report-record(10:11)
           Move 'MB-days'     To report-record(31:7)
           Move 'calls'       To report-record(46:5)
           Move 'audit'       To report-record(56:5)
           Move 'durable'     To report-record(64:7)
           Move 'storage'     To report-record(76:7)
           Move 'calls'       To report-record(90:5)
           Move 'audit'       To report-record(102:5)
           Move 'durable'     To report-record(112:7)
           Move 'total'       To report-record(127:5)
           Write report-record
           .

       *>  One line from line-figures.
       3920-Write-Line.
           Move Spaces To report-record
           Move line-label          To report-record(1:8)
           Move line-application    To report-record(10:16)
           Move line-mb-days        To mb-days-edit
           Move mb-days-edit        To report-record(27:11)
           Move line-calls          To count-edit
           Move count-edit          To report-record(39:12)
           Move line-audit-recs     To records-edit
           Move records-edit        To report-record(52:9)
           Move line-durable-recs   To records-edit
           Move records-edit        To report-record(62:9)
           Move line-storage-charge To money-edit
           Move money-edit          To report-record(72:11)
           Move line-calls-charge   To money-edit
           Move money-edit          To report-record(84:11)
           Move line-audit-charge   To money-edit
           Move money-edit          To report-record(96:11)
           Move line-durable-charge To money-edit
           Move money-edit          To report-record(108:11)
           Move line-total-charge   To total-edit
           Move total-edit          To report-record(120:12)
           Write report-record
           .

       *>  Closes the report and ends the run with save-rc.
       9000-Finish.
           Close report-file
           Move save-rc To Return-Code
           Goback
           .
