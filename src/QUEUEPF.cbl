       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Inbound partner file-drop loader: takes a file a trading
       *> partner has dropped, proves it arrived whole and has not
       *> been loaded before, and only then enqueues every detail
       *> record onto a QUEUED dataset for the back office to work.
       *> A partner resending yesterday's file, or a transfer cut
       *> short, used to mean a day of reversals; here a file is
       *> loaded in full or not at all.
       *>
       *> The partner file (QUEUEPFD), variable length, the record
       *> type in column 1:
       *>   H  the header, first record: the partner id X(008), the
       *>      file date YYYYMMDD and the file sequence 9(006)
       *>   D  a detail; columns 2 on are the item enqueued.  Every
       *>      detail is the same length, as a QUEUED dataset holds
       *>      items of one length.
       *>   T  the trailer, last record: the number of detail
       *>      records 9(009) and their hash total 9(018).  The hash
       *>      total is the same
       *>          hash = Mod(hash * 31 + Ord(byte), 999999937)
       *>      running value the STACKU trailer carries, chained
       *>      across the detail items in file order -- or, where
       *>      the partner's format has one, the sum of a zoned
       *>      amount field named by a HASH control record.
       *>
       *> The file is read twice.  The first pass checks the header,
       *> the details and the trailer; the registry of files already
       *> loaded (QUEUEPFG) is then searched for the header's
       *> partner id, file date and file sequence.  A file that
       *> fails either check is reported and nothing is enqueued.
       *> The second pass enqueues the details under one QUEUED
       *> session, and the registry entry for the file is appended
       *> and printed on the report.  Should QUEUED refuse a detail
       *> part way through, what went on stays on -- the session
       *> commits it at CLOS -- and the file is registered as
       *> failed with the number enqueued, so a rerun is refused
       *> and the rest is put right by hand, not loaded twice.
       *>
       *> Control records (QUEUEPFIN), 80 bytes, kind in columns
       *> 1-4:
       *>   QUED  the target: the QUEUED DDNAME X(008), the lock
       *>         owner X(008) the session runs under (QUEUEPF when
       *>         blank) and the scramble key X(016) the queue's
       *>         items rest under (Spaces for cleartext)
       *>   HASH  the trailer's hash total is the sum of a zoned
       *>         field in each item: its first column 9(005) in
       *>         the item and its length 9(002), at most 18
       *>
       *> The registry (QUEUEPFG) holds one 100-byte record per
       *> file loaded, see registry-record below; it is created by
       *> the first load if not allocated.  The report goes to
       *> QUEUEPFRPT.
       *>
       *> Return codes: 0, loaded; 4, a file already on the
       *> registry, nothing loaded; 8, the file is not whole or
       *> not well formed, nothing loaded; 12, the control records
       *> are unusable or a dataset could not be opened, nothing
       *> loaded; 16, QUEUED refused a detail part way through or
       *> the registry entry could not be written.
       *>
       Program-ID. QUEUEPF.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "QUEUEPFIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select partner-file Assign To "QUEUEPFD"
             Organization Is Sequential
             File Status Is partner-file-status
           .
           Select registry-file Assign To "QUEUEPFG"
             Organization Is Sequential
             File Status Is registry-file-status
           .
           Select report-file Assign To "QUEUEPFRPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  Filler                   PIC X(076).
       01  queue-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  qc-dd-name               PIC X(008).
           05  qc-lock-owner            PIC X(008).
           05  qc-scramble-key          PIC X(016).
           05  Filler                   PIC X(044).
       01  hash-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  hc-offset                PIC 9(005).
           05  hc-length                PIC 9(002).
           05  Filler                   PIC X(069).

       FD  partner-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On partner-rec-len
           .
       01  partner-record.
           05  pf-type                  PIC X(001).
           05  pf-data                  PIC X(9999998).
       01  partner-header Redefines partner-record.
           05  Filler                   PIC X(001).
           05  pfh-partner-id           PIC X(008).
           05  pfh-file-date            PIC X(008).
           05  pfh-file-date-n Redefines pfh-file-date
                                        PIC 9(008).
           05  pfh-file-seq             PIC X(006).
           05  pfh-file-seq-n Redefines pfh-file-seq
                                        PIC 9(006).
           05  Filler                   PIC X(9999976).
       01  partner-trailer Redefines partner-record.
           05  Filler                   PIC X(001).
           05  pft-nb-records           PIC X(009).
           05  pft-nb-records-n Redefines pft-nb-records
                                        PIC 9(009).
           05  pft-hash-total           PIC X(018).
           05  pft-hash-total-n Redefines pft-hash-total
                                        PIC 9(018).
           05  Filler                   PIC X(9999971).

       FD  registry-file.
       *>  One file loaded.  Every numeric zoned DISPLAY, so the
       *>  registry reads in a browser.
       01  registry-record.
           *>  The file, as its header names it.
           05  rg-partner-id            PIC X(008).
           05  rg-file-date             PIC X(008).
           05  rg-file-seq              PIC X(006).
           *>  'L' loaded whole; 'F' QUEUED refused a detail part
           *>  way through and rg-nb-enqueued went on.
           05  rg-status                PIC X(001).
           *>  Wall-clock moment of the load, and the business date
           *>  it belongs to.
           05  rg-loaded-time           PIC X(021).
           05  rg-business-date         PIC X(008).
           *>  The QUEUED DDNAME it was loaded onto.
           05  rg-dd-name               PIC X(008).
           *>  The trailer's record count and hash total, and how
           *>  many details were enqueued.
           05  rg-nb-records            PIC 9(009).
           05  rg-hash-total            PIC 9(018).
           05  rg-nb-enqueued           PIC 9(009).
           05  Filler                   PIC X(004).

       FD  report-file.
       01  report-record                PIC X(132).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUEPF'.
           05  queue-process            PIC X(008) Value 'QUEUED'.
           05  open-func                PIC X(004) Value 'OPEN'.
           05  enqueue-func             PIC X(004) Value 'ENQU'.
           05  close-func               PIC X(004) Value 'CLOS'.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.
           05  hash-modulus             PIC 9(009) Binary
                                          Value 999999937.
           05  sum-modulus              PIC 9(018) Binary
                                          Value 999999999999999999.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the file is already on the
           *>  registry; nothing was loaded.
           05  rc-duplicate             PIC S9(004) Binary Value +4.
           *>  Return code indicating the file is not whole or not
           *>  well formed; nothing was loaded.
           05  rc-rejected              PIC S9(004) Binary Value +8.
           *>  Return code indicating the control records are
           *>  unusable or a dataset could not be opened; nothing
           *>  was loaded.
           05  rc-not-available         PIC S9(004) Binary Value +12.
           *>  Return code indicating the load stopped part way
           *>  through, or the file was loaded and could not be
           *>  registered.
           05  rc-load-failed           PIC S9(004) Binary Value +16.

       01  count-edit                   PIC Z(8)9.
       01  hash-edit                    PIC Z(17)9.
       01  rc-edit                      PIC -(4)9.

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  partner-file-status      PIC X(002) Value '00'.
           05  registry-file-status     PIC X(002) Value '00'.
           05  partner-rec-len          PIC 9(009) Binary Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  queue-rc                 PIC S9(004) Binary Value +0.
           05  run-timestamp            PIC X(021) Value Spaces.
           05  business-date            PIC X(008) Value Spaces.
           05  target-name              PIC X(008) Value Spaces.
           05  target-lock-owner        PIC X(008) Value Spaces.
           05  target-scramble-key      PIC X(016) Value Spaces.
           05  hash-offset              PIC 9(009) Binary Value 0.
           05  hash-length              PIC 9(009) Binary Value 0.
           05  hash-field               PIC X(018) Value Spaces.
           05  hash-field-n Redefines hash-field
                                        PIC 9(018).
           05  hash-work                PIC X(018) Value Spaces.
           05  hash-idx                 PIC 9(009) Binary Value 0.
           05  item-len                 PIC 9(009) Binary Value 0.
           05  commit-interval          PIC 9(009) Binary Value 0.
           05  file-hash                PIC 9(018) Binary Value 0.
           05  nb-read                  PIC 9(009) Binary Value 0.
           05  nb-details               PIC 9(009) Binary Value 0.
           05  nb-enqueued              PIC 9(009) Binary Value 0.
           05  outcome-text             PIC X(080) Value Spaces.
           05  ctl-eof-switch           PIC X(001) Value 'N'.
               88  ctl-eof                          Value 'Y'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  control-bad-switch       PIC X(001) Value 'N'.
               88  control-bad                      Value 'Y'.
           05  hash-switch              PIC X(001) Value 'N'.
               88  hash-by-field                    Value 'Y'.
           05  reject-switch            PIC X(001) Value 'N'.
               88  file-rejected                    Value 'Y'.
           05  header-switch            PIC X(001) Value 'N'.
               88  header-seen                      Value 'Y'.
           05  trailer-switch           PIC X(001) Value 'N'.
               88  trailer-seen                     Value 'Y'.
           05  duplicate-switch         PIC X(001) Value 'N'.
               88  duplicate-found                  Value 'Y'.
           05  enqueue-switch           PIC X(001) Value 'N'.
               88  enqueue-failed                   Value 'Y'.

       *>  The file as its header names it.
       01  file-key.
           05  fk-partner-id            PIC X(008) Value Spaces.
           05  fk-file-date             PIC X(008) Value Spaces.
           05  fk-file-seq              PIC X(006) Value Spaces.

       *>  The trailer's totals.
       01  trailer-nb-records           PIC 9(009) Value 0.
       01  trailer-hash-total           PIC 9(018) Value 0.

       *>  The detail being enqueued.
       01  load-item                    PIC X(9999998).

       Procedure Division.
           Move rc-success   To save-rc
           Move Current-Date To run-timestamp

           Call business-date-program Using
             bd-get-func
             business-date
           End-Call

           Open Output report-file
           Move 'QUEUEPF inbound partner file load' To report-record
           Write report-record
           Move Spaces To report-record
           Move 'Run at' To report-record
           Move run-timestamp To report-record(8:21)
           Move 'business date' To report-record(31:13)
           Move business-date To report-record(45:8)
           Write report-record

           Open Input control-file
           If control-file-status = '00'
               Perform 1000-Read-One-Card Until ctl-eof
               Close control-file
           Else
               Move 'QUEUEPFIN could not be opened' To outcome-text
               Move 'Y' To control-bad-switch
           End-If

           If Not control-bad
               Perform 1100-Validate-Control
           End-If

           If control-bad
               Move Spaces To report-record
               Move outcome-text To report-record
               Write report-record
               Move Spaces To report-record
               Move 'Control records unusable; nothing loaded'
                 To report-record
               Write report-record
               Move rc-not-available To save-rc
           Else
               Perform 2000-Load-File
           End-If

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  One control record, filed by its kind.
       1000-Read-One-Card.
           Read control-file
               At End
                   Move 'Y' To ctl-eof-switch
           End-Read

           If Not ctl-eof
               Evaluate ctl-kind
                 When 'QUED'
                      Move qc-dd-name      To target-name
                      Move qc-lock-owner   To target-lock-owner
                      Move qc-scramble-key To target-scramble-key
                 When 'HASH'
                      Perform 1010-File-Hash-Card
                 When Other
                      Move 'Control record not understood:'
                        To outcome-text
                      Move control-record(1:48) To outcome-text(32:48)
                      Move 'Y' To control-bad-switch
               End-Evaluate
           End-If
           .

       *>  The hash field, refused when it is not a usable field.
       1010-File-Hash-Card.
           Evaluate True
             When hc-offset Is Not Numeric
             When hc-length Is Not Numeric
             When hc-offset = 0
             When hc-length = 0
             When hc-length > Length(hash-field)
                  Move 'HASH record unusable:' To outcome-text
                  Move control-record(1:11) To outcome-text(23:11)
                  Move 'Y' To control-bad-switch
             When Other
                  Move 'Y'       To hash-switch
                  Move hc-offset To hash-offset
                  Move hc-length To hash-length
           End-Evaluate
           .

       *>  The target has to be named.
       1100-Validate-Control.
           If target-name = Spaces
               Move 'QUED record missing or names no DDNAME'
                 To outcome-text
               Move 'Y' To control-bad-switch
           End-If

           If target-lock-owner = Spaces
               Move myname To target-lock-owner
           End-If
           .

       *>  The run proper: the file checked, then looked for on the
       *>  registry, and only when both pass, loaded and registered.
       2000-Load-File.
           Move Spaces To report-record
           Move 'Partner file QUEUEPFD to QUEUED' To report-record
           Move target-name To report-record(33:8)
           Move 'lock owner' To report-record(43:10)
           Move target-lock-owner To report-record(54:8)
           Write report-record
           Move Spaces To report-record
           If hash-by-field
               Move 'Hash total: sum of item columns' To report-record
               Move hash-offset To count-edit
               Move count-edit To report-record(33:9)
               Move 'for' To report-record(43:3)
               Move hash-length To count-edit
               Move count-edit To report-record(47:9)
           Else
               Move 'Hash total: running hash over the item bytes'
                 To report-record
           End-If
           Write report-record
           Move Spaces To report-record
           Write report-record

           Perform 2100-Check-File

           If save-rc = rc-success
               Perform 2200-Check-Registry
           End-If

           If save-rc = rc-success
               Perform 3000-Enqueue-File
           End-If
           .

       *>  First pass: the header first, then details all of one
       *>  length, then the trailer last, whose count and hash total
       *>  have to agree with the details.
       2100-Check-File.
           Move 'N' To reject-switch
           Move 'N' To header-switch
           Move 'N' To trailer-switch
           Move 'N' To eof-switch
           Move 0   To nb-read
           Move 0   To nb-details
           Move 0   To item-len
           Move 0   To file-hash

           Open Input partner-file
           If partner-file-status Not = '00'
               Move Spaces To report-record
               Move 'QUEUEPFD could not be opened, file status'
                 To report-record
               Move partner-file-status To report-record(43:2)
               Write report-record
               Move 'Partner file not available; nothing loaded'
                 To report-record
               Write report-record
               Move rc-not-available To save-rc
           Else
               Perform 2110-Check-One-Record
                 Until eof Or file-rejected
               Close partner-file

               Evaluate True
                 When file-rejected
                      Continue
                 When Not header-seen
                      Move 'File is empty; no header' To outcome-text
                      Move 'Y' To reject-switch
                 When Not trailer-seen
                      Move 'No trailer; the file is not whole'
                        To outcome-text
                      Move 'Y' To reject-switch
                 When trailer-nb-records Not = nb-details
                      Move 'Trailer record count does not agree'
                        To outcome-text
                      Move 'Y' To reject-switch
                 When trailer-hash-total Not = file-hash
                      Move 'Trailer hash total does not agree'
                        To outcome-text
                      Move 'Y' To reject-switch
               End-Evaluate

               Perform 2120-Report-File-Totals

               If file-rejected
                   Move Spaces To report-record
                   Move outcome-text To report-record
                   Write report-record
                   Move Spaces To report-record
                   Move 'File rejected; nothing loaded'
                     To report-record
                   Write report-record
                   Move rc-rejected To save-rc
               End-If
           End-If
           .

       *>  Body of the first pass loop.
       2110-Check-One-Record.
           Read partner-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
               Evaluate True
                 When trailer-seen
                      Move 'Records follow the trailer at record'
                        To outcome-text
                      Move nb-read To count-edit
                      Move count-edit To outcome-text(38:9)
                      Move 'Y' To reject-switch
                 When pf-type = 'H' And nb-read = 1
                      Perform 2111-Check-Header
                 When nb-read = 1
                      Move 'First record is not a header'
                        To outcome-text
                      Move 'Y' To reject-switch
                 When pf-type = 'H'
                      Move 'Second header at record' To outcome-text
                      Move nb-read To count-edit
                      Move count-edit To outcome-text(26:9)
                      Move 'Y' To reject-switch
                 When pf-type = 'D'
                      Perform 2112-Check-Detail
                 When pf-type = 'T'
                      Perform 2113-Check-Trailer
                 When Other
                      Move 'Record type not understood at record'
                        To outcome-text
                      Move nb-read To count-edit
                      Move count-edit To outcome-text(38:9)
                      Move 'Y' To reject-switch
               End-Evaluate
           End-If
           .

       *>  The header names the file.
       2111-Check-Header.
           Evaluate True
             When partner-rec-len < 23
                  Move 'Header record is short' To outcome-text
                  Move 'Y' To reject-switch
             When pfh-partner-id = Spaces
                  Move 'Header names no partner' To outcome-text
                  Move 'Y' To reject-switch
             When pfh-file-date Is Not Numeric
             When pfh-file-seq Is Not Numeric
                  Move 'Header file date or sequence is not numeric'
                    To outcome-text
                  Move 'Y' To reject-switch
             When Test-Date-YYYYMMDD(pfh-file-date-n) Not = 0
                  Move 'Header file date is not a date'
                    To outcome-text
                  Move 'Y' To reject-switch
             When Other
                  Move 'Y' To header-switch
                  Move pfh-partner-id To fk-partner-id
                  Move pfh-file-date  To fk-file-date
                  Move pfh-file-seq   To fk-file-seq
           End-Evaluate
           .

       *>  A detail has to be as long as the first one, and is
       *>  added to the hash total.
       2112-Check-Detail.
           Add 1 To nb-details
           If nb-details = 1
               Compute item-len = partner-rec-len - 1
           End-If

           Evaluate True
             When partner-rec-len < 2
             When partner-rec-len - 1 Not = item-len
                  Move 'Detail length differs from the first at record'
                    To outcome-text
                  Move nb-read To count-edit
                  Move count-edit To outcome-text(48:9)
                  Move 'Y' To reject-switch
             When hash-by-field
               And hash-offset + hash-length - 1 > item-len
                  Move 'HASH field lies beyond the item at record'
                    To outcome-text
                  Move nb-read To count-edit
                  Move count-edit To outcome-text(43:9)
                  Move 'Y' To reject-switch
             When hash-by-field
                  Perform 2114-Sum-Hash-Field
             When Other
                  Perform 2115-Hash-One-Byte
                    Varying hash-idx
                    From 1 By 1
                    Until hash-idx > item-len
           End-Evaluate
           .

       *>  The trailer's totals, checked once the file is read.
       2113-Check-Trailer.
           Evaluate True
             When partner-rec-len < 28
                  Move 'Trailer record is short' To outcome-text
                  Move 'Y' To reject-switch
             When pft-nb-records Is Not Numeric
             When pft-hash-total Is Not Numeric
                  Move 'Trailer totals are not numeric' To outcome-text
                  Move 'Y' To reject-switch
             When Other
                  Move 'Y' To trailer-switch
                  Move pft-nb-records-n To trailer-nb-records
                  Move pft-hash-total-n To trailer-hash-total
           End-Evaluate
           .

       *>  Adds the item's hash field to the sum, right-justified
       *>  so a field shorter than 18 reads as its value.
       2114-Sum-Hash-Field.
           Move pf-data(hash-offset:hash-length) To hash-work
           If hash-work(1:hash-length) Is Not Numeric
               Move 'HASH field is not numeric at record'
                 To outcome-text
               Move nb-read To count-edit
               Move count-edit To outcome-text(37:9)
               Move 'Y' To reject-switch
           Else
               Move Zeros To hash-field
               Move hash-work(1:hash-length)
                 To hash-field(Length(hash-field) - hash-length + 1:
                               hash-length)
               Compute file-hash =
                 Mod(file-hash + hash-field-n, sum-modulus)
           End-If
           .

       *>  Body of the item hash loop.
       2115-Hash-One-Byte.
           Compute file-hash =
             Mod((file-hash * 31)
               + Ord(pf-data(hash-idx:1)),
               hash-modulus)
           .

       *>  What the file came to, beside what its header and trailer
       *>  say.
       2120-Report-File-Totals.
           Move Spaces To report-record
           Move 'Header: partner' To report-record
           Move fk-partner-id To report-record(17:8)
           Move 'file date' To report-record(27:9)
           Move fk-file-date To report-record(37:8)
           Move 'sequence' To report-record(47:8)
           Move fk-file-seq To report-record(56:6)
           Write report-record

           Move Spaces To report-record
           Move 'Records read' To report-record
           Move nb-read To count-edit
           Move count-edit To report-record(20:9)
           Move 'details' To report-record(31:7)
           Move nb-details To count-edit
           Move count-edit To report-record(39:9)
           Move 'item length' To report-record(50:11)
           Move item-len To count-edit
           Move count-edit To report-record(62:9)
           Write report-record

           Move Spaces To report-record
           Move 'Hash total' To report-record
           Move file-hash To hash-edit
           Move hash-edit To report-record(20:18)
           Write report-record

           If trailer-seen
               Move Spaces To report-record
               Move 'Trailer: records' To report-record
               Move trailer-nb-records To count-edit
               Move count-edit To report-record(20:9)
               Move 'hash total' To report-record(31:10)
               Move trailer-hash-total To hash-edit
               Move hash-edit To report-record(42:18)
               Write report-record
           End-If
           .

       *>  The registry is read through for an entry naming the same
       *>  partner, file date and sequence; any entry, loaded or
       *>  failed, means the file is not loaded again.  A registry
       *>  not yet allocated has nothing on it.
       2200-Check-Registry.
           Move 'N' To duplicate-switch
           Move 'N' To eof-switch

           Open Input registry-file
           Evaluate registry-file-status
             When '00'
                  Perform 2210-Check-One-Entry
                    Until eof Or duplicate-found
                  Close registry-file
             When '35'
                  Continue
             When Other
                  Move Spaces To report-record
                  Move 'QUEUEPFG could not be opened, file status'
                    To report-record
                  Move registry-file-status To report-record(43:2)
                  Write report-record
                  Move 'Registry not available; nothing loaded'
                    To report-record
                  Write report-record
                  Move rc-not-available To save-rc
           End-Evaluate

           If duplicate-found
               Move Spaces To report-record
               Write report-record
               Move 'File already on the registry:' To report-record
               Write report-record
               Perform 9000-Report-Registry-Entry
               Move Spaces To report-record
               Move 'Duplicate file; nothing loaded' To report-record
               Write report-record
               Move rc-duplicate To save-rc
           End-If
           .

       *>  Body of the registry loop.
       2210-Check-One-Entry.
           Read registry-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               If rg-partner-id = fk-partner-id
                 And rg-file-date = fk-file-date
                 And rg-file-seq = fk-file-seq
                   Move 'Y' To duplicate-switch
               End-If
           End-If
           .

       *>  Second pass: every detail enqueued under one session,
       *>  then the file registered.  The whole file is asked for as
       *>  one commit; QUEUED commits sooner only when its hold on
       *>  the lock would otherwise go stale.
       3000-Enqueue-File.
           Move 'N' To enqueue-switch
           Move 0   To nb-enqueued

           If nb-details > 0
               Perform 3100-Open-Session
           End-If

           If save-rc = rc-success And nb-details > 0
               Open Input partner-file
               Move 'N' To eof-switch
               Perform 3200-Enqueue-One-Record
                 Until eof Or enqueue-failed
               Close partner-file
               Perform 3300-Close-Session
           End-If

           If save-rc = rc-success Or enqueue-failed
               Perform 3400-Register-File
           End-If
           .

       *>  A dataset that cannot be opened, or holds items of
       *>  another length, is found out here, before anything is
       *>  enqueued.
       3100-Open-Session.
           Move nb-details To commit-interval
           Call queue-process Using
             target-name
             open-func
             item-len
             load-item
             Omitted
             Omitted
             target-lock-owner
             commit-interval
           End-Call
           Move Return-Code To queue-rc

           If queue-rc Not = rc-success
               Move Spaces To report-record
               Move 'QUEUED OPEN refused: rc' To report-record
               Move queue-rc To rc-edit
               Move rc-edit To report-record(25:5)
               Write report-record
               Move 'Queue not available; nothing loaded'
                 To report-record
               Write report-record
               Move rc-not-available To save-rc
           End-If
           .

       *>  Body of the second pass loop; only the details are
       *>  enqueued, the header and trailer already checked.
       3200-Enqueue-One-Record.
           Read partner-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And pf-type = 'D'
               Move pf-data(1:item-len) To load-item(1:item-len)
               If target-scramble-key = Spaces
                   Call queue-process Using
                     target-name
                     enqueue-func
                     item-len
                     load-item
                     Omitted
                     Omitted
                     target-lock-owner
                   End-Call
               Else
                   Call queue-process Using
                     target-name
                     enqueue-func
                     item-len
                     load-item
                     Omitted
                     target-scramble-key
                     target-lock-owner
                   End-Call
               End-If
               Move Return-Code To queue-rc

               If queue-rc = rc-success
                   Add 1 To nb-enqueued
               Else
                   Move 'Y' To enqueue-switch
                   Move Spaces To report-record
                   Move 'QUEUED ENQU refused detail' To report-record
                   Compute count-edit = nb-enqueued + 1
                   Move count-edit To report-record(28:9)
                   Move ': rc' To report-record(37:4)
                   Move queue-rc To rc-edit
                   Move rc-edit To report-record(42:5)
                   Write report-record
                   Move rc-load-failed To save-rc
               End-If
           End-If
           .

       *>  Commits what went on and ends the session.
       3300-Close-Session.
           Call queue-process Using
             target-name
             close-func
             item-len
             load-item
           End-Call
           Move Return-Code To queue-rc

           If queue-rc Not = rc-success
               Move Spaces To report-record
               Move 'QUEUED CLOS refused: rc' To report-record
               Move queue-rc To rc-edit
               Move rc-edit To report-record(25:5)
               Write report-record
               Move 'Y' To enqueue-switch
               Move rc-load-failed To save-rc
           End-If
           .

       *>  Appends the file's entry to the registry, which may not
       *>  exist yet: Extend is tried first and Output used to
       *>  create it on status 35, the way every journal here is
       *>  opened.
       3400-Register-File.
           Move Spaces            To registry-record
           Move fk-partner-id     To rg-partner-id
           Move fk-file-date      To rg-file-date
           Move fk-file-seq       To rg-file-seq
           If enqueue-failed
               Move 'F'           To rg-status
           Else
               Move 'L'           To rg-status
           End-If
           Move Current-Date      To rg-loaded-time
           Move business-date     To rg-business-date
           Move target-name       To rg-dd-name
           Move trailer-nb-records To rg-nb-records
           Move trailer-hash-total To rg-hash-total
           Move nb-enqueued       To rg-nb-enqueued

           Open Extend registry-file
           If registry-file-status = '35'
               Open Output registry-file
           End-If

           If registry-file-status = '00'
               Write registry-record
               Close registry-file
           End-If

           Move Spaces To report-record
           Write report-record
           If registry-file-status = '00'
               Move 'Registry entry written:' To report-record
               Write report-record
           Else
               Move 'Registry entry could not be written, file status'
                 To report-record
               Move registry-file-status To report-record(50:2)
               Write report-record
               Move 'Register this file by hand before any rerun:'
                 To report-record
               Write report-record
               Move rc-load-failed To save-rc
           End-If
           Perform 9000-Report-Registry-Entry

           Move Spaces To report-record
           If enqueue-failed
               Move 'Load stopped; details enqueued' To report-record
               Move nb-enqueued To count-edit
               Move count-edit To report-record(32:9)
               Move 'of' To report-record(42:2)
               Move nb-details To count-edit
               Move count-edit To report-record(45:9)
           Else
               Move 'File loaded; details enqueued' To report-record
               Move nb-enqueued To count-edit
               Move count-edit To report-record(31:9)
           End-If
           Write report-record
           .

       *>  One registry entry, as it stands in registry-record.
       9000-Report-Registry-Entry.
           Move Spaces To report-record
           Move 'Partner' To report-record(3:7)
           Move rg-partner-id To report-record(11:8)
           Move 'file date' To report-record(20:9)
           Move rg-file-date To report-record(30:8)
           Move 'sequence' To report-record(39:8)
           Move rg-file-seq To report-record(48:6)
           Move 'status' To report-record(55:6)
           Move rg-status To report-record(62:1)
           Move 'queue' To report-record(64:5)
           Move rg-dd-name To report-record(70:8)
           Write report-record

           Move Spaces To report-record
           Move 'Loaded' To report-record(3:6)
           Move rg-loaded-time To report-record(10:21)
           Move 'business date' To report-record(32:13)
           Move rg-business-date To report-record(46:8)
           Write report-record

           Move Spaces To report-record
           Move 'Records' To report-record(3:7)
           Move rg-nb-records To count-edit
           Move count-edit To report-record(11:9)
           Move 'enqueued' To report-record(21:8)
           Move rg-nb-enqueued To count-edit
           Move count-edit To report-record(30:9)
           Move 'hash total' To report-record(40:10)
           Move rg-hash-total To hash-edit
           Move hash-edit To report-record(51:18)
           Write report-record
           .
