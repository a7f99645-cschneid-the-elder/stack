       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Morning exception report.  A refused push lands on the
       *> stack's dead-letter dataset, a poison item on its
       *> quarantine dataset, a detected corruption on STACKFFD --
       *> three formats the on-call analyst used to browse one at a
       *> time.  This reads all of them for a time window and
       *> prints one paginated report: per stack, the entries
       *> grouped by where they went and their return code, each
       *> code translated through STACKMSG, each entry with its
       *> moment and its item's leading bytes -- or the item's
       *> fields, labeled, when its layout is given -- and counts
       *> per group, per stack and overall.
       *>
       *> The step ends with return code 8 when any first-failure
       *> capture falls in the window, so the scheduler can page
       *> someone; dead-letters and quarantines alone are the
       *> morning's work, not a page, and end it with 0.
       *>
       *> Control records (STACKXRIN), 80 bytes, kind in columns
       *> 1-4:
       *>   WIN   the window: from X(014) and to X(014), each
       *>         YYYYMMDDhhmmss.  A blank from means 24 hours
       *>         before the run, a blank to means now.  Without a
       *>         WIN record the window is the last 24 hours.
       *>   STK   one stack: its name X(008) (its stack-audit-id),
       *>         its dead-letter DDNAME X(008), its quarantine
       *>         DDNAME X(008) -- either may be Spaces -- and the
       *>         scramble key X(016) its items rest under (Spaces
       *>         for cleartext)
       *>   FLD   one field of a stack's item layout, as the job
       *>         registers it with STACKLY: the stack's name
       *>         X(008), the field's name X(012), offset 9(004),
       *>         length 9(004) and type X(001) (C, N, P or B)
       *>   FFD   a first-failure capture DDNAME X(008); without
       *>         one, STACKFFD is read
       *> A dead-letter or quarantine record carries no stack id;
       *> the stack is the one whose STK record names the dataset.
       *> A capture carries the anchor block it was taken from,
       *> and goes with the stack whose stack-audit-id that block
       *> holds -- or, when the block's eyecatcher no longer
       *> vouches for it, under *OVERLAY (under *UNNAMED when the
       *> stack was never named).  A capture's return code is
       *> STACKP's or STACKT's.
       *>
       *> Each stack's section names its owner from the ownership
       *> catalogue (see STACKOWN.cbl) and flags a stack with none.
       *>
       *> The report goes to STACKXRRPT.  The first 2000 entries in
       *> the window are itemized; any beyond are still counted.
       *>
       Program-ID. STACKXR.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKXRIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select report-file Assign To "STACKXRRPT"
             Organization Is Sequential
           .
           Select src-file Assign To Dynamic src-dd-name
             Organization Is Sequential
             File Status Is src-file-status
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  Filler                   PIC X(076).
       01  window-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  wc-from                  PIC X(014).
           05  wc-to                    PIC X(014).
           05  Filler                   PIC X(048).
       01  stack-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  sc-name                  PIC X(008).
           05  sc-deadletter-dd-name    PIC X(008).
           05  sc-quarantine-dd-name    PIC X(008).
           05  sc-scramble-key          PIC X(016).
           05  Filler                   PIC X(036).
       01  field-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  fc-stack-name            PIC X(008).
           05  fc-name                  PIC X(012).
           05  fc-offset                PIC 9(004).
           05  fc-length                PIC 9(004).
           05  fc-type                  PIC X(001).
           05  Filler                   PIC X(047).
       01  ffdc-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  ffc-dd-name              PIC X(008).
           05  Filler                   PIC X(068).

       FD  report-file.
       01  report-record                PIC X(132).

       FD  src-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On src-rec-len
           .
       01  src-record                   PIC X(9999999).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKXR'.
           05  scramble-program         PIC X(008) Value 'STACKSCR'.
           05  scramble-deco-func       PIC X(004) Value 'DECO'.
           05  message-program          PIC X(008) Value 'STACKMSG'.
           05  stackp-name              PIC X(008) Value 'STACKP'.
           05  stackt-name              PIC X(008) Value 'STACKT'.
           05  ffdc-default-dd-name     PIC X(008) Value 'STACKFFD'.
           05  ffdc-eyecatcher-value    PIC X(008) Value 'STACKFFD'.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  STACKP's return code for an item its retry rule sent
           *>  to quarantine; every quarantine record is one.
           05  quarantined-rc           PIC S9(004) Binary Value +132.
           *>  Length of one recent-operations record of a capture:
           *>  the function and its moment.
           05  recent-op-rec-len        PIC 9(009) Binary Value 25.
           05  lines-per-page           PIC 9(004) Value 55.
           *>  The ownership catalogue lookup, and its answer for a
           *>  name with no entry; see STACKOWN.cbl.
           05  owner-program            PIC X(008) Value 'STACKOWN'.
           05  rc-not-catalogued        PIC S9(004) Binary Value +4.
           05  stk-tbl-max              PIC 9(004) Value 50.
           05  fld-tbl-max              PIC 9(004) Value 20.
           05  ffd-tbl-max              PIC 9(004) Value 10.
           05  ent-tbl-max              PIC 9(004) Value 2000.
           *>  How many of an item's leading bytes are kept.
           05  item-keep-max            PIC 9(009) Binary Value 256.
           *>  Where an entry's item starts on its detail line.
           05  item-col                 PIC 9(004) Value 41.
           05  report-width             PIC 9(004) Value 132.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating a first-failure capture fell
           *>  in the window: page someone.
           05  rc-new-ffdc              PIC S9(004) Binary Value +8.
           *>  Return code indicating the control records are
           *>  unusable; nothing was reported.
           05  rc-bad-control           PIC S9(004) Binary Value +12.

       *>  Mirrors of STACKP's fixed record fronts.
       01  deadletter-header.
           05  dl-timestamp             PIC X(021).
           05  dl-func                  PIC X(004).
           05  dl-return-code           PIC S9(004).
       01  quarantine-header.
           05  qr-timestamp             PIC X(021).
           05  qr-retry-count           PIC 9(009).
       01  ffdc-header.
           05  ffdc-eyecatcher          PIC X(008).
           05  ffdc-timestamp           PIC X(021).
           05  ffdc-reason              PIC S9(004).
       01  recent-op-record.
           05  rop-func                 PIC X(004).
           05  rop-timestamp            PIC X(021).

       *>  The anchor block image a capture carries.
       Copy 'STACKAB.cpy'.

       *>  Native-field staging areas, the same right-alignment
       *>  trick STACKRPT uses.
       01  zoned-area.
           05  zoned-chars              PIC X(018).
       01  zoned-redef Redefines zoned-area.
           05  zoned-value              PIC S9(018).

       01  packed-area.
           05  packed-chars             PIC X(008).
       01  packed-redef Redefines packed-area.
           05  packed-value             PIC S9(015) Packed-Decimal.

       01  bin-area.
           05  bin-chars                PIC X(008).
       01  bin-redef Redefines bin-area.
           05  bin8-value               PIC S9(018) Binary.
       01  bin4-redef Redefines bin-area.
           05  bin4-value               PIC S9(009) Binary.
           05  Filler                   PIC X(004).
       01  bin2-redef Redefines bin-area.
           05  bin2-value               PIC S9(004) Binary.
           05  Filler                   PIC X(006).

       01  amount-edit                  PIC -(17)9.
       01  count-edit                   PIC Z(8)9.
       01  rc-edit                      PIC -(4)9.

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  src-file-status          PIC X(002) Value '00'.
           05  src-dd-name              PIC X(008) Value Spaces.
           05  src-rec-len              PIC 9(009) Binary Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  run-timestamp            PIC X(021) Value Spaces.
           05  window-from              PIC X(014) Value Spaces.
           05  window-to                PIC X(014) Value Spaces.
           05  day-before               PIC 9(008) Value 0.
           05  ctl-eof-switch           PIC X(001) Value 'N'.
               88  ctl-eof                          Value 'Y'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  control-bad-switch       PIC X(001) Value 'N'.
               88  control-bad                      Value 'Y'.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                      Value 'Y'.
           05  capture-switch           PIC X(001) Value 'N'.
               88  capture-pending                  Value 'Y'.
           05  numeric-ok-switch        PIC X(001) Value 'Y'.
               88  numeric-ok                       Value 'Y'.
           05  line-full-switch         PIC X(001) Value 'N'.
               88  line-full                        Value 'Y'.
           05  stk-idx                  PIC 9(004) Value 0.
           05  match-idx                PIC 9(004) Value 0.
           05  fld-idx                  PIC 9(004) Value 0.
           05  ffd-idx                  PIC 9(004) Value 0.
           05  ent-idx                  PIC 9(004) Value 0.
           05  group-idx                PIC 9(004) Value 0.
           05  nb-not-itemized          PIC 9(009) Binary Value 0.
           05  page-number              PIC 9(005) Value 0.
           05  line-count               PIC 9(004) Value 0.
           05  current-stack-name       PIC X(008) Value Spaces.
           05  entry-source             PIC X(004) Value Spaces.
           05  entry-stamp              PIC X(021) Value Spaces.
           05  entry-func               PIC X(004) Value Spaces.
           05  entry-reason             PIC S9(004) Binary Value +0.
           05  entry-retry              PIC 9(009) Value 0.
           05  entry-item-start         PIC 9(009) Binary Value 0.
           05  entry-item-len           PIC 9(009) Binary Value 0.
           05  keep-len                 PIC 9(009) Binary Value 0.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  capture-stamp            PIC X(021) Value Spaces.
           05  capture-reason           PIC S9(004) Value 0.
           05  capture-stack-name       PIC X(008) Value Spaces.
           05  capture-last-op          PIC X(004) Value Spaces.
           05  capture-record-nb        PIC 9(009) Binary Value 0.
           05  group-source             PIC X(004) Value Spaces.
           05  group-reason             PIC S9(004) Binary Value +0.
           05  group-count              PIC 9(009) Binary Value 0.
           05  msg-source-program       PIC X(008) Value Spaces.
           05  msg-source-rc            PIC S9(004) Binary Value +0.
           05  msg-result-text          PIC X(060) Value Spaces.
           05  stamp-in                 PIC X(021) Value Spaces.
           05  stamp-out                PIC X(019) Value Spaces.
           05  line-pos                 PIC 9(004) Value 0.
           05  piece-len                PIC 9(004) Value 0.
           05  name-len                 PIC 9(004) Value 0.
           05  field-end                PIC 9(009) Binary Value 0.
           05  work-value               PIC S9(018) Binary Value +0.
           05  value-text               PIC X(080) Value Spaces.
           05  value-len                PIC 9(004) Value 0.
           05  held-line                PIC X(132) Value Spaces.
           05  grand-deadletter         PIC 9(009) Binary Value 0.
           05  grand-quarantine         PIC 9(009) Binary Value 0.
           05  grand-ffdc               PIC 9(009) Binary Value 0.
           05  owner-text               PIC X(070) Value Spaces.
           05  nb-uncatalogued          PIC 9(009) Binary Value 0.

       *>  The stacks, from the STK records and from the captures.
       01  stack-table.
           05  stk-nb-entries           PIC 9(004) Value 0.
           05  stk-entry Occurs 50 Times.
               10  st-name              PIC X(008).
               10  st-deadletter-dd-name
                                        PIC X(008).
               10  st-quarantine-dd-name
                                        PIC X(008).
               10  st-scramble-key      PIC X(016).
               10  st-deadletter-note   PIC X(040).
               10  st-quarantine-note   PIC X(040).
               10  st-nb-deadletter     PIC 9(009) Binary.
               10  st-nb-quarantine     PIC 9(009) Binary.
               10  st-nb-ffdc           PIC 9(009) Binary.
               10  st-nb-fields         PIC 9(004).
               10  st-field Occurs 20 Times.
                   15  sf-name          PIC X(012).
                   15  sf-offset        PIC 9(009) Binary.
                   15  sf-length        PIC 9(009) Binary.
                   15  sf-type          PIC X(001).

       *>  The capture datasets.
       01  ffdc-table.
           05  ffd-nb-entries           PIC 9(004) Value 0.
           05  ffd-entry Occurs 10 Times.
               10  fd-dd-name           PIC X(008).
               10  fd-note              PIC X(040).

       *>  Every entry in the window, up to the table's size.
       01  entry-table.
           05  ent-nb-entries           PIC 9(004) Value 0.
           05  ent-entry Occurs 2000 Times.
               10  en-stack-idx         PIC 9(004).
               10  en-source            PIC X(004).
               10  en-reason            PIC S9(004) Binary.
               10  en-timestamp         PIC X(021).
               10  en-func              PIC X(004).
               10  en-retry             PIC 9(009).
               10  en-printed-switch    PIC X(001).
               10  en-item-len          PIC 9(009) Binary.
               10  en-item              PIC X(256).

       Procedure Division.
           Move rc-success   To save-rc
           Move Current-Date To run-timestamp

           Open Input control-file
           If control-file-status = '00'
               Perform 1000-Read-One-Card Until ctl-eof
               Close control-file
           End-If

           Perform 1100-Settle-Window

           If ffd-nb-entries = 0
               Move 1 To ffd-nb-entries
               Move ffdc-default-dd-name To fd-dd-name(1)
               Move Spaces To fd-note(1)
           End-If

           Open Output report-file
           Perform 8000-Start-New-Page

           If control-bad
               Move Spaces To report-record
               Move 'Control records unusable; nothing reported'
                 To report-record
               Perform 8010-Write-Line
               Close report-file
               Move rc-bad-control To Return-Code
               Goback
           End-If

           Perform 2000-Read-Stack-Datasets
             Varying stk-idx
             From 1 By 1
             Until stk-idx > stk-nb-entries

           Perform 3000-Read-Captures
             Varying ffd-idx
             From 1 By 1
             Until ffd-idx > ffd-nb-entries

           Perform 4000-Print-One-Stack
             Varying stk-idx
             From 1 By 1
             Until stk-idx > stk-nb-entries

           Perform 5000-Print-Grand-Totals

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
                 When 'WIN '
                      Move wc-from To window-from
                      Move wc-to   To window-to
                 When 'STK '
                      Perform 1010-File-Stack-Card
                 When 'FLD '
                      Perform 1020-File-Field-Card
                 When 'FFD '
                      If ffd-nb-entries < ffd-tbl-max
                        And ffc-dd-name Not = Spaces
                          Add 1 To ffd-nb-entries
                          Move ffc-dd-name To fd-dd-name(ffd-nb-entries)
                          Move Spaces To fd-note(ffd-nb-entries)
                      Else
                          Display myname ' FFD record refused: '
                            control-record(1:12)
                          Move 'Y' To control-bad-switch
                      End-If
                 When Other
                      Display myname ' control record of unknown kind: '
                        ctl-kind
                      Move 'Y' To control-bad-switch
               End-Evaluate
           End-If
           .

       *>  A stack named once, with at least one dataset.
       1010-File-Stack-Card.
           Move sc-name To capture-stack-name
           Perform 1030-Find-Stack

           Evaluate True
             When sc-name = Spaces
             When sc-deadletter-dd-name = Spaces
                    And sc-quarantine-dd-name = Spaces
             When match-found
             When stk-nb-entries >= stk-tbl-max
                  Display myname ' STK record refused: '
                    control-record(1:28)
                  Move 'Y' To control-bad-switch
             When Other
                  Perform 1040-Add-Stack
                  Move sc-deadletter-dd-name
                    To st-deadletter-dd-name(match-idx)
                  Move sc-quarantine-dd-name
                    To st-quarantine-dd-name(match-idx)
                  Move sc-scramble-key To st-scramble-key(match-idx)
           End-Evaluate
           .

       *>  A layout field of a stack already named on an STK
       *>  record.
       1020-File-Field-Card.
           If fc-type = Space
               Move 'C' To fc-type
           End-If
           Move fc-stack-name To capture-stack-name
           Perform 1030-Find-Stack

           Evaluate True
             When Not match-found
             When fc-offset Is Not Numeric
             When fc-length Is Not Numeric
             When fc-offset < 1
             When fc-length < 1
             When fc-type Not = 'C' And Not = 'N'
                    And Not = 'P' And Not = 'B'
                  Display myname ' FLD record refused: '
                    control-record(1:33)
                  Move 'Y' To control-bad-switch
             When st-nb-fields(match-idx) >= fld-tbl-max
                  Display myname ' FLD record refused: '
                    control-record(1:33)
                  Move 'Y' To control-bad-switch
             When Other
                  Add 1 To st-nb-fields(match-idx)
                  Move st-nb-fields(match-idx) To fld-idx
                  Move fc-name   To sf-name(match-idx fld-idx)
                  Move fc-offset To sf-offset(match-idx fld-idx)
                  Move fc-length To sf-length(match-idx fld-idx)
                  Move fc-type   To sf-type(match-idx fld-idx)
           End-Evaluate
           .

       *>  Looks for capture-stack-name among the stacks.
       1030-Find-Stack.
           Move 0   To match-idx
           Move 'N' To match-switch
           Perform 1031-Check-One-Stack
             Varying stk-idx
             From 1 By 1
             Until stk-idx > stk-nb-entries Or match-found
           .

       *>  Body of the 1030-Find-Stack search.
       1031-Check-One-Stack.
           If st-name(stk-idx) = capture-stack-name
               Move stk-idx To match-idx
               Move 'Y'     To match-switch
           End-If
           .

       *>  A fresh stack entry for capture-stack-name; the caller
       *>  has checked there is room.
       1040-Add-Stack.
           Add 1 To stk-nb-entries
           Move stk-nb-entries To match-idx
           Move capture-stack-name To st-name(match-idx)
           Move Spaces To st-deadletter-dd-name(match-idx)
           Move Spaces To st-quarantine-dd-name(match-idx)
           Move Spaces To st-scramble-key(match-idx)
           Move Spaces To st-deadletter-note(match-idx)
           Move Spaces To st-quarantine-note(match-idx)
           Move 0 To st-nb-deadletter(match-idx)
           Move 0 To st-nb-quarantine(match-idx)
           Move 0 To st-nb-ffdc(match-idx)
           Move 0 To st-nb-fields(match-idx)
           Move 'Y' To match-switch
           .

       *>  The window's blank ends filled in: from, 24 hours before
       *>  the run; to, the run itself.
       1100-Settle-Window.
           If window-from = Spaces
               Compute day-before = Date-Of-Integer(
                 Integer-Of-Date(Numval(run-timestamp(1:8))) - 1)
               Move day-before To window-from(1:8)
               Move run-timestamp(9:6) To window-from(9:6)
           End-If

           If window-to = Spaces
               Move run-timestamp(1:14) To window-to
           End-If

           If window-from Is Not Numeric Or window-to Is Not Numeric
             Or window-from > window-to
               Display myname ' WIN record unusable: ' window-from
                 ' ' window-to
               Move 'Y' To control-bad-switch
           End-If
           .

       *>  A stack's dead-letter and quarantine datasets.
       2000-Read-Stack-Datasets.
           If st-deadletter-dd-name(stk-idx) Not = Spaces
               Move 'DLQ ' To entry-source
               Move st-deadletter-dd-name(stk-idx) To src-dd-name
               Perform 2100-Read-Item-Dataset
               Move value-text(1:40) To st-deadletter-note(stk-idx)
           End-If

           If st-quarantine-dd-name(stk-idx) Not = Spaces
               Move 'QUAR' To entry-source
               Move st-quarantine-dd-name(stk-idx) To src-dd-name
               Perform 2100-Read-Item-Dataset
               Move value-text(1:40) To st-quarantine-note(stk-idx)
           End-If
           .

       *>  One dead-letter or quarantine dataset, front to back.
       *>  One that does not exist has had nothing go to it.
       2100-Read-Item-Dataset.
           Move Spaces To value-text
           Move 'N'    To eof-switch

           Open Input src-file
           Evaluate src-file-status
             When '00'
                  Perform 2110-Read-One-Item-Record Until eof
                  Close src-file
             When '35'
                  Move 'not on file; nothing sent to it'
                    To value-text
             When Other
                  Move 'could not be opened, file status'
                    To value-text
                  Move src-file-status To value-text(34:2)
           End-Evaluate
           .

       *>  Body of the 2100-Read-Item-Dataset loop.
       2110-Read-One-Item-Record.
           Read src-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Move Spaces To entry-func
               Move 0      To entry-retry
               If entry-source = 'DLQ '
                   Move Spaces To deadletter-header
                   If src-rec-len < Length(deadletter-header)
                       Move src-record(1:src-rec-len)
                         To deadletter-header(1:src-rec-len)
                   Else
                       Move src-record(1:Length(deadletter-header))
                         To deadletter-header
                   End-If
                   Move dl-timestamp To entry-stamp
                   Move dl-func      To entry-func
                   If dl-return-code Is Numeric
                       Move dl-return-code To entry-reason
                   Else
                       Move 0 To entry-reason
                   End-If
                   Compute entry-item-start =
                     Length(deadletter-header) + 1
               Else
                   Move Spaces To quarantine-header
                   If src-rec-len < Length(quarantine-header)
                       Move src-record(1:src-rec-len)
                         To quarantine-header(1:src-rec-len)
                   Else
                       Move src-record(1:Length(quarantine-header))
                         To quarantine-header
                   End-If
                   Move qr-timestamp   To entry-stamp
                   Move quarantined-rc To entry-reason
                   If qr-retry-count Is Numeric
                       Move qr-retry-count To entry-retry
                   End-If
                   Compute entry-item-start =
                     Length(quarantine-header) + 1
               End-If

               If entry-stamp(1:14) >= window-from
                 And entry-stamp(1:14) <= window-to
                   Move stk-idx To match-idx
                   If entry-source = 'DLQ '
                       Add 1 To st-nb-deadletter(match-idx)
                       Add 1 To grand-deadletter
                   Else
                       Add 1 To st-nb-quarantine(match-idx)
                       Add 1 To grand-quarantine
                   End-If
                   Perform 2200-Keep-Entry
               End-If
           End-If
           .

       *>  Files the entry just read for printing, with its item's
       *>  leading bytes unscrambled; past the table's size it is
       *>  only counted.
       2200-Keep-Entry.
           If ent-nb-entries < ent-tbl-max
               Add 1 To ent-nb-entries
               Move ent-nb-entries To ent-idx
               Move match-idx    To en-stack-idx(ent-idx)
               Move entry-source To en-source(ent-idx)
               Move entry-reason To en-reason(ent-idx)
               Move entry-stamp  To en-timestamp(ent-idx)
               Move entry-func   To en-func(ent-idx)
               Move entry-retry  To en-retry(ent-idx)
               Move 'N'          To en-printed-switch(ent-idx)
               Move Spaces       To en-item(ent-idx)
               Move 0            To en-item-len(ent-idx)

               If entry-source Not = 'FFDC'
                 And src-rec-len >= entry-item-start
                   Compute entry-item-len =
                     src-rec-len - entry-item-start + 1
                   Move entry-item-len To en-item-len(ent-idx)
                   If entry-item-len > item-keep-max
                       Move item-keep-max To keep-len
                   Else
                       Move entry-item-len To keep-len
                   End-If
                   Move src-record(entry-item-start:keep-len)
                     To en-item(ent-idx)(1:keep-len)
                   If st-scramble-key(match-idx) Not = Spaces
                       Move keep-len To scramble-len
                       Call scramble-program Using
                         scramble-deco-func
                         st-scramble-key(match-idx)
                         scramble-len
                         en-item(ent-idx)(1:keep-len)
                       End-Call
                   End-If
               End-If
           Else
               Add 1 To nb-not-itemized
           End-If
           .

       *>  One capture dataset.  A capture is its header record,
       *>  the anchor block image, the buffer when it was taken,
       *>  and the recent operations; it is filed when the next
       *>  header, or the end, closes it.
       3000-Read-Captures.
           Move fd-dd-name(ffd-idx) To src-dd-name
           Move 'N' To eof-switch
           Move 'N' To capture-switch
           Move 'FFDC' To entry-source

           Open Input src-file
           Evaluate src-file-status
             When '00'
                  Perform 3010-Read-One-Capture-Record Until eof
                  If capture-pending
                      Perform 3100-File-Capture
                  End-If
                  Close src-file
             When '35'
                  Move 'not on file; nothing captured'
                    To fd-note(ffd-idx)
             When Other
                  Move 'could not be opened, file status'
                    To fd-note(ffd-idx)
                  Move src-file-status To fd-note(ffd-idx)(34:2)
           End-Evaluate
           .

       *>  Body of the 3000-Read-Captures loop.
       3010-Read-One-Capture-Record.
           Read src-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Evaluate True
                 When src-rec-len = Length(ffdc-header)
                   And src-record(1:8) = ffdc-eyecatcher-value
                      If capture-pending
                          Perform 3100-File-Capture
                      End-If
                      Move src-record(1:src-rec-len) To ffdc-header
                      Move ffdc-timestamp To capture-stamp
                      If ffdc-reason Is Numeric
                          Move ffdc-reason To capture-reason
                      Else
                          Move 0 To capture-reason
                      End-If
                      Move Spaces To capture-last-op
                      Move '*OVERLAY' To capture-stack-name
                      Move 1   To capture-record-nb
                      Move 'Y' To capture-switch
                 When Not capture-pending
                      Continue
                 When capture-record-nb = 1
                      Add 1 To capture-record-nb
                      Move Low-Values To ab
                      If src-rec-len < Length(ab)
                          Move src-record(1:src-rec-len)
                            To ab(1:src-rec-len)
                      Else
                          Move src-record(1:Length(ab)) To ab
                      End-If
                      If stack-eyecatcher = ab-eyecatcher
                          If stack-audit-id = Spaces
                              Move '*UNNAMED' To capture-stack-name
                          Else
                              Move stack-audit-id To capture-stack-name
                          End-If
                      End-If
                 When src-rec-len = recent-op-rec-len
                      Add 1 To capture-record-nb
                      Move src-record(1:src-rec-len)
                        To recent-op-record
                      If rop-timestamp(1:14) Is Numeric
                          Move rop-func To capture-last-op
                      End-If
                 When Other
                      Add 1 To capture-record-nb
               End-Evaluate
           End-If
           .

       *>  Files the capture just closed, when it falls in the
       *>  window: with its stack, found or added, and a page.
       3100-File-Capture.
           Move 'N' To capture-switch

           If capture-stamp(1:14) >= window-from
             And capture-stamp(1:14) <= window-to
               Perform 1030-Find-Stack
               If Not match-found
                 And stk-nb-entries < stk-tbl-max
                   Perform 1040-Add-Stack
               End-If

               Move rc-new-ffdc To save-rc
               Add 1 To grand-ffdc

               If match-found
                   Add 1 To st-nb-ffdc(match-idx)
                   Move capture-stamp   To entry-stamp
                   Move capture-reason  To entry-reason
                   Move capture-last-op To entry-func
                   Move 0               To entry-retry
                   Perform 2200-Keep-Entry
               Else
                   Add 1 To nb-not-itemized
               End-If
           End-If
           .

       *>  One stack's section: its datasets, its entries grouped
       *>  dead-letters first, then quarantines, then captures, by
       *>  return code in the order each code first appears, and
       *>  its totals.
       4000-Print-One-Stack.
           Move st-name(stk-idx) To current-stack-name
           Perform 4900-Print-Stack-Heading

       *>  The owner from the catalogue; a placeholder name for a
       *>  capture whose stack was overlaid or never named cannot
       *>  be catalogued, and is flagged as such.
           If current-stack-name(1:1) = '*'
               Move '*** NOT CATALOGUED: stack identity unknown'
                 To owner-text
               Add 1 To nb-uncatalogued
           Else
               Call owner-program Using
                 current-stack-name
                 owner-text
               End-Call
               If Return-Code = rc-not-catalogued
                   Add 1 To nb-uncatalogued
               End-If
           End-If
           Move Spaces To report-record
           Move 'Owner:' To report-record(3:6)
           Move owner-text To report-record(10:70)
           Perform 8010-Write-Line

           If st-deadletter-note(stk-idx) Not = Spaces
               Move Spaces To report-record
               Move 'Dead-letter dataset' To report-record(3:19)
               Move st-deadletter-dd-name(stk-idx)
                 To report-record(23:8)
               Move st-deadletter-note(stk-idx) To report-record(32:40)
               Perform 8010-Write-Line
           End-If
           If st-quarantine-note(stk-idx) Not = Spaces
               Move Spaces To report-record
               Move 'Quarantine dataset' To report-record(3:18)
               Move st-quarantine-dd-name(stk-idx)
                 To report-record(23:8)
               Move st-quarantine-note(stk-idx) To report-record(32:40)
               Perform 8010-Write-Line
           End-If

           If st-nb-deadletter(stk-idx) = 0
             And st-nb-quarantine(stk-idx) = 0
             And st-nb-ffdc(stk-idx) = 0
               Move Spaces To report-record
               Move 'No exceptions in the window' To report-record(3:27)
               Perform 8010-Write-Line
           Else
               Move 'DLQ ' To group-source
               Perform 4100-Print-Source-Groups
               Move 'QUAR' To group-source
               Perform 4100-Print-Source-Groups
               Move 'FFDC' To group-source
               Perform 4100-Print-Source-Groups
           End-If

           Move Spaces To report-record
           Move 'Stack totals:' To report-record(3:13)
           Move 'dead-letter' To report-record(18:11)
           Move st-nb-deadletter(stk-idx) To count-edit
           Move count-edit To report-record(30:9)
           Move 'quarantine' To report-record(41:10)
           Move st-nb-quarantine(stk-idx) To count-edit
           Move count-edit To report-record(52:9)
           Move 'FFDC' To report-record(63:4)
           Move st-nb-ffdc(stk-idx) To count-edit
           Move count-edit To report-record(68:9)
           Perform 8010-Write-Line

           Move Spaces To report-record
           Perform 8010-Write-Line
           .

       *>  Every group of group-source for the stack: the first
       *>  entry not yet printed names the next group's code.
       4100-Print-Source-Groups.
           Move 'Y' To match-switch
           Perform 4110-Print-Next-Group Until Not match-found
           .

       *>  Body of the 4100-Print-Source-Groups loop.
       4110-Print-Next-Group.
           Move 0   To group-idx
           Move 'N' To match-switch
           Perform 4120-Check-Group-Start
             Varying ent-idx
             From 1 By 1
             Until ent-idx > ent-nb-entries Or match-found

           If match-found
               Move en-reason(group-idx) To group-reason
               Perform 4200-Print-Group-Heading
               Move 0 To group-count
               Perform 4130-Print-Group-Member
                 Varying ent-idx
                 From group-idx By 1
                 Until ent-idx > ent-nb-entries

               Move Spaces To report-record
               Move 'Entries:' To report-record(7:8)
               Move group-count To count-edit
               Move count-edit To report-record(16:9)
               Perform 8010-Write-Line
           End-If
           .

       *>  Body of the 4110-Print-Next-Group search.
       4120-Check-Group-Start.
           If en-stack-idx(ent-idx) = stk-idx
             And en-source(ent-idx) = group-source
             And en-printed-switch(ent-idx) = 'N'
               Move ent-idx To group-idx
               Move 'Y'     To match-switch
           End-If
           .

       *>  Body of the 4110-Print-Next-Group detail loop.
       4130-Print-Group-Member.
           If en-stack-idx(ent-idx) = stk-idx
             And en-source(ent-idx) = group-source
             And en-reason(ent-idx) = group-reason
             And en-printed-switch(ent-idx) = 'N'
               Move 'Y' To en-printed-switch(ent-idx)
               Add 1 To group-count
               Perform 4300-Print-Entry
           End-If
           .

       *>  A group's heading: where the entries went, the code and
       *>  what STACKMSG says it means.
       4200-Print-Group-Heading.
           Move Spaces To report-record
           Evaluate group-source
             When 'DLQ '
                  Move 'DEAD-LETTER' To report-record(3:11)
             When 'QUAR'
                  Move 'QUARANTINE' To report-record(3:10)
             When Other
                  Move 'FFDC CAPTURE' To report-record(3:12)
           End-Evaluate
           Move 'rc' To report-record(17:2)
           Move group-reason To rc-edit
           Move rc-edit To report-record(20:5)

           Move stackp-name  To msg-source-program
           Move group-reason To msg-source-rc
           Call message-program Using
             msg-source-program
             msg-source-rc
             msg-result-text
           End-Call
           If msg-result-text = Spaces And group-source = 'FFDC'
               Move stackt-name To msg-source-program
               Call message-program Using
                 msg-source-program
                 msg-source-rc
                 msg-result-text
               End-Call
           End-If
           If msg-result-text = Spaces
               Move '(no message on file for this code)'
                 To msg-result-text
           End-If
           Move msg-result-text To report-record(27:60)
           Perform 8010-Write-Line
           .

       *>  One detail line: the moment, the function (the last
       *>  operation before a capture), a quarantine's retry count,
       *>  and the item -- its fields when the stack's layout is
       *>  given, its leading bytes otherwise.
       4300-Print-Entry.
           Move Spaces To report-record
           Move en-timestamp(ent-idx) To stamp-in
           Perform 8100-Format-Timestamp
           Move stamp-out To report-record(7:19)
           Move en-func(ent-idx) To report-record(27:4)
           If en-source(ent-idx) = 'QUAR'
               Move en-retry(ent-idx) To count-edit
               Move count-edit To report-record(31:9)
           End-If

           Evaluate True
             When en-source(ent-idx) = 'FFDC'
                  Continue
             When en-item-len(ent-idx) = 0
                  Move '(no item)' To report-record(item-col:9)
             When st-nb-fields(stk-idx) > 0
                  Move item-col To line-pos
                  Move 'N' To line-full-switch
                  Perform 4310-Print-One-Field
                    Varying fld-idx
                    From 1 By 1
                    Until fld-idx > st-nb-fields(stk-idx)
                      Or line-full
             When Other
                  Compute piece-len = report-width - item-col + 1
                  If en-item-len(ent-idx) < piece-len
                      Move en-item-len(ent-idx) To piece-len
                  End-If
                  Move en-item(ent-idx)(1:piece-len)
                    To report-record(item-col:piece-len)
           End-Evaluate
           Perform 8010-Write-Line
           .

       *>  Body of the 4300-Print-Entry field loop: NAME=value,
       *>  numeric types edited the way STACKRPT edits them.  A
       *>  field past the bytes kept, or past the line, ends the
       *>  line with a '+'.
       4310-Print-One-Field.
           Compute field-end = sf-offset(stk-idx fld-idx)
             + sf-length(stk-idx fld-idx) - 1

           If field-end > en-item-len(ent-idx)
             Or field-end > item-keep-max
               Move 'Y' To line-full-switch
           Else
               Perform 4320-Stage-Field-Text
               Move Length(Trim(sf-name(stk-idx fld-idx)))
                 To name-len
               Compute piece-len = name-len + 1 + value-len
               If line-pos + piece-len - 1 > report-width - 1
                   Move 'Y' To line-full-switch
               Else
                   Move sf-name(stk-idx fld-idx)(1:name-len)
                     To report-record(line-pos:name-len)
                   Move '=' To report-record(line-pos + name-len:1)
                   Move value-text(1:value-len)
                     To report-record(line-pos + name-len + 1:
                         value-len)
                   Compute line-pos = line-pos + piece-len + 1
               End-If
           End-If

           If line-full
               Move '+' To report-record(report-width:1)
           End-If
           .

       *>  The field's text: character fields as they stand,
       *>  numeric fields edited; a number that is not one prints
       *>  as asterisks.
       4320-Stage-Field-Text.
           Move Spaces To value-text
           Move 'Y' To numeric-ok-switch

           Evaluate sf-type(stk-idx fld-idx)
             When 'N'
                  If sf-length(stk-idx fld-idx) > 18
                      Move 'N' To numeric-ok-switch
                  Else
                      Move Zeros To zoned-chars
                      Move en-item(ent-idx)
                        (sf-offset(stk-idx fld-idx):
                          sf-length(stk-idx fld-idx))
                        To zoned-chars
                          (18 - sf-length(stk-idx fld-idx) + 1:
                            sf-length(stk-idx fld-idx))
                      If zoned-chars Is Numeric
                          Move zoned-value To work-value
                      Else
                          Move 'N' To numeric-ok-switch
                      End-If
                  End-If
             When 'P'
                  If sf-length(stk-idx fld-idx) > 8
                      Move 'N' To numeric-ok-switch
                  Else
                      Move Low-Values To packed-chars
                      Move en-item(ent-idx)
                        (sf-offset(stk-idx fld-idx):
                          sf-length(stk-idx fld-idx))
                        To packed-chars
                          (9 - sf-length(stk-idx fld-idx):
                            sf-length(stk-idx fld-idx))
                      If packed-value Is Numeric
                          Move packed-value To work-value
                      Else
                          Move 'N' To numeric-ok-switch
                      End-If
                  End-If
             When 'B'
                  Evaluate sf-length(stk-idx fld-idx)
                    When 2
                         Move en-item(ent-idx)
                           (sf-offset(stk-idx fld-idx):2)
                           To bin-chars(1:2)
                         Move bin2-value To work-value
                    When 4
                         Move en-item(ent-idx)
                           (sf-offset(stk-idx fld-idx):4)
                           To bin-chars(1:4)
                         Move bin4-value To work-value
                    When 8
                         Move en-item(ent-idx)
                           (sf-offset(stk-idx fld-idx):8)
                           To bin-chars(1:8)
                         Move bin8-value To work-value
                    When Other
                         Move 'N' To numeric-ok-switch
                  End-Evaluate
           End-Evaluate

           Evaluate True
             When sf-type(stk-idx fld-idx) = 'C'
                  Move sf-length(stk-idx fld-idx) To value-len
                  If value-len > Length(value-text)
                      Move Length(value-text) To value-len
                  End-If
                  Move en-item(ent-idx)
                    (sf-offset(stk-idx fld-idx):value-len)
                    To value-text(1:value-len)
             When numeric-ok
                  Move work-value To amount-edit
                  Move Trim(amount-edit) To value-text
                  Move Length(Trim(amount-edit)) To value-len
             When Other
                  Move All '*' To value-text(1:5)
                  Move 5 To value-len
           End-Evaluate
           .

       *>  A stack's heading, repeated at the top of a page the
       *>  stack's section continues onto.
       4900-Print-Stack-Heading.
           Move Spaces To report-record
           Move 'STACK:' To report-record(1:6)
           Move current-stack-name To report-record(8:8)
           Perform 8010-Write-Line
           .

       *>  Grand totals, the capture datasets read, and the
       *>  verdict the return code carries.
       5000-Print-Grand-Totals.
           Move Spaces To current-stack-name

           Move Spaces To report-record
           Move 'GRAND TOTALS' To report-record(1:12)
           Move 'dead-letter' To report-record(18:11)
           Move grand-deadletter To count-edit
           Move count-edit To report-record(30:9)
           Move 'quarantine' To report-record(41:10)
           Move grand-quarantine To count-edit
           Move count-edit To report-record(52:9)
           Move 'FFDC' To report-record(63:4)
           Move grand-ffdc To count-edit
           Move count-edit To report-record(68:9)
           Perform 8010-Write-Line

           If nb-uncatalogued > 0
               Move Spaces To report-record
               Move 'Stacks with no catalogue entry:'
                 To report-record(1:31)
               Move nb-uncatalogued To count-edit
               Move count-edit To report-record(33:9)
               Perform 8010-Write-Line
           End-If

           Perform 5010-Print-One-Capture-Dataset
             Varying ffd-idx
             From 1 By 1
             Until ffd-idx > ffd-nb-entries

           If nb-not-itemized > 0
               Move Spaces To report-record
               Move nb-not-itemized To count-edit
               Move count-edit To report-record(1:9)
               Move 'entries beyond the 2000 itemized are counted'
                 To report-record(11:44)
               Move ' above but not listed' To report-record(55:21)
               Perform 8010-Write-Line
           End-If

           Move Spaces To report-record
           If grand-ffdc > 0
               Move 'NEW FIRST-FAILURE CAPTURES IN THE WINDOW:'
                 To report-record(1:41)
               Move grand-ffdc To count-edit
               Move count-edit To report-record(43:9)
           Else
               Move 'No first-failure captures in the window'
                 To report-record(1:39)
           End-If
           Perform 8010-Write-Line
           .

       *>  Body of the 5000-Print-Grand-Totals capture dataset
       *>  loop.
       5010-Print-One-Capture-Dataset.
           Move Spaces To report-record
           Move 'Capture dataset' To report-record(1:15)
           Move fd-dd-name(ffd-idx) To report-record(17:8)
           If fd-note(ffd-idx) = Spaces
               Move 'read' To report-record(26:4)
           Else
               Move fd-note(ffd-idx) To report-record(26:40)
           End-If
           Perform 8010-Write-Line
           .

       *>  Page heading: title, date and page, then the window.
       8000-Start-New-Page.
           Add 1 To page-number
           Move 0 To line-count

           Move Spaces To report-record
           Move 'STACK MORNING EXCEPTION REPORT'
             To report-record(1:30)
           Move 'DATE' To report-record(90:4)
           Move run-timestamp(1:4) To report-record(95:4)
           Move '/' To report-record(99:1)
           Move run-timestamp(5:2) To report-record(100:2)
           Move '/' To report-record(102:1)
           Move run-timestamp(7:2) To report-record(103:2)
           Move 'PAGE' To report-record(110:4)
           Move page-number To count-edit
           Move count-edit To report-record(115:9)
           Write report-record

           Move Spaces To report-record
           Move 'WINDOW' To report-record(1:6)
           Move Spaces To stamp-in
           Move window-from To stamp-in(1:14)
           Perform 8100-Format-Timestamp
           Move stamp-out To report-record(8:19)
           Move 'TO' To report-record(28:2)
           Move Spaces To stamp-in
           Move window-to To stamp-in(1:14)
           Perform 8100-Format-Timestamp
           Move stamp-out To report-record(31:19)
           Write report-record

           Move Spaces To report-record
           Write report-record
           .

       *>  Writes report-record, breaking to a fresh page first
       *>  when this one is full; a stack's section carries on
       *>  under its own heading.
       8010-Write-Line.
           If line-count >= lines-per-page
               Move report-record To held-line
               Perform 8000-Start-New-Page
               If current-stack-name Not = Spaces
                   Move Spaces To report-record
                   Move 'STACK:' To report-record(1:6)
                   Move current-stack-name To report-record(8:8)
                   Move '(continued)' To report-record(17:11)
                   Write report-record
                   Add 1 To line-count
               End-If
               Move held-line To report-record
           End-If
           Write report-record
           Add 1 To line-count
           .

       *>  YYYYMMDDhhmmss... as YYYY-MM-DD hh:mm:ss.
       8100-Format-Timestamp.
           Move Spaces To stamp-out
           Move stamp-in(1:4)  To stamp-out(1:4)
           Move '-'            To stamp-out(5:1)
           Move stamp-in(5:2)  To stamp-out(6:2)
           Move '-'            To stamp-out(8:1)
           Move stamp-in(7:2)  To stamp-out(9:2)
           Move stamp-in(9:2)  To stamp-out(12:2)
           Move ':'            To stamp-out(14:1)
           Move stamp-in(11:2) To stamp-out(15:2)
           Move ':'            To stamp-out(17:1)
           Move stamp-in(13:2) To stamp-out(18:2)
           .
