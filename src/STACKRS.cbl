       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Resubmission of dead-lettered and quarantined items, once
       *> they are understood -- the one-off program every incident
       *> used to end with.  Reads a stack's dead-letter or
       *> quarantine dataset, takes each selected item (or the
       *> corrected image supplied for it), and pushes it onto a
       *> stack named through STACKDIR or enqueues it on a QUEUED
       *> dataset.  An item that goes back on is marked resolved on
       *> the resolution ledger, never deleted from its dataset, and
       *> is skipped by every later run, so nothing is resubmitted
       *> twice.  A report lists every item as resubmitted, still
       *> refused with the new return code, or skipped and why.
       *>
       *> A stack lives in the job that built it, so the job CALLs
       *> this once its stacks are registered with STACKDIR, as it
       *> calls STACKOP.  Pushes go through STACKP under this
       *> program's name, so the STACKACL rules and the stack's
       *> audit see them; a refused push is dead-lettered anew if
       *> the stack has a dead-letter dataset, and items appended
       *> to the dataset while this runs are left for the next run.
       *>
       *> Control records (STACKRSIN), 80 bytes, kind in columns
       *> 1-4:
       *>   SRC   the dataset: type X(004) (DLQ or QUAR), DDNAME
       *>         X(008), and the scramble key X(016) its items rest
       *>         under (Spaces for cleartext)
       *>   TGT   the target: kind X(004) -- STK, a STACKDIR name,
       *>         or QUED, a QUEUED DDNAME -- the name X(008), and
       *>         for QUED the scramble key X(016) the queue's items
       *>         rest under
       *>   SEL   a selection: first and last record number 9(009)
       *>         9(009) (zero last for the end of the dataset) and,
       *>         for a dead-letter dataset, the return code X(004)
       *>         (zoned, Spaces for any).  Several SEL records
       *>         select every item any of them selects; without
       *>         one every item is selected.
       *>   LOG   the resolution ledger's DDNAME X(008); STACKRSL
       *>         without one
       *>
       *> Corrections (STACKRSC, optional), in ascending record
       *> number: the record number 9(009) followed by the
       *> replacement item image, pushed or enqueued at the image's
       *> length in place of the dataset's item.  A dead-letter
       *> record refused without an item can only go back with one.
       *>
       *> The ledger (one 80-byte record per item resolved) names
       *> the dataset, and the item's record by its timestamp, the
       *> hash STACKMOT.cpy describes over the whole record, and
       *> which of the records sharing that timestamp and hash it
       *> is -- so a dataset STACKPG has since purged, which
       *> renumbers the records behind a dropped one, is still
       *> matched item for item.
       *>
       *> The report goes to STACKRSRPT.
       *>
       Program-ID. STACKRS.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKRSIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select correction-file Assign To "STACKRSC"
             Organization Is Sequential
             File Status Is correction-file-status
           .
           Select report-file Assign To "STACKRSRPT"
             Organization Is Sequential
           .
           Select src-file Assign To Dynamic src-dd-name
             Organization Is Sequential
             File Status Is src-file-status
           .
           Select ledger-file Assign To Dynamic ledger-dd-name
             Organization Is Sequential
             File Status Is ledger-file-status
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  Filler                   PIC X(076).
       01  source-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  srcc-type                PIC X(004).
           05  srcc-dd-name             PIC X(008).
           05  srcc-scramble-key        PIC X(016).
           05  Filler                   PIC X(048).
       01  target-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  tc-kind                  PIC X(004).
           05  tc-name                  PIC X(008).
           05  tc-scramble-key          PIC X(016).
           05  Filler                   PIC X(048).
       01  select-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  slc-first                PIC 9(009).
           05  slc-last                 PIC 9(009).
           05  slc-rc                   PIC X(004).
           05  slc-rc-value Redefines slc-rc
                                        PIC S9(004).
           05  Filler                   PIC X(054).
       01  ledger-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  lgc-dd-name              PIC X(008).
           05  Filler                   PIC X(068).

       FD  correction-file
           Record Is Varying In Size From 10 To 9999999
             Characters
           Depending On correction-rec-len
           .
       01  correction-record.
           05  cr-position              PIC 9(009).
           05  cr-image                 PIC X(9999990).

       FD  report-file.
       01  report-record                PIC X(132).

       FD  src-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On src-rec-len
           .
       01  src-record                   PIC X(9999999).

       FD  ledger-file.
       01  ledger-record.
           05  rl-resolved-time         PIC X(021).
           05  rl-dd-name               PIC X(008).
           05  rl-record-stamp          PIC X(021).
           05  rl-record-hash           PIC 9(009).
           05  rl-occurrence            PIC 9(004).
           05  rl-target-kind           PIC X(004).
           05  rl-target-name           PIC X(008).
           05  rl-record-number         PIC 9(005).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKRS'.
           05  stack-dir                PIC X(008) Value 'STACKDIR'.
           05  stack-process            PIC X(008) Value 'STACKP'.
           05  queue-process            PIC X(008) Value 'QUEUED'.
           05  message-program          PIC X(008) Value 'STACKMSG'.
           05  scramble-program         PIC X(008) Value 'STACKSCR'.
           05  scramble-deco-func       PIC X(004) Value 'DECO'.
           05  dir-func-lookup          PIC X(004) Value 'LOOK'.
           05  push-func                PIC X(004) Value 'PUSH'.
           05  enqueue-func             PIC X(004) Value 'ENQU'.
           05  ledger-default-dd-name   PIC X(008) Value 'STACKRSL'.
           05  hash-modulus             PIC 9(009) Binary
                                          Value 999999937.
           05  sel-tbl-max              PIC 9(004) Value 50.
           05  ledger-tbl-max           PIC 9(009) Binary Value 20000.
           05  same-stamp-tbl-max       PIC 9(004) Value 100.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating some selected items were
           *>  refused again, or skipped for want of an item.
           05  rc-some-refused          PIC S9(004) Binary Value +4.
           *>  Return code indicating the dataset, the target or
           *>  the ledger could not be opened or found; nothing
           *>  was resubmitted.
           05  rc-not-available         PIC S9(004) Binary Value +8.
           *>  Return code indicating the control records are
           *>  absent or unusable; nothing was resubmitted.
           05  rc-bad-control           PIC S9(004) Binary Value +12.

       *>  Mirrors of STACKP's fixed record fronts.
       01  deadletter-header.
           05  dl-timestamp             PIC X(021).
           05  dl-func                  PIC X(004).
           05  dl-return-code           PIC S9(004).
       01  quarantine-header.
           05  qr-timestamp             PIC X(021).
           05  qr-retry-count           PIC 9(009).

       01  count-edit                   PIC Z(8)9.
       01  rc-edit                      PIC -(4)9.

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  correction-file-status   PIC X(002) Value '00'.
           05  src-file-status          PIC X(002) Value '00'.
           05  ledger-file-status       PIC X(002) Value '00'.
           05  src-dd-name              PIC X(008) Value Spaces.
           05  src-type                 PIC X(004) Value Spaces.
           05  src-scramble-key         PIC X(016) Value Spaces.
           05  target-kind              PIC X(004) Value Spaces.
           05  target-name              PIC X(008) Value Spaces.
           05  target-scramble-key      PIC X(016) Value Spaces.
           05  target-ab-ptr            Pointer    Value NULL.
           05  ledger-dd-name           PIC X(008) Value Spaces.
           05  src-rec-len              PIC 9(009) Binary Value 0.
           05  correction-rec-len       PIC 9(009) Binary Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  item-rc                  PIC S9(004) Binary Value +0.
           05  run-timestamp            PIC X(021) Value Spaces.
           05  ctl-eof-switch           PIC X(001) Value 'N'.
               88  ctl-eof                          Value 'Y'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  correction-eof-switch    PIC X(001) Value 'Y'.
               88  correction-eof                   Value 'Y'.
           05  correction-open-switch   PIC X(001) Value 'N'.
               88  correction-open                  Value 'Y'.
           05  control-bad-switch       PIC X(001) Value 'N'.
               88  control-bad                      Value 'Y'.
           05  unavailable-switch       PIC X(001) Value 'N'.
               88  unavailable                      Value 'Y'.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                      Value 'Y'.
           05  selected-switch          PIC X(001) Value 'N'.
               88  item-selected                    Value 'Y'.
           05  corrected-switch         PIC X(001) Value 'N'.
               88  item-corrected                   Value 'Y'.
           05  records-at-start         PIC 9(009) Binary Value 0.
           05  record-number            PIC 9(009) Binary Value 0.
           05  last-correction-position PIC 9(009) Binary Value 0.
           05  header-len               PIC 9(009) Binary Value 0.
           05  item-len                 PIC 9(009) Binary Value 0.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  record-stamp             PIC X(021) Value Spaces.
           05  record-rc                PIC S9(004) Value 0.
           05  record-hash              PIC 9(018) Binary Value 0.
           05  record-occurrence        PIC 9(004) Value 0.
           05  hash-idx                 PIC 9(009) Binary Value 0.
           05  sel-idx                  PIC 9(004) Value 0.
           05  led-idx                  PIC 9(009) Binary Value 0.
           05  same-idx                 PIC 9(004) Value 0.
           05  outcome-text             PIC X(060) Value Spaces.
           05  msg-source-program       PIC X(008) Value Spaces.
           05  msg-source-rc            PIC S9(004) Binary Value +0.
           05  msg-result-text          PIC X(060) Value Spaces.
           05  nb-read                  PIC 9(009) Binary Value 0.
           05  nb-resubmitted           PIC 9(009) Binary Value 0.
           05  nb-refused               PIC 9(009) Binary Value 0.
           05  nb-skipped               PIC 9(009) Binary Value 0.

       *>  The selections.
       01  select-table.
           05  sel-nb-entries           PIC 9(004) Value 0.
           05  sel-entry Occurs 50 Times.
               10  se-first             PIC 9(009) Binary.
               10  se-last              PIC 9(009) Binary.
               10  se-rc-switch         PIC X(001).
               10  se-rc                PIC S9(004) Binary.

       *>  The ledger's entries for this dataset.
       01  ledger-table.
           05  led-nb-entries           PIC 9(009) Binary Value 0.
           05  led-entry Occurs 20000 Times.
               10  le-record-stamp      PIC X(021).
               10  le-record-hash       PIC 9(009).
               10  le-occurrence        PIC 9(004).

       *>  The records read so far that share the current record's
       *>  timestamp, to number identical ones apart.  STACKP
       *>  appends in time order, so they are never far apart.
       01  same-stamp-table.
           05  same-stamp-value         PIC X(021) Value Spaces.
           05  same-nb-entries          PIC 9(004) Value 0.
           05  same-entry Occurs 100 Times.
               10  ss-record-hash       PIC 9(009).

       *>  The item going back, the dataset's or its correction.
       01  resubmit-item                PIC X(9999999).

       Linkage Section.
       *>  Output, optional.  How many items went back on.
       01  resubmitted-count            PIC 9(009) Binary.

       Procedure Division Using
             Optional resubmitted-count
           .

           Move rc-success   To save-rc
           Move Current-Date To run-timestamp
           Move ledger-default-dd-name To ledger-dd-name
           Move Spaces To src-type
           Move Spaces To src-dd-name
           Move Spaces To src-scramble-key
           Move Spaces To target-kind
           Move Spaces To target-name
           Move Spaces To target-scramble-key
           Move Spaces To same-stamp-value
           Move 'N' To ctl-eof-switch
           Move 'N' To control-bad-switch
           Move 'N' To unavailable-switch
           Move 'N' To correction-open-switch
           Move 'Y' To correction-eof-switch
           Move 0   To sel-nb-entries
           Move 0   To same-nb-entries
           Move 0   To record-number
           Move 0   To nb-read
           Move 0   To nb-resubmitted
           Move 0   To nb-refused
           Move 0   To nb-skipped

           Open Output report-file
           Move 'STACKRS resubmission of dead-lettered and quarantined'
             To report-record
           Move 'items' To report-record(55:5)
           Write report-record
           Move Spaces To report-record
           Move 'Run at' To report-record
           Move run-timestamp To report-record(8:21)
           Write report-record

           Open Input control-file
           If control-file-status = '00'
               Perform 1000-Read-One-Card Until ctl-eof
               Close control-file
           Else
               Move 'STACKRSIN could not be opened' To outcome-text
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
               Move 'Control records unusable; nothing resubmitted'
                 To report-record
               Write report-record
               Move rc-bad-control To save-rc
           Else
               Perform 2000-Resubmit-Dataset
           End-If

           Close report-file

           If resubmitted-count Is Not Omitted
               Move nb-resubmitted To resubmitted-count
           End-If

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
                 When 'SRC '
                      Move srcc-type         To src-type
                      Move srcc-dd-name      To src-dd-name
                      Move srcc-scramble-key To src-scramble-key
                 When 'TGT '
                      Move tc-kind           To target-kind
                      Move tc-name           To target-name
                      Move tc-scramble-key   To target-scramble-key
                 When 'SEL '
                      Perform 1010-File-Select-Card
                 When 'LOG '
                      Move lgc-dd-name To ledger-dd-name
                 When Other
                      Move 'Control record of unknown kind:'
                        To outcome-text
                      Move ctl-kind To outcome-text(33:4)
                      Move 'Y' To control-bad-switch
               End-Evaluate
           End-If
           .

       *>  A selection, refused when its numbers are not numbers.
       1010-File-Select-Card.
           Evaluate True
             When sel-nb-entries >= sel-tbl-max
             When slc-first Is Not Numeric
             When slc-last Is Not Numeric
             When slc-rc Not = Spaces And slc-rc-value Is Not Numeric
                  Move 'SEL record unusable:' To outcome-text
                  Move control-record(5:22) To outcome-text(22:22)
                  Move 'Y' To control-bad-switch
             When Other
                  Add 1 To sel-nb-entries
                  Move slc-first To se-first(sel-nb-entries)
                  If slc-last = 0
                      Move 999999999 To se-last(sel-nb-entries)
                  Else
                      Move slc-last To se-last(sel-nb-entries)
                  End-If
                  If slc-rc = Spaces
                      Move 'N' To se-rc-switch(sel-nb-entries)
                      Move 0   To se-rc(sel-nb-entries)
                  Else
                      Move 'Y' To se-rc-switch(sel-nb-entries)
                      Move slc-rc-value To se-rc(sel-nb-entries)
                  End-If
           End-Evaluate
           .

       *>  The dataset and the target have to be named, and named
       *>  as something this resubmits from and to.
       1100-Validate-Control.
           Evaluate True
             When src-type Not = 'DLQ ' And Not = 'QUAR'
                  Move 'SRC record missing or not DLQ or QUAR'
                    To outcome-text
                  Move 'Y' To control-bad-switch
             When src-dd-name = Spaces
                  Move 'SRC record names no DDNAME' To outcome-text
                  Move 'Y' To control-bad-switch
             When target-kind Not = 'STK ' And Not = 'QUED'
                  Move 'TGT record missing or not STK or QUED'
                    To outcome-text
                  Move 'Y' To control-bad-switch
             When target-name = Spaces
                  Move 'TGT record names no target' To outcome-text
                  Move 'Y' To control-bad-switch
             When ledger-dd-name = Spaces
                  Move 'LOG record names no DDNAME' To outcome-text
                  Move 'Y' To control-bad-switch
           End-Evaluate

           If src-type = 'DLQ '
               Move Length(deadletter-header) To header-len
           Else
               Move Length(quarantine-header) To header-len
           End-If
           .

       *>  The run proper: the target found, the ledger loaded, the
       *>  dataset counted and then walked.
       2000-Resubmit-Dataset.
           Move Spaces To report-record
           Move 'From' To report-record
           Move src-type To report-record(6:4)
           Move src-dd-name To report-record(11:8)
           Move 'to' To report-record(20:2)
           Move target-kind To report-record(23:4)
           Move target-name To report-record(28:8)
           Move 'ledger' To report-record(38:6)
           Move ledger-dd-name To report-record(45:8)
           Write report-record
           Move Spaces To report-record
           Write report-record

           If target-kind = 'STK '
               Set target-ab-ptr To NULL
               Call stack-dir Using
                 dir-func-lookup
                 target-name
                 target-ab-ptr
               End-Call
               If Return-Code Not = rc-success
                   Move 'Target stack is not registered with STACKDIR'
                     To outcome-text
                   Perform 2900-Not-Available
               End-If
           End-If

           If Not unavailable
               Perform 2100-Load-Ledger
           End-If

           If Not unavailable
               Perform 2200-Count-Records
           End-If

           If Not unavailable
               Perform 2300-Open-Work-Files
           End-If

           If Not unavailable
               Perform 3000-Resubmit-One-Record
                 Until eof Or record-number >= records-at-start
               Close src-file
               Close ledger-file
               If Not correction-eof
                   Perform 3500-Report-Stray-Correction
                     Until correction-eof
               End-If
               If correction-open
                   Close correction-file
               End-If
               Perform 4000-Print-Totals
           End-If
           .

       *>  The ledger's entries for this dataset.  A ledger not yet
       *>  written has none.
       2100-Load-Ledger.
           Move 'N' To eof-switch
           Move 0   To led-nb-entries

           Open Input ledger-file
           Evaluate ledger-file-status
             When '00'
                  Perform 2110-Load-One-Ledger-Record
                    Until eof Or unavailable
                  Close ledger-file
             When '35'
                  Continue
             When Other
                  Move 'Ledger could not be opened, file status'
                    To outcome-text
                  Move ledger-file-status To outcome-text(41:2)
                  Perform 2900-Not-Available
           End-Evaluate
           .

       *>  Body of the 2100-Load-Ledger loop.
       2110-Load-One-Ledger-Record.
           Read ledger-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And rl-dd-name = src-dd-name
               If led-nb-entries >= ledger-tbl-max
                   Move 'Ledger holds more of this dataset than the'
                     To outcome-text
                   Move ' table; archive it' To outcome-text(43:18)
                   Perform 2900-Not-Available
               Else
                   Add 1 To led-nb-entries
                   Move rl-record-stamp
                     To le-record-stamp(led-nb-entries)
                   Move rl-record-hash
                     To le-record-hash(led-nb-entries)
                   Move rl-occurrence
                     To le-occurrence(led-nb-entries)
               End-If
           End-If
           .

       *>  How many records the dataset holds now.  Those a refused
       *>  push appends behind them while this runs wait for the
       *>  next run.
       2200-Count-Records.
           Move 'N' To eof-switch
           Move 0   To records-at-start

           Open Input src-file
           If src-file-status Not = '00'
               Move 'Dataset could not be opened, file status'
                 To outcome-text
               Move src-file-status To outcome-text(42:2)
               Perform 2900-Not-Available
           Else
               Perform 2210-Count-One-Record Until eof
               Close src-file
           End-If
           .

       *>  Body of the 2200-Count-Records loop.
       2210-Count-One-Record.
           Read src-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To records-at-start
           End-If
           .

       *>  The dataset for the walk, the ledger for appending, the
       *>  corrections when there are any.
       2300-Open-Work-Files.
           Move 'N' To eof-switch

           Open Input src-file
           If src-file-status Not = '00'
               Move 'Dataset could not be opened, file status'
                 To outcome-text
               Move src-file-status To outcome-text(42:2)
               Perform 2900-Not-Available
           Else
               Open Extend ledger-file
               If ledger-file-status = '35'
                   Open Output ledger-file
               End-If
               If ledger-file-status Not = '00'
                   Close src-file
                   Move 'Ledger could not be opened, file status'
                     To outcome-text
                   Move ledger-file-status To outcome-text(41:2)
                   Perform 2900-Not-Available
               End-If
           End-If

           If Not unavailable
               Move 'Y' To correction-eof-switch
               Move 0   To last-correction-position
               Open Input correction-file
               If correction-file-status = '00'
                   Move 'Y' To correction-open-switch
                   Move 'N' To correction-eof-switch
                   Perform 3400-Read-Correction
               End-If
           End-If
           .

       *>  Nothing can go back: said so, and the run ends.
       2900-Not-Available.
           Move 'Y' To unavailable-switch
           Move Spaces To report-record
           Move outcome-text To report-record
           Write report-record
           Move Spaces To report-record
           Move 'Nothing resubmitted' To report-record
           Write report-record
           Move rc-not-available To save-rc
           .

       *>  Body of the 2000-Resubmit-Dataset walk: one record
       *>  identified, decided on, and reported.
       3000-Resubmit-One-Record.
           Read src-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To record-number
               Add 1 To nb-read
               Perform 3100-Identify-Record

               Move 'N' To corrected-switch
               Perform 3410-Take-Correction
                 Until correction-eof
                   Or cr-position > record-number
                   Or item-corrected

               Perform 3200-Check-Selected
               Perform 3210-Check-Resolved

               Evaluate True
                 When Not item-selected
                      Move 'Skipped: not selected' To outcome-text
                      Add 1 To nb-skipped
                 When match-found
                      Move 'Skipped: already resolved' To outcome-text
                      Add 1 To nb-skipped
                 When Not item-corrected And src-rec-len <= header-len
                      Move 'Skipped: no item on the record; supply a'
                        To outcome-text
                      Move ' correction' To outcome-text(41:11)
                      Add 1 To nb-skipped
                      Move rc-some-refused To item-rc
                      Perform 3900-Raise-Rc
                 When Other
                      Perform 3300-Put-Item-Back
               End-Evaluate

               Perform 3800-Report-Record
           End-If
           .

       *>  The record's timestamp, return code, hash, and which of
       *>  the records with that timestamp and hash it is.
       3100-Identify-Record.
           If src-type = 'DLQ '
               Move Spaces To deadletter-header
               If src-rec-len < Length(deadletter-header)
                   Move src-record(1:src-rec-len)
                     To deadletter-header(1:src-rec-len)
               Else
                   Move src-record(1:Length(deadletter-header))
                     To deadletter-header
               End-If
               Move dl-timestamp To record-stamp
               If dl-return-code Is Numeric
                   Move dl-return-code To record-rc
               Else
                   Move 0 To record-rc
               End-If
           Else
               Move Spaces To quarantine-header
               If src-rec-len < Length(quarantine-header)
                   Move src-record(1:src-rec-len)
                     To quarantine-header(1:src-rec-len)
               Else
                   Move src-record(1:Length(quarantine-header))
                     To quarantine-header
               End-If
               Move qr-timestamp To record-stamp
               Move 0 To record-rc
           End-If

           Move 0 To record-hash
           Perform 3110-Hash-One-Byte
             Varying hash-idx
             From 1 By 1
             Until hash-idx > src-rec-len

           Perform 3120-Number-Occurrence
           .

       *>  Body of the 3100-Identify-Record hash loop.
       3110-Hash-One-Byte.
           Compute record-hash =
             Mod((record-hash * 31)
               + Ord(src-record(hash-idx:1)),
               hash-modulus)
           .

       *>  Counts the earlier records sharing this one's timestamp
       *>  and hash; the table starts over at each new timestamp.
       3120-Number-Occurrence.
           If record-stamp Not = same-stamp-value
               Move record-stamp To same-stamp-value
               Move 0 To same-nb-entries
           End-If

           Move 1 To record-occurrence
           Perform 3121-Check-One-Same
             Varying same-idx
             From 1 By 1
             Until same-idx > same-nb-entries

           If same-nb-entries < same-stamp-tbl-max
               Add 1 To same-nb-entries
               Move record-hash To ss-record-hash(same-nb-entries)
           End-If
           .

       *>  Body of the 3120-Number-Occurrence loop.
       3121-Check-One-Same.
           If ss-record-hash(same-idx) = record-hash
               Add 1 To record-occurrence
           End-If
           .

       *>  Whether any selection takes the record.
       3200-Check-Selected.
           If sel-nb-entries = 0
               Move 'Y' To selected-switch
           Else
               Move 'N' To selected-switch
               Perform 3201-Check-One-Selection
                 Varying sel-idx
                 From 1 By 1
                 Until sel-idx > sel-nb-entries Or item-selected
           End-If
           .

       *>  Body of the 3200-Check-Selected loop.
       3201-Check-One-Selection.
           If record-number >= se-first(sel-idx)
             And record-number <= se-last(sel-idx)
             And (se-rc-switch(sel-idx) = 'N'
               Or se-rc(sel-idx) = record-rc)
               Move 'Y' To selected-switch
           End-If
           .

       *>  Whether the ledger already has the record resolved.
       3210-Check-Resolved.
           Move 'N' To match-switch
           Perform 3211-Check-One-Ledger-Entry
             Varying led-idx
             From 1 By 1
             Until led-idx > led-nb-entries Or match-found
           .

       *>  Body of the 3210-Check-Resolved loop.
       3211-Check-One-Ledger-Entry.
           If le-record-stamp(led-idx) = record-stamp
             And le-record-hash(led-idx) = record-hash
             And le-occurrence(led-idx) = record-occurrence
               Move 'Y' To match-switch
           End-If
           .

       *>  The item, its correction's or its own unscrambled,
       *>  pushed or enqueued; resolved on the ledger when it went
       *>  back on.
       3300-Put-Item-Back.
           If item-corrected
               Compute item-len = correction-rec-len
                 - Length(cr-position)
               Move cr-image(1:item-len) To resubmit-item(1:item-len)
           Else
               Compute item-len = src-rec-len - header-len
               Move src-record(header-len + 1:item-len)
                 To resubmit-item(1:item-len)
               If src-scramble-key Not = Spaces
                   Move item-len To scramble-len
                   Call scramble-program Using
                     scramble-deco-func
                     src-scramble-key
                     scramble-len
                     resubmit-item(1:item-len)
                   End-Call
               End-If
           End-If

           If target-kind = 'STK '
               Call stack-process Using
                 target-ab-ptr
                 push-func
                 resubmit-item
                 Omitted
                 item-len
                 myname
               End-Call
           Else
               If target-scramble-key = Spaces
                   Call queue-process Using
                     target-name
                     enqueue-func
                     item-len
                     resubmit-item
                   End-Call
               Else
                   Call queue-process Using
                     target-name
                     enqueue-func
                     item-len
                     resubmit-item
                     Omitted
                     target-scramble-key
                   End-Call
               End-If
           End-If
           Move Return-Code To item-rc

           If item-rc = rc-success
               Add 1 To nb-resubmitted
               Move 'Resubmitted' To outcome-text
               If item-corrected
                   Move 'Resubmitted as corrected' To outcome-text
               End-If
               Perform 3310-Write-Ledger-Record
           Else
               Add 1 To nb-refused
               Move 'Still refused: rc' To outcome-text
               Move item-rc To rc-edit
               Move rc-edit To outcome-text(19:5)
               Perform 3320-Translate-Rc
               Move msg-result-text(1:36) To outcome-text(25:36)
               Move rc-some-refused To item-rc
               Perform 3900-Raise-Rc
           End-If
           .

       *>  Marks the record resolved.
       3310-Write-Ledger-Record.
           Move Current-Date       To rl-resolved-time
           Move src-dd-name        To rl-dd-name
           Move record-stamp       To rl-record-stamp
           Move record-hash        To rl-record-hash
           Move record-occurrence  To rl-occurrence
           Move target-kind        To rl-target-kind
           Move target-name        To rl-target-name
           Move record-number      To rl-record-number
           Write ledger-record
           .

       *>  The new return code in words, where the message table
       *>  has them for the program that refused it.
       3320-Translate-Rc.
           Move Spaces To msg-result-text
           If target-kind = 'STK '
               Move stack-process To msg-source-program
           Else
               Move queue-process To msg-source-program
           End-If
           Move item-rc To msg-source-rc
           Call message-program Using
             msg-source-program
             msg-source-rc
             msg-result-text
           End-Call
           .

       *>  Reads the next correction; one out of ascending order
       *>  cannot be matched and is reported and passed over.
       3400-Read-Correction.
           Read correction-file
               At End
                   Move 'Y' To correction-eof-switch
           End-Read

           If Not correction-eof
               If cr-position Is Not Numeric
                 Or cr-position <= last-correction-position
                 Or correction-rec-len <= Length(cr-position)
                   Move Spaces To report-record
                   Move 'Correction unusable or out of order after'
                     To report-record
                   Move last-correction-position To count-edit
                   Move count-edit To report-record(43:9)
                   Move '; passed over' To report-record(52:14)
                   Write report-record
                   Move rc-some-refused To item-rc
                   Perform 3900-Raise-Rc
                   Perform 3400-Read-Correction
               Else
                   Move cr-position To last-correction-position
               End-If
           End-If
           .

       *>  Body of the 3000-Resubmit-One-Record correction merge:
       *>  a correction for an earlier record number than the
       *>  walk has reached names no record and is reported; one
       *>  for this record is taken.
       3410-Take-Correction.
           If cr-position = record-number
               Move 'Y' To corrected-switch
           Else
               Perform 3500-Report-Stray-Correction
           End-If
           .

       *>  A correction matching no record read.
       3500-Report-Stray-Correction.
           Move Spaces To report-record
           Move 'Correction for record' To report-record
           Move cr-position To count-edit
           Move count-edit To report-record(23:9)
           Move 'matches no record on the dataset; not used'
             To report-record(33:42)
           Write report-record
           Move rc-some-refused To item-rc
           Perform 3900-Raise-Rc
           Perform 3400-Read-Correction
           .

       *>  One report line for the record, then the correction
       *>  just used is moved past.
       3800-Report-Record.
           Move Spaces To report-record
           Move record-number To count-edit
           Move count-edit To report-record(1:9)
           Move record-stamp(1:16) To report-record(11:16)
           If src-type = 'DLQ '
               Move 'rc' To report-record(28:2)
               Move record-rc To rc-edit
               Move rc-edit To report-record(31:5)
           End-If
           Move outcome-text To report-record(38:60)
           Write report-record

           If item-corrected
               Perform 3400-Read-Correction
           End-If
           .

       *>  Keeps the highest return code.
       3900-Raise-Rc.
           If item-rc > save-rc
               Move item-rc To save-rc
           End-If
           .

       *>  The run's totals.
       4000-Print-Totals.
           Move Spaces To report-record
           Write report-record
           Move Spaces To report-record
           Move 'Records read' To report-record
           Move nb-read To count-edit
           Move count-edit To report-record(15:9)
           Move 'resubmitted' To report-record(26:11)
           Move nb-resubmitted To count-edit
           Move count-edit To report-record(38:9)
           Move 'still refused' To report-record(49:13)
           Move nb-refused To count-edit
           Move count-edit To report-record(63:9)
           Move 'skipped' To report-record(74:7)
           Move nb-skipped To count-edit
           Move count-edit To report-record(82:9)
           Write report-record
           .
