       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Right-to-erase purge.  A privacy request means one
       *> customer's data comes out of every dataset this library
       *> keeps -- checkpoints, audit trails, marshalled files,
       *> unload and export extracts, durable queues, overflow
       *> spill, dead-letter and quarantine -- and used to mean one
       *> hand-run job per dataset with nobody sure they had all
       *> been done.  This takes the list of customer keys, the
       *> item layout with a masking style per field, and the list
       *> of datasets, rewrites every one of them with the
       *> customers' items masked or dropped, and prints a
       *> certification report of what was read, matched, masked,
       *> dropped and written per dataset.
       *>
       *> Control records (STACKPGIN), 80 bytes, kind in columns
       *> 1-4:
       *>   RULE  the key field's name (X(012), one of the FLD
       *>         names) and the action (X(004)): MASK masks the
       *>         matching items' fields, DROP removes the items
       *>   FLD   one field of the item layout, the way STACKLY
       *>         registers it -- name X(012), offset 9(004),
       *>         length 9(004), type X(001) (C, N, P or B) -- and
       *>         its masking style X(001), the STACKMSK styles:
       *>         'B' blank, 'X' X-out, 'L' keep the last 4 and star
       *>         the rest, Space leaves the field alone.  A packed
       *>         or binary field with a style is set to zero
       *>         instead, so the item still holds valid numbers
       *>   CUST  one customer key, X(064), compared against the
       *>         key field's bytes
       *>   DSN   one dataset: type X(004), input DDNAME X(008),
       *>         output DDNAME X(008), and the scramble key X(016)
       *>         its items rest under (Spaces for cleartext)
       *>
       *> Dataset types, and how each is rewritten:
       *>   AUD   audit trail.  The incoming chain is verified
       *>         first; a broken trail is left alone (a rewrite
       *>         would launder the break).  The rewritten trail is
       *>         chained afresh from zero, as STACKHK's aged trail
       *>         is, so STACKCV verifies it; the report carries
       *>         the trail's last chain value before and after.
       *>   SV    STACKSV checkpoints.  Varlen and compressed groups
       *>         have no uniform stride to search; they are copied
       *>         as they stand and the dataset is not certified.
       *>   MO    STACKMO marshalled file; the trailer's items hash
       *>         is recomputed so STACKMV still passes it.  A
       *>         portable-form file is searched and masked through
       *>         the field positions the portable expansion moves
       *>         them to.
       *>   UNLD  STACKU extract; the trailer's count and hash are
       *>         recomputed so the STACKI load still proves it.
       *>   EXPT  STACKE export.  Its lines are trimmed text, not
       *>         items, so a line carrying any customer key
       *>         anywhere in its body is dropped, or has its whole
       *>         body X'd out under MASK.
       *>   QUED  QUEUED dataset, rewritten in place.  A matched
       *>         item's partition key -- the leading bytes of the
       *>         item ENQU keeps in the clear in the record header
       *>         -- is blanked along with the item.
       *>   OVFL  overflow spill dataset, rewritten in place.
       *>   DLQ   dead-letter dataset.
       *>   QUAR  quarantine dataset.
       *> The sequential datasets are copied from the input DDNAME
       *> to the output DDNAME; QUED and OVFL are relative and are
       *> rewritten in place -- run with their writers stopped, as
       *> QUEUEDM is.  On the datasets whose items sit in numbered
       *> slots -- SV, MO, QUED and OVFL -- DROP cannot take the
       *> slot away without renumbering everything behind it, so
       *> there the item is blanked in place (its packed and
       *> binary fields zeroed) and counted as dropped.  On QUED
       *> the blanked record is also removed from the queue the
       *> way QUEUEDM's DELR removes one: its state goes to done,
       *> a claim on it is given up, the control counts follow,
       *> and one balance-journal record on STACKQJL carries the
       *> removals so QUEUEDB still balances the dataset.
       *>
       *> The report goes to STACKPGRPT.  It never prints the
       *> customer keys themselves, only how many there were.
       *>
       Program-ID. STACKPG.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKPGIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select report-file Assign To "STACKPGRPT"
             Organization Is Sequential
           .
           Select in-file Assign To Dynamic in-dd-name
             Organization Is Sequential
             File Status Is in-file-status
           .
           Select out-file Assign To Dynamic out-dd-name
             Organization Is Sequential
             File Status Is out-file-status
           .
           *>  STACKE's export is line sequential.
           Select in-line-file Assign To Dynamic in-dd-name
             Organization Is Line Sequential
             File Status Is in-file-status
           .
           Select out-line-file Assign To Dynamic out-dd-name
             Organization Is Line Sequential
             File Status Is out-file-status
           .
           *>  QUEUED datasets and overflow spill, updated in place.
           Select rel-file Assign To Dynamic in-dd-name
             Organization Is Relative
             Access Mode Is Dynamic
             Relative Key Is rel-rrn
             File Status Is rel-file-status
           .
           *>  The same balance journal QUEUED and QUEUEDM cut.
           Select journal-file Assign To "STACKQJL"
             Organization Is Sequential
             File Status Is journal-file-status
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  Filler                   PIC X(076).
       01  rule-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  rule-key-field           PIC X(012).
           05  rule-action              PIC X(004).
           05  Filler                   PIC X(060).
       01  field-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  fc-name                  PIC X(012).
           05  fc-offset                PIC 9(004).
           05  fc-length                PIC 9(004).
           05  fc-type                  PIC X(001).
           05  fc-style                 PIC X(001).
           05  Filler                   PIC X(054).
       01  customer-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  cc-value                 PIC X(064).
           05  Filler                   PIC X(012).
       01  dataset-card Redefines control-record.
           05  Filler                   PIC X(004).
           05  dc-type                  PIC X(004).
           05  dc-in-dd-name            PIC X(008).
           05  dc-out-dd-name           PIC X(008).
           05  dc-scramble-key          PIC X(016).
           05  Filler                   PIC X(040).

       FD  report-file.
       01  report-record                PIC X(132).

       FD  in-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On in-rec-len
           .
       01  in-record                    PIC X(9999999).

       FD  out-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On out-rec-len
           .
       01  out-record                   PIC X(9999999).

       FD  in-line-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On in-rec-len
           .
       01  in-line-record               PIC X(9999999).

       FD  out-line-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On out-rec-len
           .
       01  out-line-record              PIC X(9999999).

       FD  rel-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On rel-rec-len
           .
       01  rel-record                   PIC X(9999999).

       FD  journal-file.
       *>  Mirror of QUEUED's journal record; every numeric zoned
       *>  DISPLAY.
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
           *>  The journal's running chain value, stored by STACKCHN
           *>  over this record and the one before it.
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKPG'.
           05  scramble-program         PIC X(008) Value 'STACKSCR'.
           05  scramble-enco-func       PIC X(004) Value 'ENCO'.
           05  scramble-deco-func       PIC X(004) Value 'DECO'.
           05  sv-eyecatcher-value      PIC X(008) Value 'STACKSV2'.
           05  mo-eyecatcher-value      PIC X(008) Value 'STACKMO3'.
           05  mo-trailer-eyecatcher    PIC X(008) Value 'STACKMO9'.
           05  unload-trailer-eyecatcher
                                        PIC X(008) Value 'STACKU9 '.
           05  qd-eyecatcher-value      PIC X(008) Value 'QUEUED6 '.
           05  hash-modulus             PIC 9(009) Binary
                                          Value 999999937.
           05  fld-tbl-max              PIC 9(004) Value 20.
           05  cust-tbl-max             PIC 9(004) Value 500.
           05  ds-tbl-max               PIC 9(004) Value 30.
           05  key-length-max           PIC 9(004) Value 64.
           *>  The text a dropped line of an export is cut from:
           *>  the depth and delimiter STACKE puts ahead of the
           *>  item.
           05  export-prefix-len        PIC 9(009) Binary Value 10.
           *>  The chain arithmetic; see STACKCHN.cbl.
           05  chain-program            PIC X(008) Value 'STACKCHN'.
           05  chain-calc-func          PIC X(004) Value 'CALC'.
           05  audit-chain-offset       PIC 9(009) Binary Value 46.
           05  chain-last-func          PIC X(004) Value 'LAST'.
           05  chain-seed-func          PIC X(004) Value 'SEED'.
           05  chain-next-func          PIC X(004) Value 'NEXT'.
           05  journal-dd-name          PIC X(008) Value 'STACKQJL'.
           05  journal-chain-offset     PIC 9(009) Binary Value 132.
           *>  STACKCHN's answer for a journal not yet seen in this
           *>  run unit.
           05  rc-chain-not-seeded      PIC S9(004) Binary Value +4.
           *>  The business processing date every journal record
           *>  carries; see STACKBD.cbl.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.
           05  journal-func             PIC X(004) Value 'PURG'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating a dataset on the list could
           *>  not be opened; it was not purged.
           05  rc-not-opened            PIC S9(004) Binary Value +4.
           *>  Return code indicating a dataset was opened but
           *>  could not be purged in full -- a broken chain, a
           *>  layout it does not hold, groups with no stride to
           *>  search -- and is not certified.
           05  rc-not-certified         PIC S9(004) Binary Value +8.
           *>  Return code indicating the control records are
           *>  absent or unusable; no dataset was touched.
           05  rc-bad-control           PIC S9(004) Binary Value +12.

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

       Copy 'STACKMOH.cpy'.

       Copy 'STACKMOT.cpy'.

       *>  Mirror of STACKU's trailer record.  The layout stamp is
       *>  carried across as read; a trailer from before the stamp
       *>  is the first 26 bytes only, and goes back out that way.
       01  unload-trailer.
           05  ut-eyecatcher            PIC X(008).
           05  ut-nb-items              PIC 9(009).
           05  ut-hash-total            PIC 9(009).
           05  ut-layout-name           PIC X(008).
           05  ut-layout-version        PIC 9(004).

       *>  Mirror of QUEUED's control record, relative record 1 of
       *>  a QUEUED dataset.
       01  qd-control.
           05  qd-eyecatcher            PIC X(008).
           05  qd-ctl-item-len          PIC 9(009).
           05  qd-ctl-nb-items          PIC 9(009).
           05  qd-ctl-head-rrn          PIC 9(009).
           05  qd-ctl-tail-rrn          PIC 9(009).
           05  qd-ctl-nb-claimed        PIC 9(009).
           05  qd-ctl-lock-owner        PIC X(008).
           05  qd-ctl-lock-time         PIC X(021).
           05  qd-ctl-nb-markers        PIC 9(009).

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

       *>  Fixed fronts of STACKP's dead-letter and quarantine
       *>  records; the item follows each.
       01  deadletter-header.
           05  dl-timestamp             PIC X(021).
           05  dl-func                  PIC X(004).
           05  dl-return-code           PIC S9(004).
       01  quarantine-header.
           05  qr-timestamp             PIC X(021).
           05  qr-retry-count           PIC 9(009).

       *>  A packed zero, from which a packed field of any length
       *>  up to 8 takes its rightmost bytes.
       01  packed-area.
           05  packed-value             PIC S9(015) Packed-Decimal
                                          Value 0.
       01  packed-redef Redefines packed-area.
           05  packed-chars             PIC X(008).

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  in-file-status           PIC X(002) Value '00'.
           05  out-file-status          PIC X(002) Value '00'.
           05  rel-file-status          PIC X(002) Value '00'.
           05  journal-file-status      PIC X(002) Value '00'.
           05  journal-chain-last       PIC 9(009) Value 0.
           05  journal-chain-len        PIC 9(009) Binary Value 0.
           05  journal-seed-eof-switch  PIC X(001) Value 'N'.
               88  journal-seed-eof                 Value 'Y'.
           *>  A QUEUED dataset's counts and positions before the
           *>  purge, for its journal record.
           05  open-nb-items            PIC 9(009) Binary Value 0.
           05  open-head-rrn            PIC 9(009) Binary Value 0.
           05  open-tail-rrn            PIC 9(009) Binary Value 0.
           05  in-dd-name               PIC X(008) Value Spaces.
           05  out-dd-name              PIC X(008) Value Spaces.
           05  in-rec-len               PIC 9(009) Binary Value 0.
           05  out-rec-len              PIC 9(009) Binary Value 0.
           05  rel-rec-len              PIC 9(009) Binary Value 0.
           05  rel-rrn                  PIC 9(009) Binary Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  run-timestamp            PIC X(021) Value Spaces.
           05  ctl-eof-switch           PIC X(001) Value 'N'.
               88  ctl-eof                          Value 'Y'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  control-bad-switch       PIC X(001) Value 'N'.
               88  control-bad                      Value 'Y'.
           05  certified-switch         PIC X(001) Value 'Y'.
               88  certified                        Value 'Y'.
           05  pass-through-switch      PIC X(001) Value 'N'.
               88  pass-through                     Value 'Y'.
           05  chain-broken-switch      PIC X(001) Value 'N'.
               88  chain-broken                     Value 'Y'.
           05  trailer-switch           PIC X(001) Value 'N'.
               88  trailer-seen                     Value 'Y'.
           05  trailer-rec-len          PIC 9(009) Binary Value 0.
           05  short-trailer-len        PIC 9(009) Binary Value 26.
           05  rule-seen-switch         PIC X(001) Value 'N'.
               88  rule-seen                        Value 'Y'.
           05  drop-wanted-switch       PIC X(001) Value 'N'.
               88  drop-wanted                      Value 'Y'.
           05  slot-dataset-switch      PIC X(001) Value 'N'.
               88  slot-dataset                     Value 'Y'.
           05  portable-switch          PIC X(001) Value 'N'.
               88  portable                         Value 'Y'.
           05  map-bad-switch           PIC X(001) Value 'N'.
               88  map-bad                          Value 'Y'.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                      Value 'Y'.
           05  item-changed-switch      PIC X(001) Value 'N'.
               88  item-changed                     Value 'Y'.
           05  item-drop-switch         PIC X(001) Value 'N'.
               88  item-dropped                     Value 'Y'.
           05  rule-key-name            PIC X(012) Value Spaces.
           05  rule-action-name         PIC X(004) Value Spaces.
           05  key-fld-idx              PIC 9(004) Value 0.
           05  nb-styled-fields         PIC 9(004) Value 0.
           05  fld-idx                  PIC 9(004) Value 0.
           05  cust-idx                 PIC 9(004) Value 0.
           05  ds-idx                   PIC 9(004) Value 0.
           05  mo-idx                   PIC 9(004) Value 0.
           05  nb-certified             PIC 9(004) Value 0.
           05  key-end                  PIC 9(009) Binary Value 0.
           05  item-len                 PIC 9(009) Binary Value 0.
           05  item-start               PIC 9(009) Binary Value 0.
           05  item-scramble-key        PIC X(016) Value Spaces.
           05  header-len               PIC 9(009) Binary Value 0.
           05  slot-idx                 PIC 9(009) Binary Value 0.
           05  slot-position            PIC 9(009) Binary Value 0.
           05  slot-stride              PIC 9(009) Binary Value 0.
           05  slot-count               PIC 9(009) Binary Value 0.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  mask-keep-from           PIC 9(009) Binary Value 0.
           05  field-end                PIC 9(009) Binary Value 0.
           05  zero-len                 PIC 9(009) Binary Value 0.
           05  line-tally               PIC 9(009) Binary Value 0.
           05  body-len                 PIC 9(009) Binary Value 0.
           05  record-hash              PIC 9(018) Binary Value 0.
           05  new-items-hash           PIC 9(009) Value 0.
           05  hash-idx                 PIC 9(009) Binary Value 0.
           05  chain-dd-name            PIC X(008) Value Spaces.
           05  chain-prev               PIC 9(009) Value 0.
           05  chain-expected           PIC 9(009) Value 0.
           05  chain-stored             PIC X(009) Value Spaces.
           05  chain-old-last           PIC 9(009) Value 0.
           05  chain-new-last           PIC 9(009) Value 0.
           05  chain-break-record       PIC 9(009) Binary Value 0.
           05  map-in-offset            PIC 9(009) Binary Value 0.
           05  map-in-length            PIC 9(009) Binary Value 0.
           05  map-in-end               PIC 9(009) Binary Value 0.
           05  map-shift                PIC 9(009) Binary Value 0.
           05  map-inner                PIC 9(009) Binary Value 0.
           05  map-out-offset           PIC 9(009) Binary Value 0.
           05  map-out-length           PIC 9(009) Binary Value 0.
           05  mo-fld-end               PIC 9(009) Binary Value 0.
           05  mo-port-len              PIC 9(009) Binary Value 0.
           05  outcome-text             PIC X(080) Value Spaces.
           05  count-edit               PIC Z(8)9.
           05  short-edit               PIC Z(3)9.

       *>  Per-dataset counts for the certification.
       01  dataset-counts.
           05  nb-read                  PIC 9(009) Binary Value 0.
           05  nb-items                 PIC 9(009) Binary Value 0.
           05  nb-matched               PIC 9(009) Binary Value 0.
           05  nb-masked                PIC 9(009) Binary Value 0.
           05  nb-dropped               PIC 9(009) Binary Value 0.
           05  nb-written               PIC 9(009) Binary Value 0.
           05  nb-unexamined            PIC 9(009) Binary Value 0.
           *>  QUED: the dropped items taken off the queue.
           05  nb-removed               PIC 9(009) Binary Value 0.

       *>  One item, copied out of its record for examination and
       *>  copied back when it changes.
       01  purge-item                   PIC X(9999999).

       *>  The layout cards.
       01  field-table.
           05  fld-nb-entries           PIC 9(004) Value 0.
           05  fld-entry Occurs 20 Times.
               10  ft-name              PIC X(012).
               10  ft-offset            PIC 9(009) Binary.
               10  ft-length            PIC 9(009) Binary.
               10  ft-type              PIC X(001).
               10  ft-style             PIC X(001).

       *>  Where the layout's fields and the key lie in the items of
       *>  the dataset at hand: the card positions, or where a
       *>  portable marshal's expansion moved them.
       01  effective-layout.
           05  ef-key-offset            PIC 9(009) Binary Value 0.
           05  ef-key-length            PIC 9(009) Binary Value 0.
           05  ef-entry Occurs 20 Times.
               10  ef-offset            PIC 9(009) Binary.
               10  ef-length            PIC 9(009) Binary.

       *>  The customer keys, with each one's length less its
       *>  trailing spaces for the export's trimmed text.
       01  customer-table.
           05  cust-nb-entries          PIC 9(004) Value 0.
           05  cust-entry Occurs 500 Times.
               10  cust-value           PIC X(064).
               10  cust-text-len        PIC 9(009) Binary.

       *>  The datasets to purge.
       01  dataset-table.
           05  ds-nb-entries            PIC 9(004) Value 0.
           05  ds-entry Occurs 30 Times.
               10  ds-type              PIC X(004).
               10  ds-in-dd-name        PIC X(008).
               10  ds-out-dd-name       PIC X(008).
               10  ds-scramble-key      PIC X(016).

       Procedure Division.
           Move rc-success   To save-rc
           Move Current-Date To run-timestamp

           Open Output report-file
           Move 'STACKPG right-to-erase purge certification'
             To report-record
           Write report-record

           Move Spaces To report-record
           Move 'Run at' To report-record
           Move run-timestamp To report-record(8:21)
           Write report-record

           Open Input control-file
           If control-file-status Not = '00'
               Move Spaces To report-record
               Move 'STACKPGIN could not be opened; nothing purged'
                 To report-record
               Write report-record
               Close report-file
               Move rc-bad-control To Return-Code
               Goback
           End-If

           Perform 1000-Read-One-Card Until ctl-eof
           Close control-file

           Perform 1100-Validate-Control

           If control-bad
               Move Spaces To report-record
               Move 'Control records unusable; nothing purged'
                 To report-record
               Write report-record
               Close report-file
               Move rc-bad-control To Return-Code
               Goback
           End-If

           Perform 1200-Print-Rule

           Perform 2000-Purge-One-Dataset
             Varying ds-idx
             From 1 By 1
             Until ds-idx > ds-nb-entries

           Move Spaces To report-record
           Write report-record
           Move Spaces To report-record
           Move 'Datasets certified:' To report-record
           Move nb-certified To short-edit
           Move short-edit To report-record(21:4)
           Move 'of' To report-record(26:2)
           Move ds-nb-entries To short-edit
           Move short-edit To report-record(29:4)
           Write report-record

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
                 When 'RULE'
                      Move 'Y'            To rule-seen-switch
                      Move rule-key-field To rule-key-name
                      Move rule-action    To rule-action-name
                      Evaluate rule-action
                        When 'MASK'
                             Move 'N' To drop-wanted-switch
                        When 'DROP'
                             Move 'Y' To drop-wanted-switch
                        When Other
                             Move Spaces To report-record
                             Move 'RULE action not MASK or DROP:'
                               To report-record
                             Move rule-action To report-record(31:4)
                             Write report-record
                             Move 'Y' To control-bad-switch
                      End-Evaluate
                 When 'FLD '
                      Perform 1010-File-Field-Card
                 When 'CUST'
                      If cust-nb-entries < cust-tbl-max
                          Add 1 To cust-nb-entries
                          Move cc-value To cust-value(cust-nb-entries)
                      Else
                          Move Spaces To report-record
                          Move 'More CUST records than the'
                            To report-record
                          Move cust-tbl-max To report-record(28:4)
                          Move 'one run takes' To report-record(33:13)
                          Write report-record
                          Move 'Y' To control-bad-switch
                      End-If
                 When 'DSN '
                      If ds-nb-entries < ds-tbl-max
                          Add 1 To ds-nb-entries
                          Move dc-type To ds-type(ds-nb-entries)
                          Move dc-in-dd-name
                            To ds-in-dd-name(ds-nb-entries)
                          Move dc-out-dd-name
                            To ds-out-dd-name(ds-nb-entries)
                          Move dc-scramble-key
                            To ds-scramble-key(ds-nb-entries)
                      Else
                          Move Spaces To report-record
                          Move 'More DSN records than the'
                            To report-record
                          Move ds-tbl-max To report-record(27:4)
                          Move 'one run takes' To report-record(32:13)
                          Write report-record
                          Move 'Y' To control-bad-switch
                      End-If
                 When Other
                      Move Spaces To report-record
                      Move 'Control record of unknown kind:'
                        To report-record
                      Move ctl-kind To report-record(33:4)
                      Write report-record
                      Move 'Y' To control-bad-switch
               End-Evaluate
           End-If
           .

       *>  A layout field, refused out loud when it could not be
       *>  applied faithfully -- a half-applied mask is the worst
       *>  outcome a privacy purge can have.
       1010-File-Field-Card.
           If fc-type = Space
               Move 'C' To fc-type
           End-If

           Evaluate True
             When fld-nb-entries >= fld-tbl-max
             When fc-offset Is Not Numeric
             When fc-length Is Not Numeric
             When fc-offset < 1
             When fc-length < 1
             When fc-type Not = 'C' And Not = 'N'
                    And Not = 'P' And Not = 'B'
             When fc-style Not = Space And Not = 'B'
                    And Not = 'X' And Not = 'L'
             When fc-type = 'P' And fc-length > 8
             When fc-type = 'B' And fc-length Not = 2
                    And Not = 4 And Not = 8
                  Move Spaces To report-record
                  Move 'FLD record unusable:' To report-record
                  Move fc-name To report-record(22:12)
                  Write report-record
                  Move 'Y' To control-bad-switch
             When Other
                  Add 1 To fld-nb-entries
                  Move fc-name   To ft-name(fld-nb-entries)
                  Move fc-offset To ft-offset(fld-nb-entries)
                  Move fc-length To ft-length(fld-nb-entries)
                  Move fc-type   To ft-type(fld-nb-entries)
                  Move fc-style  To ft-style(fld-nb-entries)
                  If fc-style Not = Space
                      Add 1 To nb-styled-fields
                  End-If
           End-Evaluate
           .

       *>  The rule has to name a key field the layout holds, the
       *>  list has to name customers and datasets, and a MASK has
       *>  to have something to mask.
       1100-Validate-Control.
           Move 0 To key-fld-idx
           Perform 1110-Check-Key-Field
             Varying fld-idx
             From 1 By 1
             Until fld-idx > fld-nb-entries

           Evaluate True
             When Not rule-seen
                  Move 'No RULE record' To outcome-text
                  Move 'Y' To control-bad-switch
             When key-fld-idx = 0
                  Move 'RULE key field is not one of the FLD records'
                    To outcome-text
                  Move 'Y' To control-bad-switch
             When ft-length(key-fld-idx) > key-length-max
                  Move 'RULE key field longer than 64 bytes'
                    To outcome-text
                  Move 'Y' To control-bad-switch
             When nb-styled-fields = 0 And Not drop-wanted
                  Move 'MASK rule with no FLD given a masking style'
                    To outcome-text
                  Move 'Y' To control-bad-switch
             When cust-nb-entries = 0
                  Move 'No CUST records' To outcome-text
                  Move 'Y' To control-bad-switch
             When ds-nb-entries = 0
                  Move 'No DSN records' To outcome-text
                  Move 'Y' To control-bad-switch
             When Other
                  Move Spaces To outcome-text
           End-Evaluate

           If outcome-text Not = Spaces
               Move Spaces To report-record
               Move outcome-text To report-record
               Write report-record
           End-If

           If Not control-bad
               Perform 1120-Measure-One-Customer
                 Varying cust-idx
                 From 1 By 1
                 Until cust-idx > cust-nb-entries
           End-If
           .

       *>  Body of the 1100-Validate-Control key field search.
       1110-Check-Key-Field.
           If ft-name(fld-idx) = rule-key-name
             And key-fld-idx = 0
               Move fld-idx To key-fld-idx
           End-If
           .

       *>  Body of the 1100-Validate-Control customer loop: the
       *>  key's length as the export's trimmed text would carry it.
       1120-Measure-One-Customer.
           If cust-value(cust-idx)(1:ft-length(key-fld-idx)) = Spaces
               Move 1 To cust-text-len(cust-idx)
           Else
               Move Length(Trim(cust-value(cust-idx)
                   (1:ft-length(key-fld-idx)) Trailing))
                 To cust-text-len(cust-idx)
           End-If
           .

       *>  The rule as applied, for the certification; the keys
       *>  themselves are only counted.
       1200-Print-Rule.
           Move Spaces To report-record
           Move 'Customer keys on the list:' To report-record
           Move cust-nb-entries To short-edit
           Move short-edit To report-record(28:4)
           Write report-record

           Move Spaces To report-record
           Move 'Action:' To report-record
           Move rule-action-name To report-record(9:4)
           Move 'key field:' To report-record(15:10)
           Move rule-key-name To report-record(26:12)
           Write report-record

           Perform 1210-Print-One-Field
             Varying fld-idx
             From 1 By 1
             Until fld-idx > fld-nb-entries

           Move Spaces To report-record
           Write report-record
           .

       *>  Body of the 1200-Print-Rule loop.
       1210-Print-One-Field.
           Move Spaces To report-record
           Move 'Field' To report-record(3:5)
           Move ft-name(fld-idx) To report-record(9:12)
           Move 'offset' To report-record(22:6)
           Move ft-offset(fld-idx) To count-edit
           Move count-edit To report-record(29:9)
           Move 'length' To report-record(39:6)
           Move ft-length(fld-idx) To count-edit
           Move count-edit To report-record(46:9)
           Move 'type' To report-record(56:4)
           Move ft-type(fld-idx) To report-record(61:1)
           Move 'style' To report-record(63:5)
           If ft-style(fld-idx) = Space
               Move 'none' To report-record(69:4)
           Else
               Move ft-style(fld-idx) To report-record(69:1)
           End-If
           Write report-record
           .

       *>  One dataset: purged by its type, then certified or not.
       2000-Purge-One-Dataset.
           Initialize dataset-counts
           Move ds-in-dd-name(ds-idx)   To in-dd-name
           Move ds-out-dd-name(ds-idx)  To out-dd-name
           Move ds-scramble-key(ds-idx) To item-scramble-key
           Move 'Y'    To certified-switch
           Move 'N'    To eof-switch
           Move 'N'    To pass-through-switch
           Move 'N'    To portable-switch
           Move Spaces To outcome-text

           Evaluate ds-type(ds-idx)
             When 'SV  '
             When 'MO  '
             When 'QUED'
             When 'OVFL'
                  Move 'Y' To slot-dataset-switch
             When Other
                  Move 'N' To slot-dataset-switch
           End-Evaluate

           Perform 6000-Map-Fields-Native

           Evaluate True
             When ds-type(ds-idx) Not = 'AUD ' And Not = 'SV  '
                    And Not = 'MO  ' And Not = 'UNLD'
                    And Not = 'EXPT' And Not = 'QUED'
                    And Not = 'OVFL' And Not = 'DLQ '
                    And Not = 'QUAR'
                  Move 'NOT CERTIFIED: not a dataset type this purges'
                    To outcome-text
                  Perform 2910-Not-Certified
             When ds-type(ds-idx) Not = 'QUED' And Not = 'OVFL'
                    And (out-dd-name = Spaces
                      Or out-dd-name = in-dd-name)
                  Move 'NOT CERTIFIED: needs an output DDNAME of its'
                    To outcome-text
                  Move ' own' To outcome-text(45:4)
                  Perform 2910-Not-Certified
             When ds-type(ds-idx) = 'AUD '
                  Perform 3000-Purge-Audit-Trail
             When ds-type(ds-idx) = 'SV  '
                  Perform 3500-Purge-Checkpoints
             When ds-type(ds-idx) = 'MO  '
                  Perform 4000-Purge-Marshal
             When ds-type(ds-idx) = 'UNLD'
                  Perform 4500-Purge-Unload
             When ds-type(ds-idx) = 'EXPT'
                  Perform 5000-Purge-Export
             When ds-type(ds-idx) = 'QUED'
                  Perform 5500-Purge-Queue
             When ds-type(ds-idx) = 'OVFL'
                  Perform 5700-Purge-Overflow
             When ds-type(ds-idx) = 'DLQ '
                  Move Length(deadletter-header) To header-len
                  Perform 5800-Purge-Headed-Dataset
             When ds-type(ds-idx) = 'QUAR'
                  Move Length(quarantine-header) To header-len
                  Perform 5800-Purge-Headed-Dataset
           End-Evaluate

           Perform 2900-Certify-Dataset
           .

       *>  Opens a sequential dataset's input and output; either
       *>  one failing leaves the dataset uncertified and closed.
       2100-Open-Copy-Pair.
           Open Input in-file
           If in-file-status Not = '00'
               Move 'NOT CERTIFIED: input could not be opened'
                 To outcome-text
               Perform 2920-Not-Opened
           Else
               Open Output out-file
               If out-file-status Not = '00'
                   Close in-file
                   Move 'NOT CERTIFIED: output could not be opened'
                     To outcome-text
                   Perform 2920-Not-Opened
               End-If
           End-If
           .

       *>  The dataset's certification lines: what was done to it,
       *>  then the verdict.
       2900-Certify-Dataset.
           Move Spaces To report-record
           Move ds-type(ds-idx) To report-record
           Move in-dd-name To report-record(6:8)
           If ds-type(ds-idx) = 'QUED' Or ds-type(ds-idx) = 'OVFL'
               Move 'rewritten in place' To report-record(15:18)
           Else
               Move '->' To report-record(15:2)
               Move out-dd-name To report-record(18:8)
           End-If
           Write report-record

           Move Spaces To report-record
           Move 'read' To report-record(6:4)
           Move nb-read To count-edit
           Move count-edit To report-record(11:9)
           Move 'items' To report-record(21:5)
           Move nb-items To count-edit
           Move count-edit To report-record(27:9)
           Move 'matched' To report-record(37:7)
           Move nb-matched To count-edit
           Move count-edit To report-record(45:9)
           Move 'masked' To report-record(55:6)
           Move nb-masked To count-edit
           Move count-edit To report-record(62:9)
           Move 'dropped' To report-record(72:7)
           Move nb-dropped To count-edit
           Move count-edit To report-record(80:9)
           Move 'written' To report-record(90:7)
           Move nb-written To count-edit
           Move count-edit To report-record(98:9)
           Write report-record

           If ds-type(ds-idx) = 'AUD ' And certified
               Move Spaces To report-record
               Move 'chain last value before' To report-record(6:23)
               Move chain-old-last To report-record(30:9)
               Move 'after' To report-record(40:5)
               Move chain-new-last To report-record(46:9)
               Write report-record
           End-If

           If ds-type(ds-idx) = 'QUED' And nb-removed > 0
               Move Spaces To report-record
               Move 'taken off the queue' To report-record(6:19)
               Move nb-removed To count-edit
               Move count-edit To report-record(26:9)
               Move 'and journalled to STACKQJL'
                 To report-record(36:26)
               Write report-record
           End-If

           If slot-dataset And drop-wanted And nb-dropped > 0
               Move Spaces To report-record
               Move 'dropped items blanked in place; the dataset'
                 To report-record(6:43)
               Move ' keeps their slots' To report-record(49:18)
               Write report-record
           End-If

           If certified
               Add 1 To nb-certified
               Move 'Purged; certified' To outcome-text
           End-If

           Move Spaces To report-record
           Move outcome-text To report-record(6:80)
           Write report-record
           .

       *>  A dataset that was opened but not purged in full.
       2910-Not-Certified.
           Move 'N' To certified-switch
           If rc-not-certified > save-rc
               Move rc-not-certified To save-rc
           End-If
           .

       *>  A dataset that could not be opened.
       2920-Not-Opened.
           Move 'N' To certified-switch
           If rc-not-opened > save-rc
               Move rc-not-opened To save-rc
           End-If
           .

       *>  The audit trail: its chain is verified through first,
       *>  then it is copied with the customers' items purged and
       *>  chained afresh from zero.
       3000-Purge-Audit-Trail.
           Move in-dd-name To chain-dd-name
           Move 0   To chain-prev
           Move 0   To chain-old-last
           Move 0   To chain-new-last
           Move 0   To chain-break-record
           Move 'N' To chain-broken-switch

           Open Input in-file
           If in-file-status Not = '00'
               Move 'NOT CERTIFIED: input could not be opened'
                 To outcome-text
               Perform 2920-Not-Opened
           Else
               Perform 3010-Verify-One-Audit-Record
                 Until eof Or chain-broken
               Close in-file
               Move chain-prev To chain-old-last

               If chain-broken
                   Move 'NOT CERTIFIED: chain broken at record'
                     To outcome-text
                   Move chain-break-record To count-edit
                   Move count-edit To outcome-text(39:9)
                   Move '; left unpurged' To outcome-text(48:15)
                   Perform 2910-Not-Certified
               Else
                   Move 'N' To eof-switch
                   Move 0   To chain-prev
                   Move 0   To nb-read
                   Perform 2100-Open-Copy-Pair
                   If certified
                       Perform 3020-Copy-One-Audit-Record Until eof
                       Close in-file
                       Close out-file
                       Move chain-prev To chain-new-last
                   End-If
               End-If
           End-If
           .

       *>  Body of the 3000-Purge-Audit-Trail verification pass,
       *>  the same check STACKCV makes.
       3010-Verify-One-Audit-Record.
           Read in-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
               If in-rec-len < Length(audit-header)
                   Move nb-read To chain-break-record
                   Move 'Y'     To chain-broken-switch
               Else
                   Move in-record(1:Length(audit-header))
                     To audit-header
                   Move chain-prev To chain-expected
                   Call chain-program Using
                     chain-calc-func
                     chain-dd-name
                     chain-expected
                     in-rec-len
                     audit-chain-offset
                     in-record
                   End-Call

                   Move in-record(audit-chain-offset:
                     Length(chain-stored)) To chain-stored
                   If chain-stored Is Numeric
                     And audit-chain-value = chain-expected
                       Move audit-chain-value To chain-prev
                   Else
                       Move nb-read To chain-break-record
                       Move 'Y'     To chain-broken-switch
                   End-If
               End-If
           End-If
           .

       *>  Body of the 3000-Purge-Audit-Trail copy pass.  Roll-up
       *>  summaries, freeze refusals, injected faults and
       *>  approvals carry no item.
       3020-Copy-One-Audit-Record.
           Read in-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
               Move 'N' To item-drop-switch
               Move in-record(1:Length(audit-header)) To audit-header
               Move in-rec-len To out-rec-len
               Move in-record(1:in-rec-len) To out-record(1:out-rec-len)

               If in-rec-len > Length(audit-header)
                 And audit-func Not = 'SUM ' And Not = 'FRZX'
                   And Not = 'INJ ' And Not = 'APRV'
                   Compute item-start = Length(audit-header) + 1
                   Compute item-len = in-rec-len - Length(audit-header)
                   Move in-record(item-start:item-len)
                     To purge-item(1:item-len)
                   Perform 7000-Examine-Item
                   If item-changed
                       Move purge-item(1:item-len)
                         To out-record(item-start:item-len)
                   End-If
               End-If

               If Not item-dropped
                   Move chain-prev To chain-expected
                   Call chain-program Using
                     chain-calc-func
                     chain-dd-name
                     chain-expected
                     out-rec-len
                     audit-chain-offset
                     out-record
                   End-Call
                   Move chain-expected
                     To out-record(audit-chain-offset:
                         Length(audit-chain-value))
                   Move chain-expected To chain-prev
                   Write out-record
                   Add 1 To nb-written
               End-If
           End-If
           .

       *>  The checkpoint dataset, walked group by group the way
       *>  STACKSVP walks it.  From a header without the STACKSV2
       *>  eyecatcher on, the rest is copied as it stands.
       3500-Purge-Checkpoints.
           Perform 2100-Open-Copy-Pair
           If certified
               Perform 3510-Copy-One-Group Until eof
               Close in-file
               Close out-file

               If pass-through
                   Move 'NOT CERTIFIED: not a STACKSV2 dataset from'
                     To outcome-text
                   Move ' record' To outcome-text(43:7)
                   Move chain-break-record To count-edit
                   Move count-edit To outcome-text(51:9)
                   Move '; rest copied as is' To outcome-text(60:19)
                   Perform 2910-Not-Certified
               Else
                   If nb-unexamined > 0
                       Move nb-unexamined To count-edit
                       Move 'NOT CERTIFIED:' To outcome-text
                       Move count-edit To outcome-text(16:9)
                       Move 'varlen or compressed groups copied'
                         To outcome-text(26:34)
                       Move ' unsearched' To outcome-text(60:11)
                       Perform 2910-Not-Certified
                   End-If
               End-If
           End-If
           .

       *>  Body of the 3500-Purge-Checkpoints loop: one group's
       *>  header, buffer, and the tags/times records behind it.
       3510-Copy-One-Group.
           Perform 3550-Copy-Read-Record

           If Not eof And Not pass-through
               Move Spaces To sv-header
               If in-rec-len < Length(sv-header)
                   Move in-record(1:in-rec-len)
                     To sv-header(1:in-rec-len)
               Else
                   Move in-record(1:Length(sv-header)) To sv-header
               End-If

               If sv-eyecatcher Not = sv-eyecatcher-value
                   Move nb-read To chain-break-record
                   Move 'Y' To pass-through-switch
                   Perform 3560-Write-As-Read
               Else
                   Perform 3560-Write-As-Read
                   Perform 3550-Copy-Read-Record
                   If Not eof
                       If sv-varlen-switch = 'Y'
                         Or sv-compress-switch = 'Y'
                           Add 1 To nb-unexamined
                       Else
                           Perform 3520-Purge-Group-Buffer
                       End-If
                       Perform 3560-Write-As-Read
                   End-If

                   If Not eof And sv-tagged-switch = 'Y'
                       Perform 3550-Copy-Read-Record
                       If Not eof
                           Perform 3560-Write-As-Read
                       End-If
                   End-If

                   If Not eof
                     And (sv-expiry-switch = 'Y'
                       Or sv-restime-switch = 'Y')
                       Perform 3550-Copy-Read-Record
                       If Not eof
                           Perform 3560-Write-As-Read
                       End-If
                   End-If
               End-If
           Else
               If Not eof
                   Perform 3560-Write-As-Read
               End-If
           End-If
           .

       *>  The group's buffer is scrambled as one piece: decoded
       *>  whole, purged slot by slot, encoded whole again.
       3520-Purge-Group-Buffer.
           If ds-scramble-key(ds-idx) Not = Spaces
               Move in-rec-len To scramble-len
               Call scramble-program Using
                 scramble-deco-func
                 ds-scramble-key(ds-idx)
                 scramble-len
                 in-record(1:in-rec-len)
               End-Call
           End-If

           Move Spaces           To item-scramble-key
           Move sv-item-len      To slot-stride
           Move sv-curr-nb-items To slot-count
           Perform 3530-Purge-One-Slot
             Varying slot-idx
             From 1 By 1
             Until slot-idx > slot-count

           If ds-scramble-key(ds-idx) Not = Spaces
               Move in-rec-len To scramble-len
               Call scramble-program Using
                 scramble-enco-func
                 ds-scramble-key(ds-idx)
                 scramble-len
                 in-record(1:in-rec-len)
               End-Call
           End-If
           .

       *>  Body of the 3520-Purge-Group-Buffer and 4010-Purge-
       *>  Marshal-Items loops: one slot of in-record.
       3530-Purge-One-Slot.
           Compute slot-position = ((slot-idx - 1) * slot-stride) + 1

           If slot-position + slot-stride - 1 <= in-rec-len
               Move slot-stride To item-len
               Move in-record(slot-position:item-len)
                 To purge-item(1:item-len)
               Perform 7000-Examine-Item
               If item-changed
                   Move purge-item(1:item-len)
                     To in-record(slot-position:item-len)
               End-If
           End-If
           .

       *>  Reads one record of a dataset being copied.
       3550-Copy-Read-Record.
           Read in-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
           End-If
           .

       *>  Writes in-record, as it now stands, to the copy.
       3560-Write-As-Read.
           Move in-rec-len To out-rec-len
           Move in-record(1:in-rec-len) To out-record(1:out-rec-len)
           Write out-record
           Add 1 To nb-written
           .

       *>  The marshalled file: header, items, tags when the header
       *>  says so, trailer.  The items record's hash in the trailer
       *>  is recomputed over the purged record.
       4000-Purge-Marshal.
           Perform 2100-Open-Copy-Pair
           If certified
               Perform 3550-Copy-Read-Record
               If Not eof
                   Move Spaces To mo-header
                   If in-rec-len < Length(mo-header)
                       Move in-record(1:in-rec-len)
                         To mo-header(1:in-rec-len)
                   Else
                       Move in-record(1:Length(mo-header))
                         To mo-header
                   End-If
                   Perform 3560-Write-As-Read

                   If mo-eyecatcher Not = mo-eyecatcher-value
                       Move 'Y' To pass-through-switch
                   Else
                       Perform 4010-Purge-Marshal-Items
                   End-If
               End-If

               Perform 4020-Copy-Marshal-Rest Until eof
               Close in-file
               Close out-file

               Evaluate True
                 When pass-through
                      Move 'NOT CERTIFIED: not a STACKMO3 dataset;'
                        To outcome-text
                      Move ' copied as is' To outcome-text(39:13)
                      Perform 2910-Not-Certified
                 When map-bad
                      Move 'NOT CERTIFIED: layout does not map onto'
                        To outcome-text
                      Move ' the portable items; copied as is'
                        To outcome-text(40:33)
                      Perform 2910-Not-Certified
               End-Evaluate
           End-If
           .

       *>  The items record, purged slot by slot through the field
       *>  positions the items actually carry.
       4010-Purge-Marshal-Items.
           Move 'N' To map-bad-switch
           If mo-nb-layout-fields > 0
               Move 'Y' To portable-switch
               Perform 6100-Map-Fields-Portable
           End-If

           Perform 3550-Copy-Read-Record
           If Not eof
               If Not map-bad
                   Move Spaces           To item-scramble-key
                   Move mo-item-len      To slot-stride
                   Move mo-curr-nb-items To slot-count
                   Perform 3530-Purge-One-Slot
                     Varying slot-idx
                     From 1 By 1
                     Until slot-idx > slot-count
               End-If
               Perform 4030-Hash-In-Record
               Move record-hash To new-items-hash
               Perform 3560-Write-As-Read
           End-If
           .

       *>  Body of the 4000-Purge-Marshal loop: the tags record
       *>  goes across as it stands, the trailer takes the items
       *>  record's new hash.
       4020-Copy-Marshal-Rest.
           Perform 3550-Copy-Read-Record
           If Not eof
               If Not pass-through And Not map-bad
                 And in-rec-len = Length(mo-trailer)
                 And in-record(1:8) = mo-trailer-eyecatcher
                   Move in-record(1:Length(mo-trailer)) To mo-trailer
                   Move new-items-hash To mot-items-hash
                   Move mo-trailer To in-record(1:Length(mo-trailer))
               End-If
               Perform 3560-Write-As-Read
           End-If
           .

       *>  The running hash STACKMOT.cpy describes, over in-record
       *>  from zero.
       4030-Hash-In-Record.
           Move 0 To record-hash
           Perform 4031-Hash-One-Byte
             Varying hash-idx
             From 1 By 1
             Until hash-idx > in-rec-len
           .

       *>  Body of the 4030-Hash-In-Record loop, also run across
       *>  the unload extract's records without a reset between.
       4031-Hash-One-Byte.
           Compute record-hash =
             Mod((record-hash * 31)
               + Ord(in-record(hash-idx:1)),
               hash-modulus)
           .

       *>  STACKU's extract: one item per record, then the trailer,
       *>  rebuilt over the records as written.
       4500-Purge-Unload.
           Move 0   To record-hash
           Move 'N' To trailer-switch

           Perform 2100-Open-Copy-Pair
           If certified
               Perform 4510-Copy-One-Unload-Record Until eof
               If trailer-seen
                   Move unload-trailer-eyecatcher To ut-eyecatcher
                   Move nb-written  To ut-nb-items
                   Move record-hash To ut-hash-total
                   Move trailer-rec-len To out-rec-len
                   Move unload-trailer(1:out-rec-len)
                     To out-record(1:out-rec-len)
                   Write out-record
               End-If
               Close in-file
               Close out-file
           End-If
           .

       *>  Body of the 4500-Purge-Unload loop.  The trailer is
       *>  recognized the way the STACKI load recognizes it.
       4510-Copy-One-Unload-Record.
           Perform 3550-Copy-Read-Record
           If Not eof
               If (in-rec-len = Length(unload-trailer)
                 Or in-rec-len = short-trailer-len)
                 And in-record(1:8) = unload-trailer-eyecatcher
                   Move 'Y' To trailer-switch
                   Move in-rec-len To trailer-rec-len
                   Move in-record(1:in-rec-len)
                     To unload-trailer(1:in-rec-len)
               Else
                   Move in-rec-len To item-len
                   Move in-record(1:item-len) To purge-item(1:item-len)
                   Perform 7000-Examine-Item
                   If item-changed
                       Move purge-item(1:item-len)
                         To in-record(1:item-len)
                   End-If
                   If Not item-dropped
                       Perform 4031-Hash-One-Byte
                         Varying hash-idx
                         From 1 By 1
                         Until hash-idx > in-rec-len
                       Perform 3560-Write-As-Read
                   End-If
               End-If
           End-If
           .

       *>  STACKE's export: text lines searched for any customer
       *>  key anywhere in the body behind the depth and delimiter.
       5000-Purge-Export.
           Open Input in-line-file
           If in-file-status Not = '00'
               Move 'NOT CERTIFIED: input could not be opened'
                 To outcome-text
               Perform 2920-Not-Opened
           Else
               Open Output out-line-file
               If out-file-status Not = '00'
                   Close in-line-file
                   Move 'NOT CERTIFIED: output could not be opened'
                     To outcome-text
                   Perform 2920-Not-Opened
               Else
                   Perform 5010-Copy-One-Export-Line Until eof
                   Close in-line-file
                   Close out-line-file
               End-If
           End-If
           .

       *>  Body of the 5000-Purge-Export loop.
       5010-Copy-One-Export-Line.
           Read in-line-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
               Move 'N' To match-switch
               If in-rec-len > export-prefix-len
                   Add 1 To nb-items
                   Compute body-len = in-rec-len - export-prefix-len
                   Perform 5020-Check-One-Customer-In-Line
                     Varying cust-idx
                     From 1 By 1
                     Until cust-idx > cust-nb-entries Or match-found
               End-If

               If match-found
                   Add 1 To nb-matched
               End-If

               If match-found And drop-wanted
                   Add 1 To nb-dropped
               Else
                   If match-found
                       Add 1 To nb-masked
                       Move All 'X'
                         To in-line-record(export-prefix-len + 1:
                             body-len)
                   End-If
                   Move in-rec-len To out-rec-len
                   Move in-line-record(1:in-rec-len)
                     To out-line-record(1:out-rec-len)
                   Write out-line-record
                   Add 1 To nb-written
               End-If
           End-If
           .

       *>  Body of the 5010-Copy-One-Export-Line search.
       5020-Check-One-Customer-In-Line.
           If cust-text-len(cust-idx) <= body-len
               Move 0 To line-tally
               Inspect in-line-record(export-prefix-len + 1:body-len)
                 Tallying line-tally
                 For All cust-value(cust-idx)
                   (1:cust-text-len(cust-idx))
               If line-tally > 0
                   Move 'Y' To match-switch
               End-If
           End-If
           .

       *>  A QUEUED dataset, its control record first, each item
       *>  record rewritten in place when it changes.
       5500-Purge-Queue.
           Open I-O rel-file
           If rel-file-status Not = '00'
               Move 'NOT CERTIFIED: could not be opened for update'
                 To outcome-text
               Perform 2920-Not-Opened
           Else
               Read rel-file Next Record
                   At End
                       Move 'Y' To eof-switch
               End-Read

               If eof
                 Or rel-rec-len < Length(qd-eyecatcher-value)
                 Or rel-record(1:Length(qd-eyecatcher-value))
                      Not = qd-eyecatcher-value
                   Move 'NOT CERTIFIED: not a QUEUED6 dataset'
                     To outcome-text
                   Perform 2910-Not-Certified
               Else
                   Add 1 To nb-read
                   Move rel-record(1:Length(qd-control)) To qd-control
                   Move qd-ctl-nb-items To open-nb-items
                   Move qd-ctl-head-rrn To open-head-rrn
                   Move qd-ctl-tail-rrn To open-tail-rrn

                   Perform 5510-Purge-One-Queue-Record Until eof

                   If nb-removed > 0
                       Perform 5520-Rewrite-Queue-Control
                   End-If
               End-If
               Close rel-file
           End-If
           .

       *>  Body of the 5500-Purge-Queue loop.  Close-of-business
       *>  markers carry no item.  A matched item's partition key
       *>  is the item's own leading bytes, so it goes too; under
       *>  DROP a record still on the queue is taken off it, as
       *>  QUEUEDM's DELR would, rather than left for a consumer to
       *>  serve blank.  A consumer still holding a claim on it
       *>  finds its token stale at DONE.
       5510-Purge-One-Queue-Record.
           Read rel-file Next Record
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
               If rel-rec-len > Length(qd-item-header)
                   Move rel-record(1:Length(qd-item-header))
                     To qd-item-header
                   If qd-item-state Not = 'M'
                       Compute item-start = Length(qd-item-header) + 1
                       Compute item-len =
                         rel-rec-len - Length(qd-item-header)
                       Move rel-record(item-start:item-len)
                         To purge-item(1:item-len)
                       Perform 7000-Examine-Item
                       If item-changed
                           Move Spaces To qd-item-part-key
                           If drop-wanted
                             And (qd-item-state = 'Q'
                               Or qd-item-state = 'C')
                               Perform 5515-Remove-Queue-Record
                           End-If
                           Move qd-item-header
                             To rel-record(1:Length(qd-item-header))
                           Move purge-item(1:item-len)
                             To rel-record(item-start:item-len)
                           Perform 5720-Rewrite-Rel-Record
                       End-If
                   End-If
               End-If
           End-If
           .

       *>  The dropped record goes to done and leaves the control
       *>  counts; a claimed one leaves the claimed count as well.
       5515-Remove-Queue-Record.
           If qd-item-state = 'C'
               Subtract 1 From qd-ctl-nb-claimed
               Move Spaces To qd-item-claim-owner
           End-If
           Move 'D' To qd-item-state
           Subtract 1 From qd-ctl-nb-items
           Add 1 To nb-removed
           .

       *>  The control record carries the removals back to record
       *>  1, and the journal records them.  A control record that
       *>  cannot be rewritten leaves the dataset uncertified and
       *>  journals nothing.
       5520-Rewrite-Queue-Control.
           Move 1 To rel-rrn
           Read rel-file Record
               Invalid Key
                   Continue
           End-Read

           If rel-file-status = '00'
               Move qd-control To rel-record(1:Length(qd-control))
               Rewrite rel-record
           End-If

           If rel-file-status Not = '00'
               Move 'NOT CERTIFIED: control rewrite refused, status'
                 To outcome-text
               Move rel-file-status To outcome-text(48:2)
               Perform 2910-Not-Certified
           Else
               Perform 5530-Write-Queue-Journal
           End-If
           .

       *>  One balance-journal record for the purge: the opening
       *>  picture, the closing one, and the removals as dequeues.
       *>  Journal failures are swallowed, as QUEUEDM swallows them;
       *>  the purge itself must stand.
       5530-Write-Queue-Journal.
           Perform 5531-Seed-Journal-Chain

           Open Extend journal-file
           If journal-file-status = '35'
               Open Output journal-file
           End-If

           If journal-file-status = '00'
               Move Current-Date    To jr-timestamp
               Call business-date-program Using
                 bd-get-func
                 jr-business-date
               End-Call
               Move in-dd-name      To jr-ddname
               Move myname          To jr-job
               Move journal-func    To jr-func
               Move open-nb-items   To jr-open-nb-items
               Move open-head-rrn   To jr-open-head-rrn
               Move open-tail-rrn   To jr-open-tail-rrn
               Move 0               To jr-nb-enqueues
               Move nb-removed      To jr-nb-dequeues
               Move qd-ctl-nb-items To jr-close-nb-items
               Move qd-ctl-head-rrn To jr-close-head-rrn
               Move qd-ctl-tail-rrn To jr-close-tail-rrn
               Move Spaces To jr-cycle-id
               Move Spaces To jr-marker-event
               Move 0      To jr-marker-rrn

               Move Length(journal-record) To journal-chain-len
               Call chain-program Using
                 chain-next-func
                 journal-dd-name
                 journal-chain-last
                 journal-chain-len
                 journal-chain-offset
                 journal-record
               End-Call

               Write journal-record
               Close journal-file
           End-If
           .

       *>  The first record a run unit appends to the journal has
       *>  to continue the chain already on it: read the journal
       *>  through once and hand STACKCHN the last record's chain
       *>  value.  A journal that does not exist yet starts the
       *>  chain from zero.
       5531-Seed-Journal-Chain.
           Call chain-program Using
             chain-last-func
             journal-dd-name
             journal-chain-last
           End-Call

           If Return-Code = rc-chain-not-seeded
               Move 0   To journal-chain-last
               Move 'N' To journal-seed-eof-switch

               Open Input journal-file
               If journal-file-status = '00'
                   Perform 5532-Read-One-Journal-Record
                     Until journal-seed-eof
                   Close journal-file
               End-If

               Call chain-program Using
                 chain-seed-func
                 journal-dd-name
                 journal-chain-last
               End-Call
           End-If
           .

       *>  Body of the 5531-Seed-Journal-Chain loop.
       5532-Read-One-Journal-Record.
           Read journal-file
               At End
                   Move 'Y' To journal-seed-eof-switch
           End-Read

           If Not journal-seed-eof
               If jr-chain-value Is Numeric
                   Move jr-chain-value To journal-chain-last
               Else
                   Move 0 To journal-chain-last
               End-If
           End-If
           .

       *>  The overflow spill: every record one item.
       5700-Purge-Overflow.
           Open I-O rel-file
           If rel-file-status Not = '00'
               Move 'NOT CERTIFIED: could not be opened for update'
                 To outcome-text
               Perform 2920-Not-Opened
           Else
               Perform 5710-Purge-One-Overflow-Record Until eof
               Close rel-file
           End-If
           .

       *>  Body of the 5700-Purge-Overflow loop.
       5710-Purge-One-Overflow-Record.
           Read rel-file Next Record
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
               Move rel-rec-len To item-len
               Move rel-record(1:item-len) To purge-item(1:item-len)
               Perform 7000-Examine-Item
               If item-changed
                   Move purge-item(1:item-len) To rel-record(1:item-len)
                   Perform 5720-Rewrite-Rel-Record
               End-If
           End-If
           .

       *>  Puts the record just read back with its purged item; a
       *>  refused rewrite leaves the dataset uncertified.
       5720-Rewrite-Rel-Record.
           Rewrite rel-record
           If rel-file-status = '00'
               Add 1 To nb-written
           Else
               Move 'NOT CERTIFIED: rewrite refused, file status'
                 To outcome-text
               Move rel-file-status To outcome-text(45:2)
               Perform 2910-Not-Certified
           End-If
           .

       *>  The dead-letter and quarantine datasets: a fixed front
       *>  of header-len bytes, the item behind it.  A dead-letter
       *>  record refused without a trustworthy item is all front.
       5800-Purge-Headed-Dataset.
           Perform 2100-Open-Copy-Pair
           If certified
               Perform 5810-Copy-One-Headed-Record Until eof
               Close in-file
               Close out-file
           End-If
           .

       *>  Body of the 5800-Purge-Headed-Dataset loop.
       5810-Copy-One-Headed-Record.
           Perform 3550-Copy-Read-Record
           If Not eof
               Move 'N' To item-drop-switch
               If in-rec-len > header-len
                   Compute item-start = header-len + 1
                   Compute item-len = in-rec-len - header-len
                   Move in-record(item-start:item-len)
                     To purge-item(1:item-len)
                   Perform 7000-Examine-Item
                   If item-changed
                       Move purge-item(1:item-len)
                         To in-record(item-start:item-len)
                   End-If
               End-If
               If Not item-dropped
                   Perform 3560-Write-As-Read
               End-If
           End-If
           .

       *>  The layout as the cards give it.
       6000-Map-Fields-Native.
           Move 'N' To map-bad-switch
           Perform 6010-Map-One-Native
             Varying fld-idx
             From 1 By 1
             Until fld-idx > fld-nb-entries

           Move ef-offset(key-fld-idx) To ef-key-offset
           Move ef-length(key-fld-idx) To ef-key-length
           Compute key-end = ef-key-offset + ef-key-length - 1
           .

       *>  Body of the 6000-Map-Fields-Native loop.
       6010-Map-One-Native.
           Move ft-offset(fld-idx) To ef-offset(fld-idx)
           Move ft-length(fld-idx) To ef-length(fld-idx)
           .

       *>  A portable marshal expanded each packed and binary field
       *>  of the layout it carries to a sign and its digits, which
       *>  moves every byte behind such a field.  Each card field
       *>  maps across by the expansions ahead of it and inside it;
       *>  one cutting a packed or binary field part way has no
       *>  portable counterpart and the items are left alone.
       6100-Map-Fields-Portable.
           Perform 6110-Map-One-Portable
             Varying fld-idx
             From 1 By 1
             Until fld-idx > fld-nb-entries

           Move ef-offset(key-fld-idx) To ef-key-offset
           Move ef-length(key-fld-idx) To ef-key-length
           Compute key-end = ef-key-offset + ef-key-length - 1
           .

       *>  Body of the 6100-Map-Fields-Portable loop.
       6110-Map-One-Portable.
           Move ft-offset(fld-idx) To map-in-offset
           Move ft-length(fld-idx) To map-in-length
           Perform 6120-Map-Range
           Move map-out-offset To ef-offset(fld-idx)
           Move map-out-length To ef-length(fld-idx)
           .

       *>  Maps map-in-offset/map-in-length to its portable
       *>  position.
       6120-Map-Range.
           Compute map-in-end = map-in-offset + map-in-length - 1
           Move 0 To map-shift
           Move 0 To map-inner

           Perform 6121-Check-One-Portable-Field
             Varying mo-idx
             From 1 By 1
             Until mo-idx > mo-nb-layout-fields Or mo-idx > 20

           Compute map-out-offset = map-in-offset + map-shift
           Compute map-out-length = map-in-length + map-inner
           .

       *>  Body of the 6120-Map-Range loop.
       6121-Check-One-Portable-Field.
           If mo-fld-type(mo-idx) = 'P' Or mo-fld-type(mo-idx) = 'B'
               Compute mo-fld-end =
                 mo-fld-offset(mo-idx) + mo-fld-length(mo-idx) - 1
               Perform 6130-Portable-Field-Len
               Evaluate True
                 When mo-fld-end < map-in-offset
                      Compute map-shift = map-shift
                        + mo-port-len - mo-fld-length(mo-idx)
                 When mo-fld-offset(mo-idx) > map-in-end
                      Continue
                 When mo-fld-offset(mo-idx) >= map-in-offset
                   And mo-fld-end <= map-in-end
                      Compute map-inner = map-inner
                        + mo-port-len - mo-fld-length(mo-idx)
                 When Other
                      Move 'Y' To map-bad-switch
               End-Evaluate
           End-If
           .

       *>  A field's portable width, as STACKMO settles it: a
       *>  packed field of L bytes as its 2L-1 digits, a binary one
       *>  as the digits its size carries, each behind a sign.
       6130-Portable-Field-Len.
           If mo-fld-type(mo-idx) = 'P'
               Compute mo-port-len = mo-fld-length(mo-idx) * 2
           Else
               Evaluate mo-fld-length(mo-idx)
                 When 2
                      Move 6 To mo-port-len
                 When 4
                      Move 11 To mo-port-len
                 When Other
                      Move 19 To mo-port-len
               End-Evaluate
           End-If
           .

       *>  Examines the item in purge-item(1:item-len): decoded
       *>  when the dataset is scrambled, its key field compared
       *>  with every customer's, and when one matches, masked,
       *>  blanked or marked for dropping by the rule -- then
       *>  encoded again.  item-changed says the caller has bytes
       *>  to put back; item-dropped that the record is not to be
       *>  written at all.  An item too short to hold the key
       *>  field cannot be any customer's.
       7000-Examine-Item.
           Add 1 To nb-items
           Move 'N' To item-changed-switch
           Move 'N' To item-drop-switch
           Move 'N' To match-switch

           If item-len >= key-end
               If item-scramble-key Not = Spaces
                   Move item-len To scramble-len
                   Call scramble-program Using
                     scramble-deco-func
                     item-scramble-key
                     scramble-len
                     purge-item(1:item-len)
                   End-Call
               End-If

               Perform 7010-Check-One-Customer
                 Varying cust-idx
                 From 1 By 1
                 Until cust-idx > cust-nb-entries Or match-found
           End-If

           If match-found
               Add 1 To nb-matched
               Evaluate True
                 When drop-wanted And slot-dataset
                      Perform 7200-Blank-Item
                      Add 1   To nb-dropped
                      Move 'Y' To item-changed-switch
                 When drop-wanted
                      Add 1   To nb-dropped
                      Move 'Y' To item-drop-switch
                 When Other
                      Perform 7100-Mask-One-Field
                        Varying fld-idx
                        From 1 By 1
                        Until fld-idx > fld-nb-entries
                      Add 1   To nb-masked
                      Move 'Y' To item-changed-switch
               End-Evaluate

               If item-changed
                 And item-scramble-key Not = Spaces
                   Move item-len To scramble-len
                   Call scramble-program Using
                     scramble-enco-func
                     item-scramble-key
                     scramble-len
                     purge-item(1:item-len)
                   End-Call
               End-If
           End-If
           .

       *>  Body of the 7000-Examine-Item customer search.
       7010-Check-One-Customer.
           If purge-item(ef-key-offset:ef-key-length)
                = cust-value(cust-idx)(1:ef-key-length)
               Move 'Y' To match-switch
           End-If
           .

       *>  Body of the 7000-Examine-Item masking loop: one field in
       *>  its style, the same three STACKE and STACKU apply, or
       *>  zero for a packed or binary one.  A field running past
       *>  a short item is masked as far as the item goes.
       7100-Mask-One-Field.
           Compute field-end = ef-offset(fld-idx) + ef-length(fld-idx)
             - 1

           If ft-style(fld-idx) Not = Space
             And ef-offset(fld-idx) <= item-len
               If field-end > item-len
                   Move item-len To field-end
               End-If
               Compute zero-len = field-end - ef-offset(fld-idx) + 1

               Evaluate True
                 When ft-type(fld-idx) = 'P'
                 When ft-type(fld-idx) = 'B'
                      Perform 7110-Zero-Field
                 When ft-style(fld-idx) = 'B'
                      Move Spaces
                        To purge-item(ef-offset(fld-idx):zero-len)
                 When ft-style(fld-idx) = 'X'
                      Move All 'X'
                        To purge-item(ef-offset(fld-idx):zero-len)
                 When ft-style(fld-idx) = 'L'
                      If zero-len > 4
                          Compute mask-keep-from = zero-len - 4
                          Move All '*'
                            To purge-item
                              (ef-offset(fld-idx):mask-keep-from)
                      End-If
               End-Evaluate
           End-If
           .

       *>  A packed or binary field set to zero: in a portable
       *>  marshal a plus sign and zero digits, otherwise a packed
       *>  zero's low-order bytes or binary zeros.  A field cut
       *>  short by the item's end is simply blanked to Low-Values.
       7110-Zero-Field.
           Evaluate True
             When zero-len < ef-length(fld-idx)
                  Move Low-Values
                    To purge-item(ef-offset(fld-idx):zero-len)
             When portable
                  Move '+' To purge-item(ef-offset(fld-idx):1)
                  If zero-len > 1
                      Move All '0'
                        To purge-item(ef-offset(fld-idx) + 1:
                            zero-len - 1)
                  End-If
             When ft-type(fld-idx) = 'P'
                  Move 0 To packed-value
                  Move packed-chars(8 - zero-len + 1:zero-len)
                    To purge-item(ef-offset(fld-idx):zero-len)
             When Other
                  Move Low-Values
                    To purge-item(ef-offset(fld-idx):zero-len)
           End-Evaluate
           .

       *>  A dropped item on a slotted dataset: blanked whole, its
       *>  packed and binary fields zeroed so the slot still holds
       *>  valid numbers.
       7200-Blank-Item.
           Move Spaces To purge-item(1:item-len)
           Perform 7210-Zero-One-Numeric
             Varying fld-idx
             From 1 By 1
             Until fld-idx > fld-nb-entries
           .

       *>  Body of the 7200-Blank-Item loop.
       7210-Zero-One-Numeric.
           If (ft-type(fld-idx) = 'P' Or ft-type(fld-idx) = 'B')
             And ef-offset(fld-idx) <= item-len
               Compute field-end = ef-offset(fld-idx)
                 + ef-length(fld-idx) - 1
               If field-end > item-len
                   Move item-len To field-end
               End-If
               Compute zero-len = field-end - ef-offset(fld-idx) + 1
               Perform 7110-Zero-Field
           End-If
           .
