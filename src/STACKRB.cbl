       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Burst sign-off report: STACKRPT's greenbar, split into one
       *> section per value of a chosen layout field -- branch,
       *> region -- so each supervisor signs for their own items and
       *> sees nobody else's.  Columns, editing and totals are
       *> STACKRPT's; what is added is the split.
       *>
       *> Each section starts on a new page, its page numbers
       *> starting again from 1, with a banner carrying the field's
       *> value and the section's distribution-list entry from the
       *> recipient dataset STACKRBR.  The section's items follow in
       *> stack order, then its own control-total page -- item count
       *> and numeric field totals -- with a signature line.
       *> Sections come in ascending order of the field's value.
       *>
       *> Recipient record layout (STACKRBR), 80 bytes, one per
       *> value of the burst field:
       *>     rcp-key          PIC X(020)  the field's value, left
       *>                                  justified as it is in the
       *>                                  item
       *>     rcp-name         PIC X(024)  who the section goes to
       *>     rcp-location     PIC X(028)  where it goes: mail stop,
       *>                                  printer, mailbox
       *>     rcp-dd-name      PIC X(008)  DDNAME of the section's
       *>                                  own output, or Spaces
       *> A value with no recipient record still gets its section,
       *> its banner saying NO RECIPIENT ON FILE, so no item drops
       *> out of the report.
       *>
       *> Every section goes to STACKRB, the operator's complete
       *> copy.  When separate outputs are asked for, a section
       *> whose recipient names a DDNAME is also written there, by
       *> itself; two recipients naming one DDNAME share it, in
       *> section order.
       *>
       *> The complete copy ends with a distribution summary page:
       *> one line per section -- value, recipient, item count,
       *> output -- then each numeric field's total over the whole
       *> stack set beside the sum of the section totals, and the
       *> item count likewise, each marked AGREES or OUT OF BALANCE,
       *> so the sections are proved to add back to the stack.
       *>
       *> Needs a registered STACKLY layout (the burst field is one
       *> of its fields, at most 20 bytes long) and, like STACKRPT,
       *> a fixed-length stack.  The stack is undisturbed.
       *>
       *> Return codes:
       *>     0   every section reported and tied
       *>     4   at least one section has no recipient on file
       *>     8   no layout, or the burst field is not one of its
       *>         fields, is longer than 20 bytes, or runs outside
       *>         the item
       *>     12  varlen, compressed or segmented stack
       *>     16  a recipient's output could not be opened; the
       *>         section is on the complete copy only
       *>     20  the field has more than 500 different values;
       *>         nothing was reported
       *>     24  the sections do not add back to the stack
       *>     72  the anchor block is not a stack's
       *> The highest condition met is returned.
       *>
       Program-ID. STACKRB.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select report-file Assign To "STACKRB"
             Organization Is Sequential
           .
           Select recipient-file Assign To "STACKRBR"
             Organization Is Sequential
             File Status Is recipient-file-status
           .
           Select section-file Assign To Dynamic section-dd-name
             Organization Is Sequential
             File Status Is section-file-status
           .
       Data Division.
       File Section.
       FD  report-file.
       01  report-record                PIC X(132).

       FD  recipient-file.
       01  recipient-record.
           05  rcp-key                  PIC X(020).
           05  rcp-name                 PIC X(024).
           05  rcp-location             PIC X(028).
           05  rcp-dd-name              PIC X(008).

       FD  section-file.
       01  section-record               PIC X(132).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKRB'.
           05  layout-get-func          PIC X(004) Value 'GET '.
           05  lines-per-page           PIC 9(004) Value 50.
           05  report-width             PIC 9(004) Value 132.
           05  key-tbl-max              PIC 9(004) Value 500.
           05  rcp-tbl-max              PIC 9(004) Value 500.
           05  max-key-len              PIC 9(004) Value 20.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating a section has no recipient on
           *>  STACKRBR.
           05  rc-no-recipient          PIC S9(004) Binary Value +4.
           *>  Return code indicating no layout, or no usable burst
           *>  field in it.
           05  rc-bad-burst-field       PIC S9(004) Binary Value +8.
           *>  Return code indicating the stack is varlen,
           *>  compressed or segmented; its items aren't a uniform
           *>  stride apart.
           05  rc-varlen-not-supported  PIC S9(004) Binary Value +12.
           *>  Return code indicating a recipient's own output
           *>  could not be opened.
           05  rc-section-not-opened    PIC S9(004) Binary Value +16.
           *>  Return code indicating too many different values of
           *>  the burst field.
           05  rc-too-many-sections     PIC S9(004) Binary Value +20.
           *>  Return code indicating the section totals do not add
           *>  back to the stack's.
           05  rc-out-of-balance        PIC S9(004) Binary Value +24.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  Return code indicating stack-eyecatcher did not
           *>  match ab-eyecatcher.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.

       *>  The dynamically assigned section output and the file
       *>  statuses.
       01  burst-files.
           05  section-dd-name          PIC X(008) Value Spaces.
           05  section-file-status      PIC X(002) Value '00'.
           05  recipient-file-status    PIC X(002) Value '00'.

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

       *>  Edited forms for the detail columns and the totals.
       01  amount-edit                  PIC -(17)9.
       01  count-edit                   PIC Z(8)9.

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  layout-rc                PIC S9(004) Binary Value +0.
           05  fld-idx                  PIC 9(004) Value 0.
           05  col-fit-count            PIC 9(004) Value 0.
           05  next-col-pos             PIC 9(004) Value 0.
           05  name-len                 PIC 9(004) Value 0.
           05  col-width-work           PIC 9(004) Value 0.
           05  page-number              PIC 9(005) Value 0.
           05  line-count               PIC 9(004) Value 0.
           05  walk-depth               PIC 9(009) Binary Value 0.
           05  item-position            PIC 9(009) Binary Value 0.
           05  field-position           PIC 9(009) Binary Value 0.
           05  work-value               PIC S9(018) Binary Value +0.
           05  numeric-ok-switch        PIC X(001) Value 'Y'.
               88  numeric-ok                       Value 'Y'.
           05  today-stamp              PIC X(021) Value Spaces.
           *>  The burst field: its layout slot, and the current
           *>  item's value of it.
           05  burst-idx                PIC 9(004) Value 0.
           05  burst-name-len           PIC 9(004) Value 0.
           05  item-key                 PIC X(020) Value Spaces.
           *>  Where a key search stopped: the matching entry, or
           *>  the entry the key belongs in front of.
           05  key-idx                  PIC 9(004) Value 0.
           05  shift-idx                PIC 9(004) Value 0.
           05  key-found-switch         PIC X(001) Value 'N'.
               88  key-found                        Value 'Y'.
           05  key-place-switch         PIC X(001) Value 'N'.
               88  key-placed                       Value 'Y'.
           05  too-many-switch          PIC X(001) Value 'N'.
               88  too-many-keys                    Value 'Y'.
           *>  The section being printed.
           05  sec-idx                  PIC 9(004) Value 0.
           05  sec-rcp-idx              PIC 9(004) Value 0.
           05  sec-output-switch        PIC X(001) Value 'N'.
               88  sec-output-open                  Value 'Y'.
           05  rcp-idx                  PIC 9(004) Value 0.
           05  rcp-eof-switch           PIC X(001) Value 'N'.
               88  rcp-eof                          Value 'Y'.
           05  dd-used-switch           PIC X(001) Value 'N'.
               88  dd-used-before                   Value 'Y'.
           05  summary-switch           PIC X(001) Value 'N'.
               88  summary-page                     Value 'Y'.
           *>  The tie-back.
           05  sum-items                PIC 9(009) Binary Value 0.
           05  sum-total                PIC S9(018) Binary Value +0.
           05  nb-without-recipient     PIC 9(004) Value 0.

       *>  One planned column per layout field that fits the page,
       *>  with the current section's total and the whole stack's.
       01  column-table.
           05  col-entry Occurs 20 Times.
               10  col-pos              PIC 9(004).
               10  col-width            PIC 9(004).
               10  col-numeric-switch   PIC X(001).
               10  col-total            PIC S9(018) Binary.
               10  col-stack-total      PIC S9(018) Binary.

       *>  The burst field's values, ascending, each with its item
       *>  count, its recipient and its section's totals.
       01  key-table.
           05  kt-nb-entries            PIC 9(004) Value 0.
           05  kt-entry Occurs 500 Times.
               10  kt-key               PIC X(020).
               10  kt-count             PIC 9(009) Binary.
               10  kt-rcp-idx           PIC 9(004).
               10  kt-output-switch     PIC X(001).
                   88  kt-output-written            Value 'Y'.
               10  kt-total Occurs 20 Times
                                        PIC S9(018) Binary.

       *>  The recipients read off STACKRBR.
       01  recipient-table.
           05  rt-nb-entries            PIC 9(004) Value 0.
           05  rt-entry Occurs 500 Times.
               10  rt-key               PIC X(020).
               10  rt-name              PIC X(024).
               10  rt-location          PIC X(028).
               10  rt-dd-name           PIC X(008).
               10  rt-used-switch       PIC X(001).
                   88  rt-dd-used                   Value 'Y'.

       *>  The layout STACKLY hands back for this stack.
       Copy 'STACKLYT.cpy'.

       Linkage Section.
       *>  Input.  Pointer to the anchor block for the stack.
       01  ab-ptr                       Pointer.

       Copy 'STACKAB.cpy'.

       *>  The contents of the stack, in its entirety.
       01  stack-items.
           05  Occurs 1 To Unbounded
               Depending stack-items-len
               PIC X(001).

       *>  Input.  The fld-name of the layout field to burst on.
       01  burst-field                  PIC X(012).

       *>  Input, optional.  'Y' to write each section whose
       *>  recipient names a DDNAME to that DDNAME as well;
       *>  omitted or anything else for the complete copy only.
       01  separate-mode                PIC X(001).
           88  separate-outputs                     Value 'Y'.

       Procedure Division Using
             ab-ptr
             burst-field
             Optional separate-mode
           .

           Set Address Of ab To ab-ptr

           If stack-eyecatcher Not = ab-eyecatcher
               Move rc-ab-corrupt To Return-Code
               Goback
           End-If

           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
               Move rc-varlen-not-supported To Return-Code
               Goback
           End-If

           Set Address Of stack-items To stack-items-ptr
           Move Current-Date To today-stamp

           Call 'STACKLY' Using
             layout-get-func
             ab-ptr
             item-layout
           End-Call
           Move Return-Code To layout-rc
           If layout-rc Not = rc-success Or layout-nb-fields = 0
               Display myname ' no layout registered for this'
                 ' stack; nothing to burst on'
               Move rc-bad-burst-field To Return-Code
               Goback
           End-If

           Move 0 To burst-idx
           Perform 1100-Find-Burst-Field
             Varying fld-idx
             From 1 By 1
             Until fld-idx > layout-nb-fields Or burst-idx > 0

           If burst-idx = 0
               Display myname ' burst field ' burst-field
                 ' is not in the layout'
               Move rc-bad-burst-field To Return-Code
               Goback
           End-If

           If fld-offset(burst-idx) < 1
             Or fld-length(burst-idx) < 1
             Or fld-length(burst-idx) > max-key-len
             Or fld-offset(burst-idx) + fld-length(burst-idx) - 1
                 > stack-item-len
               Display myname ' burst field ' burst-field
                 ' is longer than 20 bytes or runs outside the item'
               Move rc-bad-burst-field To Return-Code
               Goback
           End-If

           Perform 1000-Plan-Columns

           Perform 1200-Collect-One-Key
             Varying walk-depth
             From 1 By 1
             Until walk-depth > stack-curr-nb-items
               Or too-many-keys

           If too-many-keys
               Display myname ' burst field ' burst-field
                 ' has more than 500 values; nothing reported'
               Move rc-too-many-sections To Return-Code
               Goback
           End-If

           Perform 1300-Load-Recipients

           Open Output report-file

           Perform 3000-Print-One-Section
             Varying sec-idx
             From 1 By 1
             Until sec-idx > kt-nb-entries

           Perform 4000-Print-Summary-Page

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  Lays the columns out left to right, as STACKRPT does:
       *>  each field gets the wider of its value and its label,
       *>  plus a two-space gutter; fields past the 132nd column
       *>  are left off with a "+" behind the last label.
       1000-Plan-Columns.
           Move 0 To col-fit-count
           Move 11 To next-col-pos

           Perform 1010-Plan-One-Column
             Varying fld-idx
             From 1 By 1
             Until fld-idx > layout-nb-fields
           .

       *>  Body of the 1000-Plan-Columns walk.
       1010-Plan-One-Column.
           Move Length(Trim(fld-name(fld-idx))) To name-len

           If fld-length(fld-idx) > name-len
               Move fld-length(fld-idx) To col-width-work
           Else
               Move name-len To col-width-work
           End-If

       *>  A numeric column prints edited, which can run a sign
       *>  and separators past the raw width.
           If fld-type(fld-idx) = 'N' Or fld-type(fld-idx) = 'P'
             Or fld-type(fld-idx) = 'B'
               If col-width-work < 12
                   Move 12 To col-width-work
               End-If
           End-If

           If fld-offset(fld-idx) >= 1
             And fld-length(fld-idx) >= 1
             And fld-offset(fld-idx) + fld-length(fld-idx) - 1
                 <= stack-item-len
             And next-col-pos + col-width-work <= report-width
             And fld-idx = col-fit-count + 1
               Add 1 To col-fit-count
               Move next-col-pos    To col-pos(fld-idx)
               Move col-width-work  To col-width(fld-idx)
               Move 0               To col-total(fld-idx)
               Move 0               To col-stack-total(fld-idx)
               If fld-type(fld-idx) = 'N'
                 Or fld-type(fld-idx) = 'P'
                 Or fld-type(fld-idx) = 'B'
                   Move 'Y' To col-numeric-switch(fld-idx)
               Else
                   Move 'N' To col-numeric-switch(fld-idx)
               End-If
               Compute next-col-pos =
                 next-col-pos + col-width-work + 2
           End-If
           .

       *>  Body of the burst field search.
       1100-Find-Burst-Field.
           If fld-name(fld-idx) = burst-field
               Move fld-idx To burst-idx
           End-If
           .

       *>  Body of the first walk: files the item under its value
       *>  of the burst field, and adds it to the whole stack's
       *>  totals the sections are proved against.
       1200-Collect-One-Key.
           Perform 5000-Locate-Item

           Perform 1210-Find-Key

           If Not key-found
               If kt-nb-entries >= key-tbl-max
                   Move 'Y' To too-many-switch
               Else
                   Perform 1220-Insert-Key
               End-If
           End-If

           If Not too-many-keys
               Add 1 To kt-count(key-idx)
               Perform 1230-Add-Stack-Total
                 Varying fld-idx
                 From 1 By 1
                 Until fld-idx > col-fit-count
           End-If
           .

       *>  Looks item-key up in the ascending key table; key-idx
       *>  is left on the match, or on the entry it belongs in
       *>  front of.
       1210-Find-Key.
           Move 'N' To key-found-switch
           Move 'N' To key-place-switch
           Perform 1211-Check-One-Key
             Varying key-idx
             From 1 By 1
             Until key-idx > kt-nb-entries Or key-placed
           If key-placed
               Subtract 1 From key-idx
           End-If
           .

       *>  Body of the 1210-Find-Key search.
       1211-Check-One-Key.
           If kt-key(key-idx) >= item-key
               Move 'Y' To key-place-switch
               If kt-key(key-idx) = item-key
                   Move 'Y' To key-found-switch
               End-If
           End-If
           .

       *>  Opens a slot at key-idx for a new value.
       1220-Insert-Key.
           Perform 1221-Shift-One-Key
             Varying shift-idx
             From kt-nb-entries By -1
             Until shift-idx < key-idx

           Add 1 To kt-nb-entries
           Initialize kt-entry(key-idx)
           Move item-key To kt-key(key-idx)
           .

       *>  Body of the 1220-Insert-Key shuffle.
       1221-Shift-One-Key.
           Move kt-entry(shift-idx) To kt-entry(shift-idx + 1)
           .

       *>  Body of the stack-total walk.
       1230-Add-Stack-Total.
           If col-numeric-switch(fld-idx) = 'Y'
               Compute field-position =
                 item-position + fld-offset(fld-idx) - 1
               Perform 3120-Stage-Numeric-Value
               If numeric-ok
                   Add work-value To col-stack-total(fld-idx)
               End-If
           End-If
           .

       *>  The distribution list; no STACKRBR means no recipients,
       *>  and every section says so.
       1300-Load-Recipients.
           Open Input recipient-file

           If recipient-file-status = '00'
               Perform 1310-Load-One-Recipient Until rcp-eof
               Close recipient-file
           End-If

           Perform 1320-Match-Recipient
             Varying sec-idx
             From 1 By 1
             Until sec-idx > kt-nb-entries
           .

       *>  Body of the 1300-Load-Recipients loop.
       1310-Load-One-Recipient.
           Read recipient-file
               At End
                   Move 'Y' To rcp-eof-switch
           End-Read

           If Not rcp-eof
             And rt-nb-entries < rcp-tbl-max
               Add 1 To rt-nb-entries
               Move rcp-key      To rt-key(rt-nb-entries)
               Move rcp-name     To rt-name(rt-nb-entries)
               Move rcp-location To rt-location(rt-nb-entries)
               Move rcp-dd-name  To rt-dd-name(rt-nb-entries)
               Move 'N'          To rt-used-switch(rt-nb-entries)
           End-If
           .

       *>  Body of the recipient match: the first STACKRBR record
       *>  for the value is its recipient.
       1320-Match-Recipient.
           Move 0 To kt-rcp-idx(sec-idx)
           Perform 1321-Check-One-Recipient
             Varying rcp-idx
             From 1 By 1
             Until rcp-idx > rt-nb-entries
               Or kt-rcp-idx(sec-idx) > 0
           .

       *>  Body of the 1320-Match-Recipient search.
       1321-Check-One-Recipient.
           If rt-key(rcp-idx) = kt-key(sec-idx)
               Move rcp-idx To kt-rcp-idx(sec-idx)
           End-If
           .

       *>  Page heading: title line, identity line, column labels.
       *>  Within a section the identity line names the section
       *>  and the page number counts from the section's start.
       2000-Start-New-Page.
           Add 1 To page-number
           Move 0 To line-count

           Move Spaces To report-record
           If summary-page
               Move 'STACK SIGN-OFF DISTRIBUTION SUMMARY'
                 To report-record(1:35)
           Else
               Move 'STACK CONTENTS SIGN-OFF REPORT'
                 To report-record(1:30)
           End-If
           Move 'DATE' To report-record(90:4)
           Move today-stamp(1:4) To report-record(95:4)
           Move '/' To report-record(99:1)
           Move today-stamp(5:2) To report-record(100:2)
           Move '/' To report-record(102:1)
           Move today-stamp(7:2) To report-record(103:2)
           Move 'PAGE' To report-record(110:4)
           Move page-number To count-edit
           Move count-edit To report-record(115:9)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move 'STACK:' To report-record(1:6)
           If stack-audit-id = Spaces
               Move '(unnamed)' To report-record(8:9)
           Else
               Move stack-audit-id To report-record(8:8)
           End-If
           Move 'ITEMS:' To report-record(20:6)
           If summary-page
               Move stack-curr-nb-items To count-edit
           Else
               Move kt-count(sec-idx) To count-edit
           End-If
           Move count-edit To report-record(27:9)
           If Not summary-page
               Move 'SECTION:' To report-record(40:8)
               Move Length(Trim(burst-field)) To burst-name-len
               Move burst-field(1:burst-name-len)
                 To report-record(49:burst-name-len)
               Move '=' To report-record(50 + burst-name-len:1)
               Move kt-key(sec-idx)
                 To report-record(52 + burst-name-len:20)
           End-If
           Perform 9000-Write-Line

           Move Spaces To report-record
           Perform 9000-Write-Line
           .

       *>  Column labels under a section's page heading.
       2100-Write-Column-Headings.
           Move Spaces To report-record
           Move 'DEPTH' To report-record(1:5)
           Perform 2110-Heading-One-Column
             Varying fld-idx
             From 1 By 1
             Until fld-idx > col-fit-count
           If col-fit-count < layout-nb-fields
               Move '+' To report-record(report-width:1)
           End-If
           Perform 9000-Write-Line

           Move Spaces To report-record
           Perform 9000-Write-Line
           Move 2 To line-count
           .

       *>  Body of the column-label line.
       2110-Heading-One-Column.
           Move Length(Trim(fld-name(fld-idx))) To name-len
           Move fld-name(fld-idx)(1:name-len)
             To report-record(col-pos(fld-idx):name-len)
           .

       *>  The distribution banner that opens a section.
       2200-Write-Banner.
           Move Spaces To report-record
           Move All '*' To report-record(1:72)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move '*  DISTRIBUTION:' To report-record(1:16)
           If sec-rcp-idx = 0
               Move 'NO RECIPIENT ON FILE' To report-record(18:20)
           Else
               Move rt-name(sec-rcp-idx) To report-record(18:24)
           End-If
           Move '*' To report-record(72:1)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move '*  LOCATION:' To report-record(1:12)
           If sec-rcp-idx > 0
               Move rt-location(sec-rcp-idx) To report-record(18:28)
           End-If
           Move '*' To report-record(72:1)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move '*  SECTION:' To report-record(1:11)
           Move burst-field(1:burst-name-len)
             To report-record(18:burst-name-len)
           Move '=' To report-record(19 + burst-name-len:1)
           Move kt-key(sec-idx) To report-record(21 + burst-name-len:20)
           Move '*' To report-record(72:1)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move All '*' To report-record(1:72)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Perform 9000-Write-Line
           .

       *>  One section: banner, its items, its control totals.
       3000-Print-One-Section.
           Move kt-rcp-idx(sec-idx) To sec-rcp-idx
           If sec-rcp-idx = 0
               Add 1 To nb-without-recipient
               If save-rc < rc-no-recipient
                   Move rc-no-recipient To save-rc
               End-If
           End-If

           Perform 3050-Open-Section-Output

           Perform 3060-Zero-Section-Total
             Varying fld-idx
             From 1 By 1
             Until fld-idx > col-fit-count

           Move 0 To page-number
           Perform 2000-Start-New-Page
           Perform 2200-Write-Banner
           Perform 2100-Write-Column-Headings

           Perform 3100-Print-One-Item
             Varying walk-depth
             From 1 By 1
             Until walk-depth > stack-curr-nb-items

           Perform 3200-Print-Section-Totals

           If sec-output-open
               Close section-file
               Move 'N' To sec-output-switch
           End-If
           .

       *>  A section whose recipient names a DDNAME, when separate
       *>  outputs were asked for, is written there as well; a
       *>  DDNAME an earlier section already wrote is extended.
       3050-Open-Section-Output.
           Move 'N' To sec-output-switch

           If separate-mode Is Not Omitted
             And separate-outputs
             And sec-rcp-idx > 0
             And rt-dd-name(sec-rcp-idx) Not = Spaces
               Move rt-dd-name(sec-rcp-idx) To section-dd-name
               Move 'N' To dd-used-switch
               Perform 3055-Check-Dd-Used
                 Varying rcp-idx
                 From 1 By 1
                 Until rcp-idx > rt-nb-entries Or dd-used-before

               If dd-used-before
                   Open Extend section-file
               Else
                   Open Output section-file
               End-If

               If section-file-status = '00'
                   Move 'Y' To sec-output-switch
                   Move 'Y' To rt-used-switch(sec-rcp-idx)
                   Move 'Y' To kt-output-switch(sec-idx)
               Else
                   Display myname ' ' section-dd-name
                     ' could not be opened, file status '
                     section-file-status '; section '
                     kt-key(sec-idx) ' on STACKRB only'
                   If save-rc < rc-section-not-opened
                       Move rc-section-not-opened To save-rc
                   End-If
               End-If
           End-If
           .

       *>  Body of the DDNAME reuse check.
       3055-Check-Dd-Used.
           If rt-dd-used(rcp-idx)
             And rt-dd-name(rcp-idx) = section-dd-name
               Move 'Y' To dd-used-switch
           End-If
           .

       *>  Body of the section-total reset.
       3060-Zero-Section-Total.
           Move 0 To col-total(fld-idx)
           .

       *>  One detail line, for an item in the section; a full
       *>  page breaks to a fresh heading first.
       3100-Print-One-Item.
           Perform 5000-Locate-Item

           If item-key = kt-key(sec-idx)
               If line-count >= lines-per-page
                   Perform 2000-Start-New-Page
                   Perform 2100-Write-Column-Headings
               End-If

               Move Spaces To report-record
               Move walk-depth To count-edit
               Move count-edit To report-record(1:9)

               Perform 3110-Print-One-Column
                 Varying fld-idx
                 From 1 By 1
                 Until fld-idx > col-fit-count

               Perform 9000-Write-Line
               Add 1 To line-count
           End-If
           .

       *>  One column of one detail line: numeric types edited and
       *>  totaled, character types byte for byte.
       3110-Print-One-Column.
           Compute field-position =
             item-position + fld-offset(fld-idx) - 1

           If col-numeric-switch(fld-idx) = 'Y'
               Perform 3120-Stage-Numeric-Value

               If numeric-ok
                   Add work-value To col-total(fld-idx)
                   Move work-value To amount-edit
                   Move amount-edit
                     (19 - col-width(fld-idx):col-width(fld-idx))
                     To report-record
                       (col-pos(fld-idx):col-width(fld-idx))
               Else
                   Move All '*'
                     To report-record
                       (col-pos(fld-idx):col-width(fld-idx))
               End-If
           Else
               Move stack-items
                 (field-position:fld-length(fld-idx))
                 To report-record
                   (col-pos(fld-idx):fld-length(fld-idx))
           End-If
           .

       *>  Reads the field's bytes as the number its type declares,
       *>  into work-value.  A zoned field that is not numeric
       *>  prints as asterisks instead of abending the report.
       3120-Stage-Numeric-Value.
           Move 'Y' To numeric-ok-switch

           Evaluate fld-type(fld-idx)
             When 'N'
                  If fld-length(fld-idx) > 18
                      Move 'N' To numeric-ok-switch
                  Else
                      Move Zeros To zoned-chars
                      Move stack-items
                        (field-position:fld-length(fld-idx))
                        To zoned-chars
                          (18 - fld-length(fld-idx) + 1:
                            fld-length(fld-idx))
                      If zoned-chars Is Numeric
                          Move zoned-value To work-value
                      Else
                          Move 'N' To numeric-ok-switch
                      End-If
                  End-If
             When 'P'
                  If fld-length(fld-idx) > 8
                      Move 'N' To numeric-ok-switch
                  Else
                      Move Low-Values To packed-chars
                      Move stack-items
                        (field-position:fld-length(fld-idx))
                        To packed-chars
                          (9 - fld-length(fld-idx):
                            fld-length(fld-idx))
                      Move packed-value To work-value
                  End-If
             When 'B'
                  Evaluate fld-length(fld-idx)
                    When 2
                         Move stack-items(field-position:2)
                           To bin-chars(1:2)
                         Move bin2-value To work-value
                    When 4
                         Move stack-items(field-position:4)
                           To bin-chars(1:4)
                         Move bin4-value To work-value
                    When 8
                         Move stack-items(field-position:8)
                           To bin-chars(1:8)
                         Move bin8-value To work-value
                    When Other
                         Move 'N' To numeric-ok-switch
                  End-Evaluate
           End-Evaluate
           .

       *>  The section's control-total page its recipient signs:
       *>  item count and one totaled line per numeric column,
       *>  kept for the summary's tie-back.
       3200-Print-Section-Totals.
           Perform 2000-Start-New-Page

           Move Spaces To report-record
           Move 'SECTION CONTROL TOTALS' To report-record(1:22)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move 'ITEMS REPORTED:' To report-record(1:15)
           Move kt-count(sec-idx) To count-edit
           Move count-edit To report-record(17:9)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Perform 9000-Write-Line

           Perform 3210-Print-One-Total
             Varying fld-idx
             From 1 By 1
             Until fld-idx > col-fit-count

           Move Spaces To report-record
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move 'SIGNED: ______________________'
             To report-record(1:30)
           Move 'DATE: ____________' To report-record(40:18)
           Perform 9000-Write-Line
           .

       *>  Body of the section totals walk; character columns have
       *>  nothing to total.
       3210-Print-One-Total.
           Move col-total(fld-idx) To kt-total(sec-idx, fld-idx)

           If col-numeric-switch(fld-idx) = 'Y'
               Move Spaces To report-record
               Move Length(Trim(fld-name(fld-idx))) To name-len
               Move fld-name(fld-idx)(1:name-len)
                 To report-record(1:name-len)
               Move col-total(fld-idx) To amount-edit
               Move amount-edit To report-record(20:18)
               Perform 9000-Write-Line
           End-If
           .

       *>  The distribution summary, on the complete copy only:
       *>  every section, then the tie-back to the whole stack.
       4000-Print-Summary-Page.
           Move 'Y' To summary-switch
           Move 0 To page-number
           Perform 2000-Start-New-Page

           Move Spaces To report-record
           Move Length(Trim(burst-field)) To burst-name-len
           Move burst-field(1:burst-name-len)
             To report-record(1:burst-name-len)
           Move 'RECIPIENT' To report-record(23:9)
           Move 'LOCATION' To report-record(49:8)
           Move 'ITEMS' To report-record(83:5)
           Move 'OUTPUT' To report-record(90:6)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Perform 9000-Write-Line

           Move 0 To sum-items
           Perform 4010-Print-One-Section-Line
             Varying sec-idx
             From 1 By 1
             Until sec-idx > kt-nb-entries

           Move Spaces To report-record
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move 'TIE-BACK' To report-record(1:8)
           Move 'WHOLE STACK' To report-record(32:11)
           Move 'SECTIONS' To report-record(54:8)
           Perform 9000-Write-Line

           Move Spaces To report-record
           Move 'ITEMS' To report-record(1:5)
           Move stack-curr-nb-items To amount-edit
           Move amount-edit To report-record(25:18)
           Move sum-items To amount-edit
           Move amount-edit To report-record(44:18)
           If sum-items = stack-curr-nb-items
               Move 'AGREES' To report-record(64:6)
           Else
               Move 'OUT OF BALANCE' To report-record(64:14)
               Move rc-out-of-balance To save-rc
           End-If
           Perform 9000-Write-Line

           Perform 4020-Print-One-Tie-Back
             Varying fld-idx
             From 1 By 1
             Until fld-idx > col-fit-count

           If nb-without-recipient > 0
               Move Spaces To report-record
               Perform 9000-Write-Line
               Move Spaces To report-record
               Move nb-without-recipient To count-edit
               Move count-edit To report-record(1:9)
               Move 'SECTIONS HAVE NO RECIPIENT ON FILE'
                 To report-record(11:34)
               Perform 9000-Write-Line
           End-If
           .

       *>  Body of the section list.
       4010-Print-One-Section-Line.
           Add kt-count(sec-idx) To sum-items
           Move kt-rcp-idx(sec-idx) To sec-rcp-idx

           Move Spaces To report-record
           Move kt-key(sec-idx) To report-record(1:20)
           If sec-rcp-idx = 0
               Move 'NO RECIPIENT ON FILE' To report-record(23:20)
           Else
               Move rt-name(sec-rcp-idx) To report-record(23:24)
               Move rt-location(sec-rcp-idx) To report-record(49:28)
           End-If
           Move kt-count(sec-idx) To count-edit
           Move count-edit To report-record(79:9)
           If kt-output-written(sec-idx)
               Move rt-dd-name(sec-rcp-idx) To report-record(90:8)
           Else
               Move 'STACKRB' To report-record(90:7)
           End-If
           Perform 9000-Write-Line
           .

       *>  Body of the tie-back walk: a numeric column's stack
       *>  total beside its section totals' sum.
       4020-Print-One-Tie-Back.
           If col-numeric-switch(fld-idx) = 'Y'
               Move 0 To sum-total
               Perform 4030-Add-Section-Total
                 Varying sec-idx
                 From 1 By 1
                 Until sec-idx > kt-nb-entries

               Move Spaces To report-record
               Move Length(Trim(fld-name(fld-idx))) To name-len
               Move fld-name(fld-idx)(1:name-len)
                 To report-record(1:name-len)
               Move col-stack-total(fld-idx) To amount-edit
               Move amount-edit To report-record(25:18)
               Move sum-total To amount-edit
               Move amount-edit To report-record(44:18)
               If sum-total = col-stack-total(fld-idx)
                   Move 'AGREES' To report-record(64:6)
               Else
                   Move 'OUT OF BALANCE' To report-record(64:14)
                   Move rc-out-of-balance To save-rc
               End-If
               Perform 9000-Write-Line
           End-If
           .

       *>  Body of the section-total sum.
       4030-Add-Section-Total.
           Add kt-total(sec-idx, fld-idx) To sum-total
           .

       *>  Positions on the item at walk-depth (1 = top) and picks
       *>  up its value of the burst field.
       5000-Locate-Item.
           Compute item-position =
             stack-items-position
               - ((walk-depth - 1) * stack-item-len)

           Compute field-position =
             item-position + fld-offset(burst-idx) - 1
           Move Spaces To item-key
           Move stack-items(field-position:fld-length(burst-idx))
             To item-key(1:fld-length(burst-idx))
           .

       *>  Every line goes on the complete copy, and on the
       *>  section's own output when it has one.
       9000-Write-Line.
           Write report-record

           If sec-output-open
               Write section-record From report-record
           End-If
           .
