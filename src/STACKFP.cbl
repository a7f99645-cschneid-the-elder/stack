       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Field-level data profile of a stack: walks it
       *> non-destructively, the way STACKLV does, and for every
       *> field of the stack's STACKLY layout reports to STACKFPRPT
       *>     - how many items have the field populated and how many
       *>       have it blank (all Spaces or all Low-Values)
       *>     - for a numeric field (fld-type 'N', or fld-domain 'N'
       *>       or 'D'), how many populated values are not all
       *>       digits
       *>     - the lowest and highest populated value, compared as
       *>       characters
       *>     - a distinct-value count
       *>     - the ten most frequent populated values, with counts.
       *> STACKLV says whether a feed passes its registered domains;
       *> this says what is actually in it, which is what is wanted
       *> before a new feed is trusted in the first place.
       *>
       *> Frequencies are kept for at most 50 different values per
       *> field, compared on their first 40 bytes.  While a field
       *> has no more different values than that its top ten and
       *> its distinct count are exact.  Once a 51st turns up, the
       *> least frequent value kept gives up its place to it and
       *> passes on its count (the space-saving way of keeping
       *> heavy hitters), so a value that is genuinely frequent is
       *> still reported, but the counts printed are upper bounds
       *> and the top ten are marked approximate.  The distinct
       *> count then comes from a bitmap of 8192 slots the values
       *> are hashed into with the running
       *>     hash = Mod(hash * 31 + Ord(byte), 999999937)
       *> STACKU uses, estimated by linear counting from how many
       *> slots were left empty; past about 70000 distinct values
       *> every slot is taken and the count is printed as a floor.
       *>
       *> For a STACKU extract rather than a live stack, STACKFPX
       *> loads the extract onto a scratch stack and calls this.
       *>
       *> Like STACKLV, only meaningful against a fixed-length
       *> stack; a varlen, compressed or segmented stack's items
       *> aren't a uniform stride apart.  Fields longer than 256
       *> bytes, or running outside the item, are listed but not
       *> profiled.
       *>
       *> Return codes:
       *>     0  profiled
       *>     4  the stack is empty; the report says so
       *>     8  no layout registered for the stack
       *>    12  varlen, compressed or segmented stack
       *>    16  STACKFPRPT could not be opened
       *>    72  the anchor block is not a stack's
       *>
       Program-ID. STACKFP.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select report-file Assign To "STACKFPRPT"
             Organization Is Sequential
             File Status Is report-file-status
           .
       Data Division.
       File Section.
       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKFP'.
           05  layout-get-func          PIC X(004) Value 'GET '.
           *>  How many different values a field's frequency table
           *>  holds, and how many of them are reported.
           05  max-values               PIC 9(004) Binary Value 50.
           05  max-top-values           PIC 9(004) Binary Value 10.
           *>  Slots in a field's distinct-value bitmap.
           05  bitmap-slots             PIC 9(009) Binary Value 8192.
           05  hash-modulus             PIC 9(009) Binary
                                        Value 999999937.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the stack holds no items; the
           *>  report says so and carries no field lines.
           05  rc-stack-empty           PIC S9(004) Binary Value +4.
           *>  Return code indicating no layout is registered for
           *>  this stack; there are no fields to profile.
           05  rc-no-layout             PIC S9(004) Binary Value +8.
           *>  Return code indicating the stack is varlen,
           *>  compressed or segmented; its items aren't a uniform
           *>  stride apart.
           05  rc-varlen-not-supported  PIC S9(004) Binary Value +12.
           *>  Return code indicating STACKFPRPT could not be
           *>  opened; nothing was profiled.
           05  rc-report-not-opened     PIC S9(004) Binary Value +16.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  Return code indicating stack-eyecatcher did not
           *>  match ab-eyecatcher.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  layout-rc                PIC S9(004) Binary Value +0.
           05  report-file-status       PIC X(002) Value '00'.
           05  walk-depth               PIC 9(009) Binary Value 0.
           05  item-position            PIC 9(009) Binary Value 0.
           05  field-position           PIC 9(009) Binary Value 0.
           05  fld-idx                  PIC 9(004) Value 0.
           05  byte-idx                 PIC 9(009) Binary Value 0.
           05  value-idx                PIC 9(004) Binary Value 0.
           05  found-idx                PIC 9(004) Binary Value 0.
           05  low-idx                  PIC 9(004) Binary Value 0.
           05  top-rank                 PIC 9(004) Binary Value 0.
           05  nb-items-profiled        PIC 9(009) Binary Value 0.
           05  work-field               PIC X(256) Value Spaces.
           05  work-field-len           PIC 9(009) Binary Value 0.
           05  value-key                PIC X(040) Value Spaces.
           05  value-hash               PIC 9(018) Binary Value 0.
           05  slot-nbr                 PIC 9(009) Binary Value 0.
           05  slots-used               PIC 9(009) Binary Value 0.
           05  slots-empty              PIC 9(009) Binary Value 0.
           05  distinct-estimate        PIC 9(009) Binary Value 0.
           05  shown-len                PIC 9(009) Binary Value 0.
           05  numeric-ok-switch        PIC X(001) Value 'Y'.
               88  numeric-ok                       Value 'Y'.
           05  count-edit               PIC Z(8)9.
           05  length-edit              PIC Z(3)9.
           05  rank-edit                PIC Z9.

       *>  What has been seen of each layout field so far.
       01  profile-table.
           05  pf-field Occurs 20 Times.
               10  pf-profiled-switch   PIC X(001).
                   88  pf-profiled                  Value 'Y'.
               10  pf-numeric-switch    PIC X(001).
                   88  pf-numeric                   Value 'Y'.
               10  pf-populated         PIC 9(009) Binary.
               10  pf-blank             PIC 9(009) Binary.
               10  pf-non-numeric       PIC 9(009) Binary.
               10  pf-min-max-switch    PIC X(001).
                   88  pf-min-max-set               Value 'Y'.
               10  pf-min               PIC X(256).
               10  pf-max               PIC X(256).
               *>  Set once a value has had to be evicted from the
               *>  frequency table; the top ten are approximate and
               *>  the distinct count comes from the bitmap.
               10  pf-evicted-switch    PIC X(001).
                   88  pf-evicted                   Value 'Y'.
               10  pf-nb-values         PIC 9(004) Binary.
               10  pf-value Occurs 50 Times.
                   15  pf-value-text    PIC X(040).
                   15  pf-value-count   PIC 9(009) Binary.
                   15  pf-value-shown-switch
                                        PIC X(001).
                       88  pf-value-shown           Value 'Y'.
               *>  Distinct-value bitmap, one byte per slot; '1' once
               *>  a value has hashed to the slot.
               10  pf-bitmap            PIC X(8192).

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

       *>  Output, optional.  How many items were profiled; always
       *>  stack-curr-nb-items when the return code is zero.
       01  items-profiled               PIC 9(009) Binary.

       *>  Input, optional.  A title for the report's heading line
       *>  -- the feed's name, the extract's DDNAME.
       01  profile-title                PIC X(040).

       Procedure Division Using
             ab-ptr
             Optional items-profiled
             Optional profile-title
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

           Call 'STACKLY' Using
             layout-get-func
             ab-ptr
             item-layout
           End-Call
           Move Return-Code To layout-rc

           If layout-rc Not = rc-success Or layout-nb-fields = 0
               Display myname ' no layout registered for this'
                 ' stack; nothing profiled'
               Move rc-no-layout To Return-Code
               Goback
           End-If

           Open Output report-file
           If report-file-status Not = '00'
               Display myname ' STACKFPRPT could not be opened,'
                 ' file status ' report-file-status
               Move rc-report-not-opened To Return-Code
               Goback
           End-If

           Perform 1000-Write-Heading

           Perform 1100-Initialize-Field
             Varying fld-idx
             From 1 By 1
             Until fld-idx > layout-nb-fields

           Set Address Of stack-items To stack-items-ptr

           Perform 2000-Profile-One-Item
             Varying walk-depth
             From 1 By 1
             Until walk-depth > stack-curr-nb-items

           If nb-items-profiled = 0
               Move Spaces To report-record
               Move 'The stack is empty; nothing profiled'
                 To report-record
               Write report-record
               Move rc-stack-empty To save-rc
           Else
               Perform 4000-Report-One-Field
                 Varying fld-idx
                 From 1 By 1
                 Until fld-idx > layout-nb-fields
           End-If

           Close report-file

           Display myname ' items profiled = ' nb-items-profiled

           If items-profiled Is Not Omitted
               Move nb-items-profiled To items-profiled
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Title, then the size of what is about to be profiled.
       1000-Write-Heading.
           Move Spaces To report-record
           Move 'STACKFP field profile' To report-record(1:21)
           If profile-title Is Not Omitted
               Move profile-title To report-record(23:40)
           End-If
           Write report-record

           Move Spaces To report-record
           Move stack-curr-nb-items To count-edit
           Move 'Items' To report-record(1:5)
           Move count-edit To report-record(7:9)
           Move 'item length' To report-record(18:11)
           Move stack-item-len To count-edit
           Move count-edit To report-record(30:9)
           Move 'layout fields' To report-record(41:13)
           Move layout-nb-fields To length-edit
           Move length-edit To report-record(55:4)
           Write report-record
           .

       *>  Body of the field setup loop; a field running outside
       *>  the item, or too long for work-field, is marked
       *>  unprofiled here once rather than on every item.
       1100-Initialize-Field.
           Initialize pf-field(fld-idx)
           Move Low-Values To pf-bitmap(fld-idx)

           If fld-offset(fld-idx) < 1
             Or fld-length(fld-idx) < 1
             Or fld-offset(fld-idx) + fld-length(fld-idx) - 1
                 > stack-item-len
             Or fld-length(fld-idx) > Length(work-field)
               Move 'N' To pf-profiled-switch(fld-idx)
           Else
               Move 'Y' To pf-profiled-switch(fld-idx)
           End-If

           If fld-type(fld-idx) = 'N'
             Or fld-domain(fld-idx) = 'N'
             Or fld-domain(fld-idx) = 'D'
               Move 'Y' To pf-numeric-switch(fld-idx)
           Else
               Move 'N' To pf-numeric-switch(fld-idx)
           End-If
           .

       *>  Profiles every field of the item at depth walk-depth
       *>  (1 = top).
       2000-Profile-One-Item.
           Add 1 To nb-items-profiled

           Compute item-position =
             stack-items-position
               - ((walk-depth - 1) * stack-item-len)

           Perform 2010-Profile-One-Field
             Varying fld-idx
             From 1 By 1
             Until fld-idx > layout-nb-fields
           .

       *>  One field of the current item: blank or populated, and a
       *>  populated value is checked, ranged, hashed and counted.
       2010-Profile-One-Field.
           If pf-profiled(fld-idx)
               Compute field-position =
                 item-position + fld-offset(fld-idx) - 1
               Move fld-length(fld-idx) To work-field-len
               Move Spaces To work-field
               Move stack-items(field-position:work-field-len)
                 To work-field(1:work-field-len)

               If work-field(1:work-field-len) = Spaces
                 Or work-field(1:work-field-len) = Low-Values
                   Add 1 To pf-blank(fld-idx)
               Else
                   Add 1 To pf-populated(fld-idx)
                   If pf-numeric(fld-idx)
                       Perform 3000-Check-Numeric
                   End-If
                   Perform 3100-Track-Min-Max
                   Perform 3200-Mark-Bitmap
                   Perform 3300-Count-Value
               End-If
           End-If
           .

       *>  Numeric: every byte a digit, STACKLV's 'N' rule.
       3000-Check-Numeric.
           Move 'Y' To numeric-ok-switch
           Perform 3010-Check-One-Digit
             Varying byte-idx
             From 1 By 1
             Until byte-idx > work-field-len Or Not numeric-ok

           If Not numeric-ok
               Add 1 To pf-non-numeric(fld-idx)
           End-If
           .

       *>  Body of the 3000-Check-Numeric loop.
       3010-Check-One-Digit.
           If work-field(byte-idx:1) < '0'
             Or work-field(byte-idx:1) > '9'
               Move 'N' To numeric-ok-switch
           End-If
           .

       *>  Lowest and highest populated value, as characters.
       3100-Track-Min-Max.
           If Not pf-min-max-set(fld-idx)
               Move work-field To pf-min(fld-idx)
               Move work-field To pf-max(fld-idx)
               Move 'Y' To pf-min-max-switch(fld-idx)
           Else
               If work-field(1:work-field-len)
                   < pf-min(fld-idx)(1:work-field-len)
                   Move work-field To pf-min(fld-idx)
               End-If
               If work-field(1:work-field-len)
                   > pf-max(fld-idx)(1:work-field-len)
                   Move work-field To pf-max(fld-idx)
               End-If
           End-If
           .

       *>  Hashes the whole value and marks its bitmap slot.
       3200-Mark-Bitmap.
           Move 0 To value-hash
           Perform 3210-Hash-One-Byte
             Varying byte-idx
             From 1 By 1
             Until byte-idx > work-field-len

           Compute slot-nbr = Mod(value-hash, bitmap-slots) + 1
           Move '1' To pf-bitmap(fld-idx)(slot-nbr:1)
           .

       *>  Body of the 3200-Mark-Bitmap loop.
       3210-Hash-One-Byte.
           Compute value-hash =
             Mod(value-hash * 31 + Ord(work-field(byte-idx:1)),
                 hash-modulus)
           .

       *>  Counts the value in the field's frequency table, making
       *>  room by evicting the least frequent value when full.
       3300-Count-Value.
           Move work-field(1:40) To value-key
           Move 0 To found-idx
           Perform 3310-Find-Value
             Varying value-idx
             From 1 By 1
             Until value-idx > pf-nb-values(fld-idx)
               Or found-idx > 0

           Evaluate True
             When found-idx > 0
                  Add 1 To pf-value-count(fld-idx, found-idx)
             When pf-nb-values(fld-idx) < max-values
                  Add 1 To pf-nb-values(fld-idx)
                  Move pf-nb-values(fld-idx) To found-idx
                  Move value-key To pf-value-text(fld-idx, found-idx)
                  Move 1 To pf-value-count(fld-idx, found-idx)
             When Other
                  Move 1 To low-idx
                  Perform 3320-Find-Least-Frequent
                    Varying value-idx
                    From 2 By 1
                    Until value-idx > pf-nb-values(fld-idx)
                  Move value-key To pf-value-text(fld-idx, low-idx)
                  Add 1 To pf-value-count(fld-idx, low-idx)
                  Move 'Y' To pf-evicted-switch(fld-idx)
           End-Evaluate
           .

       *>  Body of the 3300-Count-Value search.
       3310-Find-Value.
           If pf-value-text(fld-idx, value-idx) = value-key
               Move value-idx To found-idx
           End-If
           .

       *>  Body of the 3300-Count-Value eviction search.
       3320-Find-Least-Frequent.
           If pf-value-count(fld-idx, value-idx)
               < pf-value-count(fld-idx, low-idx)
               Move value-idx To low-idx
           End-If
           .

       *>  The report lines for one field.
       4000-Report-One-Field.
           Move Spaces To report-record
           Write report-record

           Move Spaces To report-record
           Move 'Field' To report-record(1:5)
           Move fld-name(fld-idx) To report-record(7:12)
           Move 'offset' To report-record(20:6)
           Move fld-offset(fld-idx) To length-edit
           Move length-edit To report-record(27:4)
           Move 'length' To report-record(32:6)
           Move fld-length(fld-idx) To length-edit
           Move length-edit To report-record(39:4)
           Move 'type' To report-record(44:4)
           Move fld-type(fld-idx) To report-record(49:1)
           If pf-numeric(fld-idx)
               Move 'numeric' To report-record(51:7)
           End-If
           Write report-record

           If Not pf-profiled(fld-idx)
               Move Spaces To report-record
               Move '  layout runs outside the item or is too long;'
                 To report-record(1:47)
               Move ' not profiled' To report-record(48:13)
               Write report-record
           Else
               Perform 4010-Report-Counts
               If pf-min-max-set(fld-idx)
                   Perform 4020-Report-Min-Max
                   Perform 4030-Report-Distinct
                   Perform 4040-Report-Top-Values
               End-If
           End-If
           .

       *>  Populated, blank and (numeric fields) non-numeric.
       4010-Report-Counts.
           Move Spaces To report-record
           Move '  populated' To report-record(1:11)
           Move pf-populated(fld-idx) To count-edit
           Move count-edit To report-record(13:9)
           Move 'blank' To report-record(24:5)
           Move pf-blank(fld-idx) To count-edit
           Move count-edit To report-record(30:9)
           If pf-numeric(fld-idx)
               Move 'non-numeric' To report-record(41:11)
               Move pf-non-numeric(fld-idx) To count-edit
               Move count-edit To report-record(53:9)
           End-If
           Write report-record
           .

       *>  Lowest and highest value, up to 60 bytes of each.
       4020-Report-Min-Max.
           If fld-length(fld-idx) > 60
               Move 60 To shown-len
           Else
               Move fld-length(fld-idx) To shown-len
           End-If

           Move Spaces To report-record
           Move '  min' To report-record(1:5)
           Move '<' To report-record(13:1)
           Move pf-min(fld-idx)(1:shown-len)
             To report-record(14:shown-len)
           Move '>' To report-record(14 + shown-len:1)
           Write report-record

           Move Spaces To report-record
           Move '  max' To report-record(1:5)
           Move '<' To report-record(13:1)
           Move pf-max(fld-idx)(1:shown-len)
             To report-record(14:shown-len)
           Move '>' To report-record(14 + shown-len:1)
           Write report-record
           .

       *>  Exact while every value fitted the frequency table and
       *>  was compared whole; otherwise the linear-counting
       *>  estimate off the bitmap, a floor once it is full.
       4030-Report-Distinct.
           Move Spaces To report-record
           Move '  distinct' To report-record(1:10)

           If Not pf-evicted(fld-idx)
             And fld-length(fld-idx) Not > Length(value-key)
               Move pf-nb-values(fld-idx) To count-edit
               Move count-edit To report-record(13:9)
               Move 'exact' To report-record(24:5)
           Else
               Move 0 To slots-used
               Inspect pf-bitmap(fld-idx)
                 Tallying slots-used For All '1'
               Compute slots-empty = bitmap-slots - slots-used
               If slots-empty = 0
                   Move 1 To slots-empty
                   Move 'at least' To report-record(24:8)
               Else
                   Move 'approx' To report-record(24:6)
               End-If
               Compute distinct-estimate Rounded =
                 bitmap-slots * Log(bitmap-slots / slots-empty)
               Move distinct-estimate To count-edit
               Move count-edit To report-record(13:9)
           End-If
           Write report-record
           .

       *>  The most frequent values, highest count first.
       4040-Report-Top-Values.
           Move Spaces To report-record
           Move '  top values' To report-record(1:12)
           If pf-evicted(fld-idx)
               Move '(approximate counts)' To report-record(14:20)
           End-If
           Write report-record

           Move 0 To top-rank
           Move 1 To found-idx
           Perform 4050-Report-One-Top-Value
             Until top-rank >= max-top-values Or found-idx = 0
           .

       *>  Body of the 4040-Report-Top-Values loop: the highest
       *>  count not yet shown, first in the table on a tie.
       4050-Report-One-Top-Value.
           Move 0 To found-idx
           Perform 4060-Find-Next-Top-Value
             Varying value-idx
             From 1 By 1
             Until value-idx > pf-nb-values(fld-idx)

           If found-idx > 0
               Add 1 To top-rank
               Move 'Y' To pf-value-shown-switch(fld-idx, found-idx)

               If fld-length(fld-idx) > 40
                   Move 40 To shown-len
               Else
                   Move fld-length(fld-idx) To shown-len
               End-If

               Move Spaces To report-record
               Move top-rank To rank-edit
               Move rank-edit To report-record(3:2)
               Move pf-value-count(fld-idx, found-idx) To count-edit
               Move count-edit To report-record(6:9)
               Move '<' To report-record(16:1)
               Move pf-value-text(fld-idx, found-idx)(1:shown-len)
                 To report-record(17:shown-len)
               Move '>' To report-record(17 + shown-len:1)
               Write report-record
           End-If
           .

       *>  Body of the 4050-Report-One-Top-Value search.
       4060-Find-Next-Top-Value.
           If Not pf-value-shown(fld-idx, value-idx)
               If found-idx = 0
                   Move value-idx To found-idx
               Else
                   If pf-value-count(fld-idx, value-idx)
                       > pf-value-count(fld-idx, found-idx)
                       Move value-idx To found-idx
                   End-If
               End-If
           End-If
           .
