       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Renders the full contents of a stack as one JSON document,
       *> top to bottom, for an API that cannot take STACKE's
       *> delimited text without custom parsing per stack.  The
       *> stack itself is left undisturbed.  The document is
       *>     {
       *>     "exported":"2024-03-01T02:15:07.33+00:00",
       *>     "layout":"PAYREC","layoutVersion":3,
       *>     "items":[
       *>     {"depth":1,"tag":"RETRY","pushedAt":"...",
       *>      "pushedBy":"PAYLOAD","fields":{"ACCT-NO":"0012",
       *>      "AMOUNT":1250}},
       *>     ...
       *>     ],
       *>     "trailer":{"count":2,"controlTotal":3700}
       *>     }
       *> one item object to a line.  "layout" and "layoutVersion"
       *> appear when the stack was allocated under a layout
       *> library layout; "tag", "pushedAt" and "pushedBy" when the
       *> stack keeps tags, push timestamps or provenance.
       *>
       *> With a STACKLY layout registered, "fields" holds one
       *> member per field, keyed by its fld-name.  'N', 'P' and
       *> 'B' fields go out as JSON numbers -- the integer their
       *> digits spell, since a layout carries no decimal places
       *> (the partner applies the scale their interface agreement
       *> gives) -- and 'C' fields as strings, trimmed both ends
       *> and escaped.  A numeric field that does not hold a valid
       *> number (masked, or simply bad data) goes out as a string
       *> of its bytes instead, so nothing is lost and nothing
       *> invalid is emitted.  With no layout registered each item
       *> is one "item" string; bytes other than the quote, the
       *> backslash and the control characters go out as they
       *> stand, so a stack holding binary or packed data wants a
       *> layout registered before it is exported this way.
       *>
       *> Items are masked on the way out through the same optional
       *> STACKMSK control file STACKE and STACKU honor -- byte
       *> ranges with a masking style apiece ('B' blank, 'X'
       *> X-out, 'L' keep-last-4) -- applied before the fields are
       *> cut, and noted to SYSOUT.
       *>
       *> The trailer gives the partner two checks they can make
       *> from the document alone: the count of item objects, and
       *> the sum of every field emitted as a JSON number.
       *>
       *> Not supported against a varlen or compressed stack,
       *> whose items are not stack-item-len bytes apart.
       *>
       *> Return codes: 0, exported; 8, the stack is varlen or
       *> compressed, nothing written.
       *>
       Program-ID. STACKJS.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select json-file Assign To "STACKJS"
             Organization Is Line Sequential
           .
           Select mask-control-file Assign To "STACKMSK"
             Organization Is Sequential
             File Status Is mask-control-status
           .
       Data Division.
       File Section.
       FD  json-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On json-rec-len
           .
       01  json-record                  PIC X(9999999).

       FD  mask-control-file.
       01  mask-control-record.
           05  msk-start                PIC 9(004).
           05  msk-length               PIC 9(004).
           05  msk-style                PIC X(001).
       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKJS'.
           05  item-tag-len             PIC 9(009) Binary Value 8.
           05  item-time-len            PIC 9(009) Binary Value 21.
           05  prov-id-len              PIC 9(009) Binary Value 8.
           05  hex-digits               PIC X(016)
                                        Value '0123456789ABCDEF'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the stack is varlen or
           *>  compressed, which this program cannot render.
           05  rc-varlen-not-supported  PIC S9(004) Binary Value +8.

       *>  Native-to-number staging, the right-align-and-redefine
       *>  trick STACKMO uses for the same three encodings.
       01  zoned-area.
           05  zoned-chars              PIC X(018).
       01  zoned-redef Redefines zoned-area.
           05  zoned-value              PIC S9(018).

       01  packed-area.
           05  packed-chars             PIC X(008).
       01  packed-redef Redefines packed-area.
           05  packed-value             PIC S9(015) Packed-Decimal.

       01  bin2-area.
           05  bin2-chars               PIC X(002).
       01  bin2-redef Redefines bin2-area.
           05  bin2-value               PIC S9(004) Binary.

       01  bin4-area.
           05  bin4-chars               PIC X(004).
       01  bin4-redef Redefines bin4-area.
           05  bin4-value               PIC S9(009) Binary.

       01  bin8-area.
           05  bin8-chars               PIC X(008).
       01  bin8-redef Redefines bin8-area.
           05  bin8-value               PIC S9(018) Binary.

       01  number-edit                  PIC -(18)9.

       *>  A Current-Date style timestamp pulled apart for its ISO
       *>  rendering.
       01  time-area.
           05  time-yyyy                PIC X(004).
           05  time-mm                  PIC X(002).
           05  time-dd                  PIC X(002).
           05  time-hh                  PIC X(002).
           05  time-mi                  PIC X(002).
           05  time-ss                  PIC X(002).
           05  time-hs                  PIC X(002).
           05  time-zone-sign           PIC X(001).
           05  time-zone-hh             PIC X(002).
           05  time-zone-mi             PIC X(002).
       01  iso-time.
           05  iso-yyyy                 PIC X(004).
           05  Filler                   PIC X(001) Value '-'.
           05  iso-mm                   PIC X(002).
           05  Filler                   PIC X(001) Value '-'.
           05  iso-dd                   PIC X(002).
           05  Filler                   PIC X(001) Value 'T'.
           05  iso-hh                   PIC X(002).
           05  Filler                   PIC X(001) Value ':'.
           05  iso-mi                   PIC X(002).
           05  Filler                   PIC X(001) Value ':'.
           05  iso-ss                   PIC X(002).
           05  Filler                   PIC X(001) Value '.'.
           05  iso-hs                   PIC X(002).
           05  iso-zone-sign            PIC X(001).
           05  iso-zone-hh              PIC X(002).
           05  Filler                   PIC X(001) Value ':'.
           05  iso-zone-mi              PIC X(002).

       01  work-areas.
           05  layout-get-func          PIC X(004) Value 'GET '.
           05  layout-rc                PIC S9(004) Binary Value +0.
           05  layout-switch            PIC X(001) Value 'N'.
               88  layout-present                   Value 'Y'.
           05  layout-fld-idx           PIC 9(004) Value 0.
           05  fields-written           PIC 9(004) Value 0.
           05  mask-control-status      PIC X(002) Value '00'.
           05  mask-eof-switch          PIC X(001) Value 'N'.
               88  mask-eof                         Value 'Y'.
           05  mask-idx                 PIC 9(004) Value 0.
           05  mask-keep-from           PIC 9(009) Binary Value 0.
           05  export-depth             PIC 9(009) Binary Value 0.
           05  export-position          PIC 9(009) Binary Value 0.
           05  export-slot              PIC 9(009) Binary Value 0.
           05  export-slot-offset       PIC 9(009) Binary Value 0.
           05  export-seg-nbr           PIC 9(009) Binary Value 0.
           05  export-item              PIC X(9999999).
           05  json-rec-len             PIC 9(009) Binary Value 0.
           05  meta-position            PIC 9(009) Binary Value 0.
           *>  The text just appended, or about to be escaped.
           05  text-value               PIC X(080) Value Spaces.
           05  text-len                 PIC 9(009) Binary Value 0.
           05  meta-text                PIC X(080) Value Spaces.
           05  meta-len                 PIC 9(009) Binary Value 0.
           *>  The slice of export-item a string is cut from, and
           *>  the bounds of it left after trimming.
           05  slice-start              PIC 9(009) Binary Value 0.
           05  slice-len                PIC 9(009) Binary Value 0.
           05  lead-count               PIC 9(009) Binary Value 0.
           05  trail-count              PIC 9(009) Binary Value 0.
           05  esc-idx                  PIC 9(009) Binary Value 0.
           05  esc-first                PIC 9(009) Binary Value 0.
           05  esc-last                 PIC S9(009) Binary Value 0.
           05  esc-char                 PIC X(001) Value Space.
           05  esc-ord                  PIC 9(004) Binary Value 0.
           05  esc-hex-hi               PIC 9(004) Binary Value 0.
           05  esc-hex-lo               PIC 9(004) Binary Value 0.
           05  number-switch            PIC X(001) Value 'N'.
               88  number-valid                     Value 'Y'.
           05  number-value             PIC S9(018) Value 0.
           05  control-total            PIC S9(018) Value 0.

       *>  The item layout STACKLY hands back for this stack, when
       *>  one was registered.
       Copy 'STACKLYT.cpy'.

       *>  The masking ranges read off STACKMSK; empty when the
       *>  dataset isn't allocated, which is the unmasked case.
       01  mask-table.
           05  mask-nb-entries          PIC 9(004) Value 0.
           05  mask-entry Occurs 16 Times.
               10  mk-start             PIC 9(009) Binary.
               10  mk-length            PIC 9(009) Binary.
               10  mk-style             PIC X(001).

       Linkage Section.
       *>  Input.  Pointer to the anchor block for the stack.
       01  ab-ptr                       Pointer.

       Copy 'STACKAB.cpy'.

       *>  The contents of the stack, in its entirety.
       01  stack-items.
           05  Occurs 1 To Unbounded
               Depending stack-items-len
               PIC X(001).

       *>  The segment directory of a segmented stack; one pointer
       *>  per segment, segment 1 being stack-items-ptr itself.
       01  stack-seg-dir.
           05  stack-seg-ptr Pointer
               Occurs 1 To Unbounded
               Depending stack-seg-dir-slots.

       *>  The per-item tags, push timestamps and pushing
       *>  programs, when the stack keeps them; each at the slot
       *>  index its item occupies.
       01  stack-tags.
           05  Occurs 1 To Unbounded
               Depending stack-tags-len
               PIC X(001).
       01  stack-times.
           05  Occurs 1 To Unbounded
               Depending stack-times-len
               PIC X(001).
       01  stack-prov.
           05  Occurs 1 To Unbounded
               Depending stack-prov-len
               PIC X(001).

       *>  Output, optional.  Count of item objects written; 0
       *>  when nothing was.
       01  items-exported               PIC 9(009) Binary.

       Procedure Division Using
             ab-ptr
             Optional items-exported
           .

           Set Address Of ab To ab-ptr

           If items-exported Is Not Omitted
               Move 0 To items-exported
           End-If

           If stack-varlen-on Or stack-compress-on
               Move rc-varlen-not-supported To Return-Code
               Goback
           End-If

           Set Address Of stack-items To stack-items-ptr
           If stack-segmented-on
               Set Address Of stack-seg-dir To stack-seg-dir-ptr
           End-If
           If stack-tagged-on
               Set Address Of stack-tags To stack-tags-ptr
           End-If
           If stack-expiry-on Or stack-restime-on
               Set Address Of stack-times To stack-times-ptr
           End-If
           If stack-prov-on
               Set Address Of stack-prov To stack-prov-ptr
           End-If

       *>  Working-Storage persists across calls; every export
       *>  starts its masks and its control total from nothing.
           Move 0   To mask-nb-entries
           Move 'N' To mask-eof-switch
           Move 0   To control-total

           Perform 1100-Load-Mask-Table

           Move 'N' To layout-switch
           Call 'STACKLY' Using
             layout-get-func
             ab-ptr
             item-layout
           End-Call
           Move Return-Code To layout-rc
           If layout-rc = 0 And layout-nb-fields > 0
               Move 'Y' To layout-switch
           End-If

           Open Output json-file

           Perform 3000-Write-Document-Head

           Perform 1000-Export-Item
             Varying export-depth
             From 1 By 1
             Until export-depth > stack-curr-nb-items

           Perform 3100-Write-Document-Tail

           Close json-file

           If items-exported Is Not Omitted
               Move stack-curr-nb-items To items-exported
           End-If

           Move rc-success To Return-Code
           Goback.

       *>  Body of the export loop; writes the one-line object for
       *>  the item at depth export-depth.
       1000-Export-Item.
           Compute export-position =
             stack-items-position
               - ((export-depth - 1) * stack-item-len)
           Compute export-slot =
             stack-curr-nb-items - export-depth + 1

           If stack-segmented-on
               Perform 1050-Address-Segment
           End-If

           Move stack-items(export-position:stack-item-len)
             To export-item(1:stack-item-len)

           If mask-nb-entries > 0
               Perform 1200-Apply-Masks
           End-If

           Move 0 To json-rec-len
           Move '{"depth":' To text-value
           Move 9 To text-len
           Perform 2000-Append-Text
           Move export-depth To number-edit
           Perform 2010-Append-Number-Edit

           If stack-tagged-on
               Move ',"tag":' To text-value
               Move 7 To text-len
               Perform 2000-Append-Text
               Compute meta-position =
                 ((export-slot - 1) * item-tag-len) + 1
               Move stack-tags(meta-position:item-tag-len)
                 To text-value
               Move item-tag-len To text-len
               Perform 2200-Append-Meta-String
           End-If

           If stack-expiry-on Or stack-restime-on
               Move ',"pushedAt":' To text-value
               Move 12 To text-len
               Perform 2000-Append-Text
               Compute meta-position =
                 ((export-slot - 1) * item-time-len) + 1
               Move stack-times(meta-position:item-time-len)
                 To time-area
               Perform 2300-Append-Timestamp
           End-If

           If stack-prov-on
               Move ',"pushedBy":' To text-value
               Move 12 To text-len
               Perform 2000-Append-Text
               Compute meta-position =
                 ((export-slot - 1) * prov-id-len) + 1
               Move stack-prov(meta-position:prov-id-len)
                 To text-value
               Move prov-id-len To text-len
               Perform 2200-Append-Meta-String
           End-If

           If layout-present
               Move ',"fields":{' To text-value
               Move 11 To text-len
               Perform 2000-Append-Text
               Move 0 To fields-written
               Perform 1300-Append-One-Field
                 Varying layout-fld-idx
                 From 1 By 1
                 Until layout-fld-idx > layout-nb-fields
               Move '}}' To text-value
               Move 2 To text-len
               Perform 2000-Append-Text
           Else
               Move ',"item":' To text-value
               Move 8 To text-len
               Perform 2000-Append-Text
               Move 1              To slice-start
               Move stack-item-len To slice-len
               Perform 2100-Append-Item-String
               Move '}' To text-value
               Move 1 To text-len
               Perform 2000-Append-Text
           End-If

       *>  Every object but the last is followed by a comma.
           If export-depth < stack-curr-nb-items
               Move ',' To text-value
               Move 1 To text-len
               Perform 2000-Append-Text
           End-If

           Write json-record
           .

       *>  A segmented stack keeps its items in a chain of equal
       *>  sized segments; turns the logical export-position into
       *>  the segment holding it and the position within that
       *>  segment, and points stack-items at the segment -- the
       *>  same arithmetic STACKP addresses segments with.
       1050-Address-Segment.
           Compute export-slot-offset =
             (export-position - 1) / stack-item-len
           Compute export-seg-nbr =
             (export-slot-offset / stack-seg-nb-items) + 1
           Compute export-position =
             ((export-slot-offset
               - ((export-seg-nbr - 1) * stack-seg-nb-items))
               * stack-item-len) + 1

           Set Address Of stack-items To stack-seg-ptr(export-seg-nbr)
           .

       *>  Reads the optional masking control file; each usable
       *>  range is noted to SYSOUT for the compliance record, and
       *>  a range that doesn't fit the item is refused out loud
       *>  rather than quietly half-applied.
       1100-Load-Mask-Table.
           Open Input mask-control-file

           If mask-control-status = '00'
               Perform 1110-Load-One-Mask Until mask-eof
               Close mask-control-file
           End-If
           .

       *>  Body of the 1100-Load-Mask-Table loop.
       1110-Load-One-Mask.
           Read mask-control-file
               At End
                   Move 'Y' To mask-eof-switch
           End-Read

           If Not mask-eof
               If msk-start < 1 Or msk-length < 1
                 Or msk-start + msk-length - 1 > stack-item-len
                   Display myname ' mask range ' msk-start '/'
                     msk-length ' outside the item; ignored'
               Else
                 If msk-style Not = 'B' And msk-style Not = 'X'
                   And msk-style Not = 'L'
                   Display myname ' mask style ' msk-style
                     ' not B, X or L; range ' msk-start '/'
                     msk-length ' ignored'
                 Else
                 If mask-nb-entries < 16
                   Add 1 To mask-nb-entries
                   Move msk-start  To mk-start(mask-nb-entries)
                   Move msk-length To mk-length(mask-nb-entries)
                   Move msk-style  To mk-style(mask-nb-entries)
                   Display myname ' masking bytes ' msk-start
                     ' for ' msk-length ' style ' msk-style
                 Else
                   Display myname ' mask table full; range '
                     msk-start '/' msk-length ' ignored'
                 End-If
                 End-If
               End-If
           End-If
           .

       *>  Applies every control-file range to the item now staged
       *>  in export-item.
       1200-Apply-Masks.
           Perform 1210-Apply-One-Mask
             Varying mask-idx
             From 1 By 1
             Until mask-idx > mask-nb-entries
           .

       *>  Body of the 1200-Apply-Masks loop.
       1210-Apply-One-Mask.
           Evaluate mk-style(mask-idx)
             When 'B'
                  Move Spaces
                    To export-item
                      (mk-start(mask-idx):mk-length(mask-idx))
             When 'X'
                  Move All 'X'
                    To export-item
                      (mk-start(mask-idx):mk-length(mask-idx))
             When 'L'
                  If mk-length(mask-idx) > 4
                      Compute mask-keep-from =
                        mk-length(mask-idx) - 4
                      Move All '*'
                        To export-item
                          (mk-start(mask-idx):mask-keep-from)
                  End-If
           End-Evaluate
           .

       *>  Body of the layout rendering: one "name":value member; a
       *>  field whose range runs outside the item is skipped
       *>  rather than trusted.
       1300-Append-One-Field.
           If fld-offset(layout-fld-idx) >= 1
             And fld-length(layout-fld-idx) >= 1
             And fld-offset(layout-fld-idx)
                   + fld-length(layout-fld-idx) - 1
                 <= stack-item-len
               If fields-written > 0
                   Move ',' To text-value
                   Move 1 To text-len
                   Perform 2000-Append-Text
               End-If
               Add 1 To fields-written

               Move fld-name(layout-fld-idx) To text-value
               Move Length(fld-name(layout-fld-idx)) To text-len
               Perform 2200-Append-Meta-String
               Move ':' To text-value
               Move 1 To text-len
               Perform 2000-Append-Text

               Move fld-offset(layout-fld-idx) To slice-start
               Move fld-length(layout-fld-idx) To slice-len
               Perform 1400-Judge-Number
               If number-valid
                   Add number-value To control-total
                   Move number-value To number-edit
                   Perform 2010-Append-Number-Edit
               Else
                   Perform 2100-Append-Item-String
               End-If
           End-If
           .

       *>  Settles whether the field at slice-start/slice-len holds
       *>  a number its type says it should, and its value.  A 'C'
       *>  field never does; a numeric field too long to stage, or
       *>  holding anything but a valid number, does not either.
       1400-Judge-Number.
           Move 'N' To number-switch
           Move 0   To number-value
           Evaluate fld-type(layout-fld-idx)
             When 'N'
                  If slice-len <= 18
                      Move Zeros To zoned-chars
                      Move export-item(slice-start:slice-len)
                        To zoned-chars(19 - slice-len:slice-len)
                      If zoned-value Is Numeric
                          Move zoned-value To number-value
                          Move 'Y' To number-switch
                      End-If
                  End-If
             When 'P'
                  If slice-len <= 8
                      Move Low-Values To packed-chars
                      Move export-item(slice-start:slice-len)
                        To packed-chars(9 - slice-len:slice-len)
                      If packed-value Is Numeric
                          Move packed-value To number-value
                          Move 'Y' To number-switch
                      End-If
                  End-If
             When 'B'
                  Evaluate slice-len
                    When 2
                         Move export-item(slice-start:2)
                           To bin2-chars
                         Move bin2-value To number-value
                         Move 'Y' To number-switch
                    When 4
                         Move export-item(slice-start:4)
                           To bin4-chars
                         Move bin4-value To number-value
                         Move 'Y' To number-switch
                    When 8
                         Move export-item(slice-start:8)
                           To bin8-chars
                         Move bin8-value To number-value
                         Move 'Y' To number-switch
                    When Other
                         Continue
                  End-Evaluate
             When Other
                  Continue
           End-Evaluate
           .

       *>  Appends text-value(1:text-len) to the line as it stands.
       2000-Append-Text.
           Move text-value(1:text-len)
             To json-record(json-rec-len + 1:text-len)
           Add text-len To json-rec-len
           .

       *>  Appends the number staged in number-edit, without its
       *>  leading spaces.
       2010-Append-Number-Edit.
           Move Trim(number-edit) To text-value
           Move Length(Trim(number-edit)) To text-len
           Perform 2000-Append-Text
           .

       *>  Appends export-item(slice-start:slice-len) as a JSON
       *>  string: trimmed both ends, quoted and escaped.
       2100-Append-Item-String.
           Move 0 To lead-count
           Move 0 To trail-count
           Inspect export-item(slice-start:slice-len)
             Tallying lead-count For Leading Spaces
           If lead-count < slice-len
               Inspect Reverse(export-item(slice-start:slice-len))
                 Tallying trail-count For Leading Spaces
           End-If

           Move '"' To text-value
           Move 1 To text-len
           Perform 2000-Append-Text

           Compute esc-first = slice-start + lead-count
           Compute esc-last =
             slice-start + slice-len - trail-count - 1
           Perform 2110-Escape-Item-Byte
             Varying esc-idx
             From esc-first By 1
             Until esc-idx > esc-last

           Move '"' To text-value
           Move 1 To text-len
           Perform 2000-Append-Text
           .

       *>  Body of the 2100-Append-Item-String loop.
       2110-Escape-Item-Byte.
           Move export-item(esc-idx:1) To esc-char
           Perform 2400-Append-Escaped-Char
           .

       *>  Appends text-value(1:text-len) -- a tag, a program name,
       *>  a field name -- as a JSON string, trimmed of trailing
       *>  spaces, quoted and escaped.
       2200-Append-Meta-String.
           Move 0 To trail-count
           Inspect Reverse(text-value(1:text-len))
             Tallying trail-count For Leading Spaces
           Subtract trail-count From text-len
           Move text-value To meta-text
           Move text-len To meta-len

           Move '"' To text-value
           Move 1 To text-len
           Perform 2000-Append-Text

           Perform 2210-Escape-Meta-Byte
             Varying esc-idx
             From 1 By 1
             Until esc-idx > meta-len

           Move '"' To text-value
           Move 1 To text-len
           Perform 2000-Append-Text
           .

       *>  Body of the 2200-Append-Meta-String loop.
       2210-Escape-Meta-Byte.
           Move meta-text(esc-idx:1) To esc-char
           Perform 2400-Append-Escaped-Char
           .

       *>  Appends the timestamp staged in time-area as an ISO 8601
       *>  string, or null for a slot that never had one stamped.
       2300-Append-Timestamp.
           If time-yyyy Is Numeric
               Move time-yyyy      To iso-yyyy
               Move time-mm        To iso-mm
               Move time-dd        To iso-dd
               Move time-hh        To iso-hh
               Move time-mi        To iso-mi
               Move time-ss        To iso-ss
               Move time-hs        To iso-hs
               Move time-zone-sign To iso-zone-sign
               Move time-zone-hh   To iso-zone-hh
               Move time-zone-mi   To iso-zone-mi
               Move '"' To text-value
               Move iso-time To text-value(2:Length(iso-time))
               Compute text-len = Length(iso-time) + 2
               Move '"' To text-value(text-len:1)
           Else
               Move 'null' To text-value
               Move 4 To text-len
           End-If
           Perform 2000-Append-Text
           .

       *>  One byte of a string's contents: the quote and the
       *>  backslash escaped, control characters as \u00XX, the
       *>  rest as they stand.
       2400-Append-Escaped-Char.
           Evaluate True
             When esc-char = '"'
                  Move '\"' To text-value
                  Move 2 To text-len
             When esc-char = '\'
                  Move '\\' To text-value
                  Move 2 To text-len
             When esc-char < Space
                  Compute esc-ord = Ord(esc-char) - 1
                  Divide esc-ord By 16
                    Giving esc-hex-hi Remainder esc-hex-lo
                  Move '\u00' To text-value
                  Move hex-digits(esc-hex-hi + 1:1)
                    To text-value(5:1)
                  Move hex-digits(esc-hex-lo + 1:1)
                    To text-value(6:1)
                  Move 6 To text-len
             When Other
                  Move esc-char To text-value
                  Move 1 To text-len
           End-Evaluate
           Perform 2000-Append-Text
           .

       *>  The lines ahead of the first item object.
       3000-Write-Document-Head.
           Move '{' To json-record
           Move 1 To json-rec-len
           Write json-record

           Move 0 To json-rec-len
           Move '"exported":' To text-value
           Move 11 To text-len
           Perform 2000-Append-Text
           Move Current-Date To time-area
           Perform 2300-Append-Timestamp
           Move ',' To text-value
           Move 1 To text-len
           Perform 2000-Append-Text
           Write json-record

           If stack-layout-name Not = Spaces
               Move 0 To json-rec-len
               Move '"layout":' To text-value
               Move 9 To text-len
               Perform 2000-Append-Text
               Move stack-layout-name To text-value
               Move Length(stack-layout-name) To text-len
               Perform 2200-Append-Meta-String
               Move ',"layoutVersion":' To text-value
               Move 17 To text-len
               Perform 2000-Append-Text
               Move stack-layout-version To number-edit
               Perform 2010-Append-Number-Edit
               Move ',' To text-value
               Move 1 To text-len
               Perform 2000-Append-Text
               Write json-record
           End-If

           Move '"items":[' To json-record
           Move 9 To json-rec-len
           Write json-record
           .

       *>  The lines behind the last item object: the trailer's
       *>  count and control total, and the document's close.
       3100-Write-Document-Tail.
           Move '],' To json-record
           Move 2 To json-rec-len
           Write json-record

           Move 0 To json-rec-len
           Move '"trailer":{"count":' To text-value
           Move 19 To text-len
           Perform 2000-Append-Text
           Move stack-curr-nb-items To number-edit
           Perform 2010-Append-Number-Edit
           Move ',"controlTotal":' To text-value
           Move 16 To text-len
           Perform 2000-Append-Text
           Move control-total To number-edit
           Perform 2010-Append-Number-Edit
           Move '}' To text-value
           Move 1 To text-len
           Perform 2000-Append-Text
           Write json-record

           Move '}' To json-record
           Move 1 To json-rec-len
           Write json-record
           .
