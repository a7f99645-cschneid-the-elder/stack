       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Delta generator: a partner that can only send a full
       *> refresh still gets applied as a corrections feed, so the
       *> ordered stack keeps its history instead of being reloaded
       *> from scratch.  Compares yesterday's STACKU extract
       *> (STACKDGO) with today's (STACKDGN), matching items on
       *> a key position and length, and writes the STACKDA
       *> directives that turn the one into the other to
       *> STACKDGD, in exactly STACKDAIN's record format -- a
       *> 4-byte action followed by the full item image:
       *>     ADD   key only on today's extract; today's item
       *>     CHG   key on both, item changed; today's item
       *>     DEL   key only on yesterday's; yesterday's item
       *> Keys on both with the item unchanged produce nothing.
       *>
       *> Both extracts are verified first against their STACKU
       *> trailers -- item count and hash total, the same running
       *>     hash = Mod(hash * 31 + Ord(byte), 999999937)
       *> STACKI's bulk load proves -- and every item must be the
       *> same length.  An extract without a trailer, or one that
       *> does not add up, stops the run before a single directive
       *> is written; half a delta applied is worse than none.
       *>
       *> Each extract is then bulk-loaded through STACKI onto a
       *> scratch ordered stack keyed on the match key, which puts
       *> both in key order, and the two are walked side by side
       *> with PEKN.  A key held by more than one item on either
       *> extract cannot be turned into a directive STACKDA would
       *> apply unambiguously (its OFND finds one of them); such a
       *> key is listed, with the extract and the number of items
       *> holding it, and left out of the directives.
       *>
       *> Control record (STACKDGIN), 80 bytes:
       *>     KEY   columns 1-4
       *>           key position within the item, columns 5-11,
       *>           from 1
       *>           key length, columns 12-18
       *> The key is normally the one the target stack is ordered
       *> on, since that is the key STACKDA's OFND will look for.
       *>
       *> STACKDGRPT carries the verification of both extracts, the
       *> duplicate-key list, and the count of each action.
       *>
       *> Return codes:
       *>     0   directives written
       *>     4   directives written; duplicate keys were left out
       *>     12  control record missing or not understood, or the
       *>         key runs outside the item
       *>     16  an extract could not be opened, failed its
       *>         trailer check, or could not be loaded; no
       *>         directive was written
       *>     20  STACKDGD could not be opened
       *>
       Program-ID. STACKDG.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKDGIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select extract-file Assign To Dynamic extract-dd-name
             Organization Is Sequential
             File Status Is extract-file-status
           .
           Select directive-file Assign To "STACKDGD"
             Organization Is Sequential
             File Status Is directive-file-status
           .
           Select report-file Assign To "STACKDGRPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  ctl-key-position         PIC X(007).
           05  ctl-key-position-n Redefines ctl-key-position
                                        PIC 9(007).
           05  ctl-key-length           PIC X(007).
           05  ctl-key-length-n Redefines ctl-key-length
                                        PIC 9(007).
           05  Filler                   PIC X(062).

       FD  extract-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On extract-rec-len
           .
       01  extract-record               PIC X(9999999).

       FD  directive-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On directive-rec-len
           .
       01  directive-record             PIC X(9999999).

       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKDG'.
           05  stack-init               PIC X(008) Value 'STACKI'.
           05  stack-term               PIC X(008) Value 'STACKT'.
           05  stack-process            PIC X(008) Value 'STACKP'.
           05  peek-func                PIC X(004) Value 'PEKN'.
           05  old-dd-name              PIC X(008) Value 'STACKDGO'.
           05  new-dd-name              PIC X(008) Value 'STACKDGN'.
           05  unload-trailer-eyecatcher
                                        PIC X(008) Value 'STACKU9 '.
           05  unload-hash-modulus      PIC 9(009) Binary
                                        Value 999999937.
           *>  Lengths of STACKU's trailer, with and without its
           *>  layout stamp.
           05  trailer-len              PIC 9(009) Binary Value 38.
           05  short-trailer-len        PIC 9(009) Binary Value 26.
           *>  How much of a duplicate key the report shows.
           05  key-show-max             PIC 9(009) Binary Value 50.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating duplicate keys were found and
           *>  left out of the directives.
           05  rc-duplicates-found      PIC S9(004) Binary Value +4.
           *>  Return code indicating the control record is missing
           *>  or unusable.
           05  rc-bad-control           PIC S9(004) Binary Value +12.
           *>  Return code indicating an extract could not be
           *>  opened, verified or loaded.
           05  rc-extract-unusable      PIC S9(004) Binary Value +16.
           *>  Return code indicating STACKDGD could not be opened.
           05  rc-output-not-opened     PIC S9(004) Binary Value +20.

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  extract-file-status      PIC X(002) Value '00'.
           05  directive-file-status    PIC X(002) Value '00'.
           05  extract-dd-name          PIC X(008) Value Spaces.
           05  extract-rec-len          PIC 9(009) Binary Value 0.
           05  directive-rec-len        PIC 9(009) Binary Value 0.
           05  extract-eof-switch       PIC X(001) Value 'N'.
               88  extract-eof                      Value 'Y'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  call-rc                  PIC S9(004) Binary Value +0.
           05  key-position             PIC 9(009) Binary Value 0.
           05  key-length               PIC 9(009) Binary Value 0.
           05  key-show-len             PIC 9(009) Binary Value 0.
           *>  One extract's verification.
           05  vf-nb-items              PIC 9(009) Binary Value 0.
           05  vf-item-len              PIC 9(009) Binary Value 0.
           05  vf-hash                  PIC 9(018) Binary Value 0.
           05  vf-hash-idx              PIC 9(009) Binary Value 0.
           05  vf-trailer-switch        PIC X(001) Value 'N'.
               88  vf-trailer-seen                  Value 'Y'.
           05  vf-length-switch         PIC X(001) Value 'Y'.
               88  vf-lengths-agree                 Value 'Y'.
           05  vf-after-trailer-switch  PIC X(001) Value 'N'.
               88  vf-data-after-trailer            Value 'Y'.
           05  vf-reason                PIC X(040) Value Spaces.
           *>  Where each walk stands: the next position to read
           *>  (1 = lowest key), and the group just read -- the
           *>  item and how many items share its key.
           05  old-pos                  PIC 9(009) Binary Value 0.
           05  new-pos                  PIC 9(009) Binary Value 0.
           05  old-group-count          PIC 9(009) Binary Value 0.
           05  new-group-count          PIC 9(009) Binary Value 0.
           05  old-done-switch          PIC X(001) Value 'N'.
               88  old-done                         Value 'Y'.
           05  new-done-switch          PIC X(001) Value 'N'.
               88  new-done                         Value 'Y'.
           05  group-end-switch         PIC X(001) Value 'N'.
               88  group-end                        Value 'Y'.
           05  peek-depth               PIC 9(009) Binary Value 0.
           05  dup-side                 PIC X(003) Value Spaces.
           05  dup-count                PIC 9(009) Binary Value 0.
           *>  The summary counts.
           05  nb-adds                  PIC 9(009) Binary Value 0.
           05  nb-changes               PIC 9(009) Binary Value 0.
           05  nb-deletes               PIC 9(009) Binary Value 0.
           05  nb-unchanged             PIC 9(009) Binary Value 0.
           05  nb-old-dup-keys          PIC 9(009) Binary Value 0.
           05  nb-new-dup-keys          PIC 9(009) Binary Value 0.
           05  nb-directives            PIC 9(009) Binary Value 0.
           05  count-edit               PIC Z(8)9.
           05  hash-edit                PIC Z(8)9.

       *>  The STACKU trailer, as read off an extract.
       01  unload-trailer.
           05  ut-eyecatcher            PIC X(008).
           05  ut-nb-items              PIC 9(009).
           05  ut-hash-total            PIC 9(009).
           05  ut-layout-name           PIC X(008).
           05  ut-layout-version        PIC 9(004).

       *>  The two scratch ordered stacks, each with what STACKI is
       *>  handed and holds on to.
       01  old-anchor.
           05  old-ab-ptr               Pointer Value NULL.
           05  old-item-len             PIC 9(009) Binary Value 0.
           05  old-nb-items             PIC 9(009) Binary Value 0.
       01  new-anchor.
           05  new-ab-ptr               Pointer Value NULL.
           05  new-item-len             PIC 9(009) Binary Value 0.
           05  new-nb-items             PIC 9(009) Binary Value 0.
       01  ordered-settings.
           05  ordered-mode             PIC X(001) Value 'Y'.
           05  ordered-key-offset       PIC 9(009) Binary Value 0.
           05  ordered-key-length       PIC 9(009) Binary Value 0.

       *>  The item buffers the walks peek into.
       01  buffer-anchor.
           05  item-len                 PIC 9(009) Binary Value 0.
           05  old-item-ptr             Pointer Value NULL.
           05  new-item-ptr             Pointer Value NULL.
           05  probe-item-ptr           Pointer Value NULL.

       Linkage Section.
       *>  The current group's item from yesterday's extract.
       01  old-item.
           05  Occurs 1 To Unbounded
               Depending item-len
               PIC X(001).

       *>  The current group's item from today's extract.
       01  new-item.
           05  Occurs 1 To Unbounded
               Depending item-len
               PIC X(001).

       *>  The item after a group's first, read to see whether it
       *>  shares the key.
       01  probe-item.
           05  Occurs 1 To Unbounded
               Depending item-len
               PIC X(001).

       Procedure Division.
           Open Output report-file
           Move 'STACKDG delta between two STACKU extracts'
             To report-record
           Write report-record

           Perform 1000-Read-Control

           If save-rc = rc-success
               Move old-dd-name To extract-dd-name
               Perform 2000-Verify-Extract
               Move vf-nb-items To old-nb-items
               Move vf-item-len To old-item-len
           End-If

           If save-rc = rc-success
               Move new-dd-name To extract-dd-name
               Perform 2000-Verify-Extract
               Move vf-nb-items To new-nb-items
               Move vf-item-len To new-item-len
           End-If

           If save-rc = rc-success
               Perform 2100-Check-Item-Lengths
           End-If

           If save-rc = rc-success
               Perform 3000-Load-Extracts
           End-If

           If save-rc = rc-success
               Open Output directive-file
               If directive-file-status Not = '00'
                   Move Spaces To report-record
                   Move 'STACKDGD could not be opened, file status'
                     To report-record
                   Move directive-file-status To report-record(43:2)
                   Write report-record
                   Move rc-output-not-opened To save-rc
               End-If
           End-If

           If save-rc = rc-success
               Perform 4000-Generate-Delta
               Close directive-file
               Perform 5000-Write-Summary
           End-If

           If old-ab-ptr Not = NULL
               Call stack-term Using
                 old-ab-ptr
               End-Call
           End-If
           If new-ab-ptr Not = NULL
               Call stack-term Using
                 new-ab-ptr
               End-Call
           End-If

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  The KEY control record; the run cannot start without it.
       1000-Read-Control.
           Open Input control-file

           If control-file-status Not = '00'
               Move Spaces To control-record
           Else
               Read control-file
                   At End
                       Move Spaces To control-record
               End-Read
               Close control-file
           End-If

           If ctl-kind = 'KEY '
             And ctl-key-position Is Numeric
             And ctl-key-length Is Numeric
             And ctl-key-position-n > 0
             And ctl-key-length-n > 0
               Move ctl-key-position-n To key-position
               Move ctl-key-length-n To key-length
               Move Spaces To report-record
               Move 'Key position' To report-record(1:12)
               Move key-position To count-edit
               Move count-edit To report-record(14:9)
               Move 'length' To report-record(24:6)
               Move key-length To count-edit
               Move count-edit To report-record(31:9)
               Write report-record
           Else
               Move Spaces To report-record
               Move 'Control record not understood:'
                 To report-record(1:30)
               Move control-record(1:49) To report-record(32:49)
               Write report-record
               Move rc-bad-control To save-rc
           End-If
           .

       *>  Reads one extract end to end, proving its item count
       *>  and hash total against its trailer and that every item
       *>  is one length, and reports the outcome.
       2000-Verify-Extract.
           Move 0 To vf-nb-items
           Move 0 To vf-item-len
           Move 0 To vf-hash
           Move 'N' To vf-trailer-switch
           Move 'Y' To vf-length-switch
           Move 'N' To vf-after-trailer-switch
           Move 'N' To extract-eof-switch
           Move Spaces To vf-reason
           Move Spaces To unload-trailer

           Open Input extract-file

           If extract-file-status Not = '00'
               Move 'could not be opened' To vf-reason
           Else
               Perform 2010-Verify-One-Record Until extract-eof
               Close extract-file

               Evaluate True
                 When Not vf-trailer-seen
                      Move 'has no STACKU trailer' To vf-reason
                 When vf-data-after-trailer
                      Move 'has records behind its trailer'
                        To vf-reason
                 When ut-nb-items Not = vf-nb-items
                      Move 'item count disagrees with trailer'
                        To vf-reason
                 When ut-hash-total Not = vf-hash
                      Move 'hash total disagrees with trailer'
                        To vf-reason
                 When Not vf-lengths-agree
                      Move 'items are not all one length'
                        To vf-reason
               End-Evaluate
           End-If

           Move Spaces To report-record
           Move extract-dd-name To report-record(1:8)
           Move 'items' To report-record(10:5)
           Move vf-nb-items To count-edit
           Move count-edit To report-record(16:9)
           Move 'hash' To report-record(26:4)
           Move vf-hash To hash-edit
           Move hash-edit To report-record(31:9)
           If vf-reason = Spaces
               Move 'verified' To report-record(41:8)
           Else
               Move vf-reason To report-record(41:40)
               Move rc-extract-unusable To save-rc
           End-If
           Write report-record
           .

       *>  Body of the 2000-Verify-Extract loop.  A 26- or 38-byte
       *>  record opening with the eyecatcher is the trailer, the
       *>  same test STACKI's bulk load makes.
       2010-Verify-One-Record.
           Read extract-file
               At End
                   Move 'Y' To extract-eof-switch
           End-Read

           If Not extract-eof
             If vf-trailer-seen
                 Move 'Y' To vf-after-trailer-switch
             Else
               If (extract-rec-len = trailer-len
                 Or extract-rec-len = short-trailer-len)
                 And extract-record(1:8) = unload-trailer-eyecatcher
                   Move extract-record(1:extract-rec-len)
                     To unload-trailer(1:extract-rec-len)
                   Move 'Y' To vf-trailer-switch
               Else
                   Add 1 To vf-nb-items
                   If vf-nb-items = 1
                       Move extract-rec-len To vf-item-len
                   Else
                       If extract-rec-len Not = vf-item-len
                           Move 'N' To vf-length-switch
                       End-If
                   End-If
                   Perform 2020-Hash-One-Byte
                     Varying vf-hash-idx
                     From 1 By 1
                     Until vf-hash-idx > extract-rec-len
               End-If
             End-If
           End-If
           .

       *>  Body of the hash loop, chained across the item records
       *>  in the order they were written.
       2020-Hash-One-Byte.
           Compute vf-hash =
             Mod((vf-hash * 31)
               + Ord(extract-record(vf-hash-idx:1)),
               unload-hash-modulus)
           .

       *>  Both extracts must hold one item length (an empty one
       *>  takes the other's), and the key must lie inside it.
       2100-Check-Item-Lengths.
           Evaluate True
             When old-nb-items = 0
                  Move new-item-len To item-len
             When new-nb-items = 0
                  Move old-item-len To item-len
             When old-item-len = new-item-len
                  Move old-item-len To item-len
             When Other
                  Move Spaces To report-record
                  Move 'The extracts hold items of different lengths'
                    To report-record
                  Write report-record
                  Move rc-extract-unusable To save-rc
           End-Evaluate

           If save-rc = rc-success
             And item-len > 0
             And key-position + key-length - 1 > item-len
               Move Spaces To report-record
               Move 'The key runs outside the item, length'
                 To report-record(1:38)
               Move item-len To count-edit
               Move count-edit To report-record(40:9)
               Write report-record
               Move rc-bad-control To save-rc
           End-If
           .

       *>  Both extracts onto scratch ordered stacks keyed on the
       *>  match key, lowest key at the bottom.
       3000-Load-Extracts.
           Move item-len To old-item-len
           Move item-len To new-item-len
           Move key-position To ordered-key-offset
           Move key-length To ordered-key-length

           If item-len = 0
       *>  Both extracts are empty; there is nothing to load and
       *>  nothing to generate.
               Continue
           Else
               Move old-dd-name To extract-dd-name
               Call stack-init Using
                 old-ab-ptr
                 old-item-len
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 extract-dd-name
                 old-nb-items
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 ordered-mode
                 ordered-key-offset
                 ordered-key-length
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
               End-Call
               Move Return-Code To call-rc
               If call-rc Not = rc-success
                   Perform 3010-Report-Load-Failure
               End-If
           End-If

           If save-rc = rc-success
             And item-len > 0
               Move new-dd-name To extract-dd-name
               Call stack-init Using
                 new-ab-ptr
                 new-item-len
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 extract-dd-name
                 new-nb-items
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 ordered-mode
                 ordered-key-offset
                 ordered-key-length
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
               End-Call
               Move Return-Code To call-rc
               If call-rc Not = rc-success
                   Perform 3010-Report-Load-Failure
               End-If
           End-If
           .

       *>  STACKI refused an extract it was handed.
       3010-Report-Load-Failure.
           Move Spaces To report-record
           Move extract-dd-name To report-record(1:8)
           Move 'could not be loaded, STACKI return code'
             To report-record(10:39)
           Move call-rc To count-edit
           Move count-edit To report-record(50:9)
           Write report-record
           Move rc-extract-unusable To save-rc
           .

       *>  Walks the two stacks side by side in key order, one key
       *>  group at a time, writing each group's directive.
       4000-Generate-Delta.
           If item-len = 0
               Move 'Y' To old-done-switch
               Move 'Y' To new-done-switch
           Else
               Allocate
                 item-len Characters
                 Initialized
                 Returning old-item-ptr
               Set Address Of old-item To old-item-ptr
               Allocate
                 item-len Characters
                 Initialized
                 Returning new-item-ptr
               Set Address Of new-item To new-item-ptr
               Allocate
                 item-len Characters
                 Initialized
                 Returning probe-item-ptr
               Set Address Of probe-item To probe-item-ptr

               Move 1 To old-pos
               Move 1 To new-pos
               Perform 4100-Read-Old-Group
               Perform 4200-Read-New-Group

               Perform 4010-Compare-One-Group
                 Until old-done And new-done

               Free old-item-ptr
               Free new-item-ptr
               Free probe-item-ptr
           End-If
           .

       *>  Body of the 4000-Generate-Delta walk.
       4010-Compare-One-Group.
           Evaluate True
             When new-done
                  Perform 4300-Old-Only
             When old-done
                  Perform 4400-New-Only
             When old-item(key-position:key-length)
                < new-item(key-position:key-length)
                  Perform 4300-Old-Only
             When old-item(key-position:key-length)
                > new-item(key-position:key-length)
                  Perform 4400-New-Only
             When Other
                  Perform 4500-On-Both
           End-Evaluate
           .

       *>  The next key group of yesterday's stack into old-item.
       *>  Position p from the bottom is depth nb - p + 1 to PEKN.
       4100-Read-Old-Group.
           If old-pos > old-nb-items
               Move 'Y' To old-done-switch
           Else
               Compute peek-depth = old-nb-items - old-pos + 1
               Call stack-process Using
                 old-ab-ptr
                 peek-func
                 old-item
                 Omitted
                 item-len
                 myname
                 Omitted
                 Omitted
                 peek-depth
               End-Call
               Move 1 To old-group-count
               Add 1 To old-pos

               Move 'N' To group-end-switch
               Perform 4110-Probe-Old-Group
                 Until group-end
           End-If
           .

       *>  Body of the 4100-Read-Old-Group look-ahead.
       4110-Probe-Old-Group.
           If old-pos > old-nb-items
               Move 'Y' To group-end-switch
           Else
               Compute peek-depth = old-nb-items - old-pos + 1
               Call stack-process Using
                 old-ab-ptr
                 peek-func
                 probe-item
                 Omitted
                 item-len
                 myname
                 Omitted
                 Omitted
                 peek-depth
               End-Call
               If probe-item(key-position:key-length)
                   = old-item(key-position:key-length)
                   Add 1 To old-group-count
                   Add 1 To old-pos
               Else
                   Move 'Y' To group-end-switch
               End-If
           End-If
           .

       *>  The next key group of today's stack into new-item.
       4200-Read-New-Group.
           If new-pos > new-nb-items
               Move 'Y' To new-done-switch
           Else
               Compute peek-depth = new-nb-items - new-pos + 1
               Call stack-process Using
                 new-ab-ptr
                 peek-func
                 new-item
                 Omitted
                 item-len
                 myname
                 Omitted
                 Omitted
                 peek-depth
               End-Call
               Move 1 To new-group-count
               Add 1 To new-pos

               Move 'N' To group-end-switch
               Perform 4210-Probe-New-Group
                 Until group-end
           End-If
           .

       *>  Body of the 4200-Read-New-Group look-ahead.
       4210-Probe-New-Group.
           If new-pos > new-nb-items
               Move 'Y' To group-end-switch
           Else
               Compute peek-depth = new-nb-items - new-pos + 1
               Call stack-process Using
                 new-ab-ptr
                 peek-func
                 probe-item
                 Omitted
                 item-len
                 myname
                 Omitted
                 Omitted
                 peek-depth
               End-Call
               If probe-item(key-position:key-length)
                   = new-item(key-position:key-length)
                   Add 1 To new-group-count
                   Add 1 To new-pos
               Else
                   Move 'Y' To group-end-switch
               End-If
           End-If
           .

       *>  A key only yesterday held: DEL, unless it was held more
       *>  than once.
       4300-Old-Only.
           If old-group-count > 1
               Perform 4600-List-Old-Duplicate
           Else
               Move 'DEL ' To directive-record(1:4)
               Move old-item To directive-record(5:item-len)
               Perform 4700-Write-Directive
               Add 1 To nb-deletes
           End-If
           Perform 4100-Read-Old-Group
           .

       *>  A key only today holds: ADD, unless it is held more
       *>  than once.
       4400-New-Only.
           If new-group-count > 1
               Perform 4610-List-New-Duplicate
           Else
               Move 'ADD ' To directive-record(1:4)
               Move new-item To directive-record(5:item-len)
               Perform 4700-Write-Directive
               Add 1 To nb-adds
           End-If
           Perform 4200-Read-New-Group
           .

       *>  A key both hold: CHG when the item differs, nothing when
       *>  it does not, and neither when either side holds it more
       *>  than once.
       4500-On-Both.
           If old-group-count > 1
               Perform 4600-List-Old-Duplicate
           End-If
           If new-group-count > 1
               Perform 4610-List-New-Duplicate
           End-If

           If old-group-count = 1 And new-group-count = 1
               If old-item = new-item
                   Add 1 To nb-unchanged
               Else
                   Move 'CHG ' To directive-record(1:4)
                   Move new-item To directive-record(5:item-len)
                   Perform 4700-Write-Directive
                   Add 1 To nb-changes
               End-If
           End-If

           Perform 4100-Read-Old-Group
           Perform 4200-Read-New-Group
           .

       *>  A key yesterday's extract holds more than once.
       4600-List-Old-Duplicate.
           Add 1 To nb-old-dup-keys
           Move 'OLD' To dup-side
           Move old-group-count To dup-count
           Set Address Of probe-item To old-item-ptr
           Perform 4620-Write-Duplicate-Line
           Set Address Of probe-item To probe-item-ptr
           .

       *>  A key today's extract holds more than once.
       4610-List-New-Duplicate.
           Add 1 To nb-new-dup-keys
           Move 'NEW' To dup-side
           Move new-group-count To dup-count
           Set Address Of probe-item To new-item-ptr
           Perform 4620-Write-Duplicate-Line
           Set Address Of probe-item To probe-item-ptr
           .

       *>  One duplicate-key line; the key is the one in the item
       *>  probe-item has been pointed at.
       4620-Write-Duplicate-Line.
           If save-rc < rc-duplicates-found
               Move rc-duplicates-found To save-rc
           End-If

           If key-length > key-show-max
               Move key-show-max To key-show-len
           Else
               Move key-length To key-show-len
           End-If

           Move Spaces To report-record
           Move 'DUPLICATE' To report-record(1:9)
           Move dup-side To report-record(11:3)
           Move dup-count To count-edit
           Move count-edit To report-record(15:9)
           Move '<' To report-record(25:1)
           Move probe-item(key-position:key-show-len)
             To report-record(26:key-show-len)
           Move '>' To report-record(26 + key-show-len:1)
           Write report-record
           .

       *>  The directive built in directive-record, action and
       *>  image.
       4700-Write-Directive.
           Compute directive-rec-len = item-len + 4
           Write directive-record
           Add 1 To nb-directives
           .

       *>  The counts per action.
       5000-Write-Summary.
           Move Spaces To report-record
           Write report-record

           Move Spaces To report-record
           Move 'ADD directives' To report-record(1:14)
           Move nb-adds To count-edit
           Move count-edit To report-record(30:9)
           Write report-record

           Move Spaces To report-record
           Move 'CHG directives' To report-record(1:14)
           Move nb-changes To count-edit
           Move count-edit To report-record(30:9)
           Write report-record

           Move Spaces To report-record
           Move 'DEL directives' To report-record(1:14)
           Move nb-deletes To count-edit
           Move count-edit To report-record(30:9)
           Write report-record

           Move Spaces To report-record
           Move 'Directives written' To report-record(1:18)
           Move nb-directives To count-edit
           Move count-edit To report-record(30:9)
           Write report-record

           Move Spaces To report-record
           Move 'Keys unchanged' To report-record(1:14)
           Move nb-unchanged To count-edit
           Move count-edit To report-record(30:9)
           Write report-record

           Move Spaces To report-record
           Move 'Duplicate keys, STACKDGO' To report-record(1:25)
           Move nb-old-dup-keys To count-edit
           Move count-edit To report-record(30:9)
           Write report-record

           Move Spaces To report-record
           Move 'Duplicate keys, STACKDGN' To report-record(1:25)
           Move nb-new-dup-keys To count-edit
           Move count-edit To report-record(30:9)
           Write report-record
           .
