       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Sequence-gap and out-of-order checking on the sequence
       *> numbers feeder systems put on their records.  A missing
       *> number is a lost transaction, and until now nobody looked
       *> until a customer complained.  This reads a stack, or a
       *> QUEUED dataset, without disturbing it, takes a sequence
       *> number out of each item -- within a "source system" field
       *> too, when the feed interleaves several numbering series --
       *> and reports to SYSOUT:
       *>     the gaps, as the ranges of numbers never seen;
       *>     the numbers seen more than once;
       *>     the numbers that arrived out of order, after a higher
       *>     one from the same source.
       *> Items are taken in arrival order: a stack bottom (slot 1)
       *> first, a QUEUED dataset from its head to its tail
       *> (close-of-business markers passed over).  A number that
       *> turns up late, into a gap already noticed, closes that
       *> part of the gap and is reported as out of order; one that
       *> falls where nothing is missing is a duplicate.
       *>
       *> Called with a stack's ab-ptr, it checks the stack; run as
       *> a job step of its own, or called without one, it checks
       *> the QUEUED dataset the control card names -- read only,
       *> the way QUEUEDW reads it, so the producer and consumer
       *> carry on around it.  Either way the return code is the
       *> scheduler's to act on.
       *>
       *> With carry-forward on, the last number seen per source is
       *> kept on the small control dataset STACKSQC: read at the
       *> start, so today's first number is checked against
       *> yesterday's last and a gap across midnight is caught, and
       *> rewritten at the end with the highest number now seen.  A
       *> number at or below the carried one is a duplicate -- it
       *> was accounted for on an earlier run.  Only the last
       *> number is carried, not the gaps below it: a gap is
       *> reported on the run that finds it, and a number that
       *> fills it on a later run counts as a duplicate.  Give each
       *> feed its own STACKSQC dataset.
       *>
       *> Control record layout (STACKSQI), one record:
       *>     ctl-ddname        PIC X(008)  DDNAME of the QUEUED
       *>                                   dataset; ignored when a
       *>                                   stack is checked
       *>     ctl-seq-offset    PIC 9(004)  the sequence number's
       *>     ctl-seq-length    PIC 9(002)  first byte within the
       *>                                   item (1 = the item's
       *>                                   first byte) and length,
       *>                                   at most 18 digits
       *>     ctl-src-offset    PIC 9(004)  the source system
       *>     ctl-src-length    PIC 9(002)  field, likewise, at most
       *>                                   32 bytes; zeros when the
       *>                                   feed has one series
       *>     ctl-carry         PIC X(001)  'Y' to carry the last
       *>                                   number per source on
       *>                                   STACKSQC
       *>     ctl-scramble-key  PIC X(016)  the key the dataset's
       *>                                   items were enqueued
       *>                                   under; Spaces if none
       *>
       *> Return-Code 0 means the numbers ran clean; +4 means
       *> duplicates or out-of-order arrivals but nothing missing;
       *> +8 means numbers are missing, or a sequence field did not
       *> hold a number -- either can hide a lost transaction -- and
       *> is also raised on the event feed; +12 means the check
       *> could not be made (control card, dataset, or a stack it
       *> cannot walk); +16 means more sources or gaps turned up
       *> than it can track, and the check is incomplete.
       *>
       Program-ID. STACKSQ.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKSQI"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select carry-file Assign To "STACKSQC"
             Organization Is Sequential
             File Status Is carry-file-status
           .
           Select qd-file Assign To Dynamic qd-dd-name
             Organization Is Relative
             Access Mode Is Random
             Relative Key Is qd-rrn
             File Status Is qd-file-status
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-ddname               PIC X(008).
           05  ctl-seq-offset           PIC 9(004).
           05  ctl-seq-length           PIC 9(002).
           05  ctl-src-offset           PIC 9(004).
           05  ctl-src-length           PIC 9(002).
           05  ctl-carry                PIC X(001).
           05  ctl-scramble-key         PIC X(016).

       FD  carry-file.
       *>  One source's last sequence number, carried between
       *>  runs; zoned DISPLAY so the dataset reads in a browser.
       01  carry-record.
           05  cr-source                PIC X(032).
           05  cr-last-seq              PIC 9(018).
           *>  Current-Date of the run that wrote it.
           05  cr-last-run              PIC X(021).
           05  Filler                   PIC X(009).

       FD  qd-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On qd-rec-len
           .
       01  qd-record                    PIC X(9999999).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKSQ'.
           05  qd-eyecatcher-value      PIC X(008) Value 'QUEUED6 '.
           05  scramble-program         PIC X(008) Value 'STACKSCR'.
           05  scramble-deco-func       PIC X(004) Value 'DECO'.
           05  event-program            PIC X(008) Value 'STACKEV'.
           05  source-tbl-max           PIC 9(004) Binary Value 200.
           05  gap-tbl-max              PIC 9(004) Binary Value 500.
           05  rc-clean                 PIC S9(004) Binary Value +0.
           *>  Return code indicating duplicates or out-of-order
           *>  arrivals, with nothing missing.
           05  rc-disorder              PIC S9(004) Binary Value +4.
           *>  Return code indicating numbers are missing, or a
           *>  sequence field held no number.
           05  rc-gaps                  PIC S9(004) Binary Value +8.
           *>  Return code indicating the check could not be made.
           05  rc-cannot-check          PIC S9(004) Binary Value +12.
           *>  Return code indicating the source or gap table
           *>  filled; the check is incomplete.
           05  rc-table-full            PIC S9(004) Binary Value +16.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  Return code indicating the eyecatcher did not match.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.

       *>  The QUEUED control record and item header, mirroring
       *>  QUEUED's own layouts.
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

       01  qd-item-header.
           05  qd-item-state            PIC X(001).
           05  qd-item-enq-time         PIC X(021).
           05  qd-item-not-before       PIC X(021).
           05  qd-item-cycle-id         PIC X(008).
           05  qd-item-corr-id          PIC X(024).
           05  qd-item-part-key         PIC X(032).
           05  qd-item-claim-owner      PIC X(008).

       *>  The sequence field, right-aligned into digits so its
       *>  value can be tested and taken.
       01  seq-area.
           05  seq-chars                PIC X(018).
       01  seq-redef Redefines seq-area.
           05  seq-digits               PIC 9(018).

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  carry-file-status        PIC X(002) Value '00'.
           05  carry-eof-switch         PIC X(001) Value 'N'.
               88  carry-eof                        Value 'Y'.
           05  carry-mode-switch        PIC X(001) Value 'N'.
               88  carry-on                         Value 'Y'.
           05  qd-dd-name               PIC X(008) Value Spaces.
           05  qd-rec-len               PIC 9(009) Binary Value 0.
           05  qd-rrn                   PIC 9(009) Binary Value 0.
           05  qd-file-status           PIC X(002) Value '00'.
           05  qd-item-start            PIC 9(009) Binary Value 0.
           05  scramble-key-value       PIC X(016) Value Spaces.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  resource-name            PIC X(008) Value Spaces.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  check-item-len           PIC 9(009) Binary Value 0.
           05  seq-offset               PIC 9(009) Binary Value 0.
           05  seq-length               PIC 9(009) Binary Value 0.
           05  src-offset               PIC 9(009) Binary Value 0.
           05  src-length               PIC 9(009) Binary Value 0.
           *>  How much of the source field the report shows; one
           *>  blank when the feed has no source field.
           05  src-show-len             PIC 9(009) Binary Value 1.
           05  slot-idx                 PIC 9(009) Binary Value 0.
           05  scan-rrn                 PIC 9(009) Binary Value 0.
           05  scan-done-switch         PIC X(001) Value 'N'.
               88  scan-done                        Value 'Y'.
           05  item-position            PIC 9(009) Binary Value 0.
           *>  Where the item being judged sits, for the report:
           *>  'depth' and the depth on a stack, 'rrn' and the
           *>  record position on a dataset.
           05  where-label              PIC X(005) Value Spaces.
           05  where-value              PIC 9(009) Value 0.
           05  nb-items-checked         PIC 9(009) Value 0.
           05  nb-unreadable            PIC 9(009) Value 0.
           05  nb-duplicates            PIC 9(009) Value 0.
           05  nb-out-of-order          PIC 9(009) Value 0.
           05  nb-gaps                  PIC 9(009) Value 0.
           05  nb-missing               PIC 9(018) Value 0.
           05  table-full-switch        PIC X(001) Value 'N'.
               88  table-full                       Value 'Y'.
           05  item-source              PIC X(032) Value Spaces.
           05  item-seq                 PIC 9(018) Value 0.
           05  src-idx                  PIC 9(004) Binary Value 0.
           05  match-idx                PIC 9(004) Binary Value 0.
           05  gap-idx                  PIC 9(004) Binary Value 0.
           05  gap-match-idx            PIC 9(004) Binary Value 0.
           05  new-gap-from             PIC 9(018) Value 0.
           05  new-gap-to               PIC 9(018) Value 0.
           05  gap-size                 PIC 9(018) Value 0.
           05  run-timestamp            PIC X(021) Value Spaces.
           05  event-type               PIC X(008) Value Spaces.
           05  event-rc                 PIC S9(004) Binary Value +0.
           05  event-text               PIC X(060) Value Spaces.
           05  event-count-edit         PIC Z(8)9.

       *>  Every source seen this run or carried in from STACKSQC.
       01  source-table.
           05  src-nb-entries           PIC 9(004) Binary Value 0.
           05  src-entry Occurs 200 Times.
               10  se-source            PIC X(032).
               *>  'Y' when STACKSQC carried a last number in.
               10  se-carried-switch    PIC X(001).
                   88  se-carried                   Value 'Y'.
               *>  'Y' once an item from the source is seen this run.
               10  se-seen-switch       PIC X(001).
                   88  se-seen                      Value 'Y'.
               *>  The highest number seen (or carried), and the
               *>  lowest seen this run.
               10  se-high              PIC 9(018).
               10  se-low               PIC 9(018).

       *>  The ranges of numbers missing so far; an entry whose
       *>  range a late arrival has used up is no longer live.
       01  gap-table.
           05  gap-nb-entries           PIC 9(004) Binary Value 0.
           05  gap-entry Occurs 500 Times.
               10  ge-src-idx           PIC 9(004) Binary.
               10  ge-live-switch       PIC X(001).
                   88  ge-live                      Value 'Y'.
               10  ge-from              PIC 9(018).
               10  ge-to                PIC 9(018).

       Linkage Section.
       *>  Input, optional.  Pointer to the anchor block of the
       *>  stack to check; Omitted, the QUEUED dataset on the
       *>  control card is checked instead.
       01  ab-ptr                       Pointer.

       Copy 'STACKAB.cpy'.

       01  stack-items.
           05  Occurs 1 To Unbounded
               Depending stack-items-len
               PIC X(001).

       Procedure Division Using
             Optional ab-ptr
           .

       *>  Working-Storage persists across calls; every check
       *>  starts from nothing.
           Move rc-clean To save-rc
           Move 0   To src-nb-entries
           Move 0   To gap-nb-entries
           Move 0   To nb-items-checked
           Move 0   To nb-unreadable
           Move 0   To nb-duplicates
           Move 0   To nb-out-of-order
           Move 0   To nb-gaps
           Move 0   To nb-missing
           Move 'N' To table-full-switch
           Move Current-Date To run-timestamp

           Open Input control-file
           If control-file-status = '00'
               Read control-file
           End-If
           If control-file-status Not = '00'
               Display myname ' STACKSQI control card could not be'
                 ' read (status=' control-file-status ')'
               Close control-file
               Move rc-cannot-check To Return-Code
               Goback
           End-If
           Close control-file

           Move ctl-ddname       To qd-dd-name
           Move ctl-seq-offset   To seq-offset
           Move ctl-seq-length   To seq-length
           Move ctl-src-offset   To src-offset
           Move ctl-src-length   To src-length
           Move ctl-carry        To carry-mode-switch
           Move ctl-scramble-key To scramble-key-value

           If seq-offset < 1 Or seq-length < 1 Or seq-length > 18
             Or src-length > 32
             Or (src-length > 0 And src-offset < 1)
               Display myname ' control card field positions are'
                 ' not usable'
               Move rc-cannot-check To Return-Code
               Goback
           End-If

           If src-length > 0
               Move src-length To src-show-len
           Else
               Move 1 To src-show-len
           End-If

           If carry-on
               Perform 1000-Load-Carried
           End-If

           If ab-ptr Is Omitted
               Move qd-dd-name To resource-name
               Perform 3000-Check-Dataset
           Else
               Perform 2000-Check-Stack
           End-If

           If save-rc = rc-cannot-check Or save-rc = rc-ab-corrupt
               Move save-rc To Return-Code
               Goback
           End-If

           Perform 5000-Report-Gaps

           Display myname ' ' resource-name
             ' items checked = ' nb-items-checked
             ' sources = ' src-nb-entries
           Display myname ' ' resource-name
             ' gaps = ' nb-gaps ' numbers missing = ' nb-missing
           Display myname ' ' resource-name
             ' duplicates = ' nb-duplicates
             ' out of order = ' nb-out-of-order
             ' unreadable = ' nb-unreadable

           Evaluate True
             When table-full
                  Display myname ' check incomplete: more than '
                    source-tbl-max ' sources or '
                    gap-tbl-max ' gaps'
                  Move rc-table-full To save-rc
             When nb-gaps > 0 Or nb-unreadable > 0
                  Move rc-gaps To save-rc
             When nb-duplicates > 0 Or nb-out-of-order > 0
                  Move rc-disorder To save-rc
             When Other
                  Move rc-clean To save-rc
           End-Evaluate

           If nb-gaps > 0 Or nb-unreadable > 0
               Move 'SEQGAP' To event-type
               Move rc-gaps To event-rc
               Move 'Sequence numbers missing:' To event-text
               Move nb-missing To event-count-edit
               Move event-count-edit To event-text(27:9)
               Move 'unreadable:' To event-text(38:11)
               Move nb-unreadable To event-count-edit
               Move event-count-edit To event-text(50:9)
               Perform 9900-Raise-Event
           End-If

           If carry-on
               Perform 6000-Carry-Forward
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Reads STACKSQC into the source table; a dataset not yet
       *>  there (the first run) carries nothing in.
       1000-Load-Carried.
           Move 'N' To carry-eof-switch
           Open Input carry-file
           If carry-file-status = '00'
               Perform 1010-Load-One-Carried Until carry-eof
               Close carry-file
           Else
               Display myname ' STACKSQC not readable (status='
                 carry-file-status '); starting without carried'
                 ' numbers'
           End-If
           .

       *>  Body of the 1000-Load-Carried loop.
       1010-Load-One-Carried.
           Read carry-file
               At End
                   Move 'Y' To carry-eof-switch
           End-Read

           If Not carry-eof
               If src-nb-entries < source-tbl-max
                   Add 1 To src-nb-entries
                   Move cr-source   To se-source(src-nb-entries)
                   Move 'Y'         To se-carried-switch
                                         (src-nb-entries)
                   Move 'N'         To se-seen-switch(src-nb-entries)
                   Move cr-last-seq To se-high(src-nb-entries)
                   Move 0           To se-low(src-nb-entries)
               Else
                   Move 'Y' To table-full-switch
               End-If
           End-If
           .

       *>  Walks a stack bottom up without disturbing it.
       2000-Check-Stack.
           Set Address Of ab To ab-ptr
           If stack-eyecatcher Not = ab-eyecatcher
               Move rc-ab-corrupt To save-rc
           Else
             If stack-varlen-on Or stack-compress-on
               Or stack-segmented-on Or stack-overflow-on
                 Display myname ' stack is varlen, compressed,'
                   ' segmented or spilling to disk; not checked'
                 Move rc-cannot-check To save-rc
             Else
               Move stack-audit-id To resource-name
               Move stack-item-len To check-item-len
               If seq-offset + seq-length - 1 > check-item-len
                 Or src-offset + src-length - 1 > check-item-len
                   Display myname ' control card fields run outside'
                     ' the item'
                   Move rc-cannot-check To save-rc
               Else
                   Set Address Of stack-items To stack-items-ptr
                   Move 'depth' To where-label
                   Perform 2010-Check-Stack-Slot
                     Varying slot-idx
                     From 1 By 1
                     Until slot-idx > stack-curr-nb-items
               End-If
             End-If
           End-If
           .

       *>  Body of the 2000-Check-Stack walk.
       2010-Check-Stack-Slot.
           Compute item-position =
             ((slot-idx - 1) * check-item-len) + 1
           Compute where-value = stack-curr-nb-items - slot-idx + 1

           Move Zeros To seq-chars
           Move stack-items(item-position + seq-offset - 1:seq-length)
             To seq-chars(19 - seq-length:seq-length)
           Move Spaces To item-source
           If src-length > 0
               Move stack-items
                      (item-position + src-offset - 1:src-length)
                 To item-source(1:src-length)
           End-If

           Perform 4000-Check-One-Item
           .

       *>  Reads a QUEUED dataset from its head to its tail.
       3000-Check-Dataset.
           Open Input qd-file
           If qd-file-status Not = '00'
               Display myname ' ' qd-dd-name
                 ' could not be opened, file status '
                 qd-file-status
               Move rc-cannot-check To save-rc
           Else
               Move 1 To qd-rrn
               Read qd-file
               If qd-file-status = '00'
                   Move qd-record(1:Length(qd-control))
                     To qd-control
               End-If
               If qd-file-status Not = '00'
                 Or qd-eyecatcher Not = qd-eyecatcher-value
                   Display myname ' ' qd-dd-name
                     ' record 1 is not a QUEUED control record'
                   Move rc-cannot-check To save-rc
               Else
                   Move qd-ctl-item-len To check-item-len
                   If seq-offset + seq-length - 1 > check-item-len
                     Or src-offset + src-length - 1
                          > check-item-len
                       Display myname ' control card fields run'
                         ' outside the item'
                       Move rc-cannot-check To save-rc
                   Else
                       Compute qd-item-start =
                         Length(qd-item-header) + 1
                       Move 'rrn' To where-label
                       Move 'N' To scan-done-switch
                       Perform 3010-Check-Dataset-Record
                         Varying scan-rrn
                         From qd-ctl-head-rrn By 1
                         Until scan-rrn >= qd-ctl-tail-rrn
                           Or scan-done
                   End-If
               End-If
               Close qd-file
           End-If
           .

       *>  Body of the 3000-Check-Dataset scan.  A marker carries
       *>  no item, so it carries no number either.
       3010-Check-Dataset-Record.
           Move scan-rrn To qd-rrn
           Read qd-file
           If qd-file-status Not = '00'
               Display myname ' ' qd-dd-name ' record ' scan-rrn
                 ' could not be read (status=' qd-file-status
                 '); scan stopped'
               Move 'Y' To scan-done-switch
               Move rc-cannot-check To save-rc
           Else
               Move qd-record(1:Length(qd-item-header))
                 To qd-item-header
               If qd-item-state Not = 'M'
                   If scramble-key-value Not = Spaces
                       Move check-item-len To scramble-len
                       Call scramble-program Using
                         scramble-deco-func
                         scramble-key-value
                         scramble-len
                         qd-record(qd-item-start:check-item-len)
                       End-Call
                   End-If

                   Move scan-rrn To where-value
                   Move Zeros To seq-chars
                   Move qd-record
                          (qd-item-start + seq-offset - 1:seq-length)
                     To seq-chars(19 - seq-length:seq-length)
                   Move Spaces To item-source
                   If src-length > 0
                       Move qd-record
                              (qd-item-start + src-offset - 1:
                                src-length)
                         To item-source(1:src-length)
                   End-If

                   Perform 4000-Check-One-Item
               End-If
           End-If
           .

       *>  Judges the one number staged in seq-area, under the
       *>  source staged in item-source.
       4000-Check-One-Item.
           Add 1 To nb-items-checked

           If seq-digits Is Not Numeric
               Add 1 To nb-unreadable
               Display myname ' ' where-label ' ' where-value
                 ' sequence field is not a number: '
                 seq-chars(19 - seq-length:seq-length)
           Else
               Move seq-digits To item-seq
               Perform 4100-Find-Source
               If src-idx > 0
                   Perform 4200-Judge-Sequence
               End-If
           End-If
           .

       *>  Points src-idx at item-source's entry, adding one when
       *>  the source is new; zero when the table is full.
       4100-Find-Source.
           Move 0 To src-idx
           Perform 4110-Match-Source
             Varying match-idx
             From 1 By 1
             Until match-idx > src-nb-entries Or src-idx > 0

           If src-idx = 0
               If src-nb-entries < source-tbl-max
                   Add 1 To src-nb-entries
                   Move src-nb-entries To src-idx
                   Move item-source To se-source(src-idx)
                   Move 'N' To se-carried-switch(src-idx)
                   Move 'N' To se-seen-switch(src-idx)
                   Move 0   To se-high(src-idx)
                   Move 0   To se-low(src-idx)
               Else
                   Move 'Y' To table-full-switch
               End-If
           End-If
           .

       *>  Body of the 4100-Find-Source search.
       4110-Match-Source.
           If se-source(match-idx) = item-source
               Move match-idx To src-idx
           End-If
           .

       *>  Above the highest number so far is in order, opening a
       *>  gap if it skipped any; at or below it is a late arrival
       *>  when it fills a gap and a duplicate when it doesn't.
       *>  Below the lowest number this run has seen -- with
       *>  nothing carried in to say where the series stood -- it
       *>  is late too, and what lies between it and the lowest is
       *>  missing.
       4200-Judge-Sequence.
           Evaluate True
             When Not se-seen(src-idx) And Not se-carried(src-idx)
                  Move item-seq To se-high(src-idx)
                  Move item-seq To se-low(src-idx)
             When item-seq > se-high(src-idx)
                  If item-seq > se-high(src-idx) + 1
                      Compute new-gap-from = se-high(src-idx) + 1
                      Compute new-gap-to   = item-seq - 1
                      Perform 4300-Open-Gap
                  End-If
                  Move item-seq To se-high(src-idx)
             When Not se-carried(src-idx)
               And item-seq < se-low(src-idx)
                  Add 1 To nb-out-of-order
                  Display myname ' ' where-label ' ' where-value
                    ' source ' item-source(1:src-show-len)
                    ' number ' item-seq
                    ' out of order, below ' se-low(src-idx)
                  If item-seq < se-low(src-idx) - 1
                      Compute new-gap-from = item-seq + 1
                      Compute new-gap-to   = se-low(src-idx) - 1
                      Perform 4300-Open-Gap
                  End-If
                  Move item-seq To se-low(src-idx)
             When Other
                  Perform 4400-Fill-Gap
                  If gap-match-idx > 0
                      Add 1 To nb-out-of-order
                      Display myname ' ' where-label ' ' where-value
                        ' source ' item-source(1:src-show-len)
                        ' number ' item-seq
                        ' out of order, after ' se-high(src-idx)
                  Else
                      Add 1 To nb-duplicates
                      Display myname ' ' where-label ' ' where-value
                        ' source ' item-source(1:src-show-len)
                        ' number ' item-seq ' duplicated'
                  End-If
           End-Evaluate
           Move 'Y' To se-seen-switch(src-idx)
           .

       *>  Records new-gap-from through new-gap-to as missing under
       *>  the current source.
       4300-Open-Gap.
           If gap-nb-entries < gap-tbl-max
               Add 1 To gap-nb-entries
               Move src-idx      To ge-src-idx(gap-nb-entries)
               Move 'Y'          To ge-live-switch(gap-nb-entries)
               Move new-gap-from To ge-from(gap-nb-entries)
               Move new-gap-to   To ge-to(gap-nb-entries)
           Else
               Move 'Y' To table-full-switch
           End-If
           .

       *>  Finds the live gap item-seq falls in, if any, and takes
       *>  the number out of it: the gap shrinks from whichever end
       *>  it was at, disappears when it was the last number in it,
       *>  and splits in two when it was in the middle.
       4400-Fill-Gap.
           Move 0 To gap-match-idx
           Perform 4410-Match-Gap
             Varying gap-idx
             From 1 By 1
             Until gap-idx > gap-nb-entries Or gap-match-idx > 0

           If gap-match-idx > 0
               Evaluate True
                 When ge-from(gap-match-idx) = item-seq
                   And ge-to(gap-match-idx) = item-seq
                      Move 'N' To ge-live-switch(gap-match-idx)
                 When ge-from(gap-match-idx) = item-seq
                      Add 1 To ge-from(gap-match-idx)
                 When ge-to(gap-match-idx) = item-seq
                      Subtract 1 From ge-to(gap-match-idx)
                 When Other
                      Compute new-gap-from = item-seq + 1
                      Move ge-to(gap-match-idx) To new-gap-to
                      Compute ge-to(gap-match-idx) = item-seq - 1
                      Perform 4300-Open-Gap
               End-Evaluate
           End-If
           .

       *>  Body of the 4400-Fill-Gap search.
       4410-Match-Gap.
           If ge-live(gap-idx)
             And ge-src-idx(gap-idx) = src-idx
             And item-seq >= ge-from(gap-idx)
             And item-seq <= ge-to(gap-idx)
               Move gap-idx To gap-match-idx
           End-If
           .

       *>  One line per range still missing at the end of the run.
       5000-Report-Gaps.
           Perform 5010-Report-One-Gap
             Varying gap-idx
             From 1 By 1
             Until gap-idx > gap-nb-entries
           .

       *>  Body of the 5000-Report-Gaps loop.
       5010-Report-One-Gap.
           If ge-live(gap-idx)
               Add 1 To nb-gaps
               Compute gap-size =
                 ge-to(gap-idx) - ge-from(gap-idx) + 1
               Add gap-size To nb-missing
               Move ge-src-idx(gap-idx) To src-idx
               Display myname ' GAP source '
                 se-source(src-idx)(1:src-show-len)
                 ' missing ' ge-from(gap-idx)
                 ' through ' ge-to(gap-idx)
                 ' (' gap-size ' numbers)'
           End-If
           .

       *>  Rewrites STACKSQC with every source's highest number; a
       *>  carried source this run never saw keeps its carried one.
       6000-Carry-Forward.
           Open Output carry-file
           If carry-file-status Not = '00'
               Display myname ' STACKSQC could not be written'
                 ' (status=' carry-file-status ');'
                 ' numbers not carried forward'
           Else
               Perform 6010-Write-One-Source
                 Varying src-idx
                 From 1 By 1
                 Until src-idx > src-nb-entries
               Close carry-file
           End-If
           .

       *>  Body of the 6000-Carry-Forward loop.
       6010-Write-One-Source.
           Move Spaces            To carry-record
           Move se-source(src-idx) To cr-source
           Move se-high(src-idx)   To cr-last-seq
           Move run-timestamp      To cr-last-run
           Write carry-record
           .

       *>  Writes event-type, event-rc and event-text for the
       *>  checked stack or dataset to the shared event feed; a
       *>  feed that cannot be written leaves the check's own
       *>  return code alone.
       9900-Raise-Event.
           Call event-program Using
             event-type
             myname
             resource-name
             event-rc
             event-text
             On Exception
                Continue
           End-Call
           .
