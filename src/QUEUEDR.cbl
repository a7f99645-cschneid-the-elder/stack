       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Request/reply pairing report over the two QUEUED datasets
       *> an inquiry flow runs on: the asker's requests go out on
       *> one, the back office's answers come back on the other,
       *> each stamped with the correlation-id the asker chose.
       *> Every application used to match the two by hand, and a
       *> request nobody ever answered went unnoticed until the
       *> customer chased it.  This pairs them in batch.
       *>
       *> Every record on either dataset that carries a
       *> correlation-id takes part, whatever its state -- a
       *> request the back office has already taken, or a reply the
       *> asker has already collected with DEQC, still sits on the
       *> dataset as a done record until QUEUEDM compacts it away.
       *> A request is answered when any record on the reply
       *> dataset carries its correlation-id.  The report lists:
       *>     each request with no answer that has waited longer
       *>     than the control card's interval since it was
       *>     enqueued -- younger ones are simply counted as still
       *>     within their time;
       *>     each reply whose correlation-id matches no request --
       *>     a reply to a question nobody asked, or to one whose
       *>     record is no longer there to match.
       *> Run it before compacting either dataset; compaction
       *> removes the done records the pairing relies on.
       *>
       *> The replies are loaded once and sorted by correlation-id,
       *> so each request's answer is found by binary search
       *> rather than a pass over every reply.
       *>
       *> Control record layout (QDRIN), one record:
       *>     ctl-request-ddname  PIC X(008)  DDNAME of the request
       *>                                     dataset
       *>     ctl-reply-ddname    PIC X(008)  DDNAME of the reply
       *>                                     dataset
       *>     ctl-interval        PIC 9(009)  seconds a request may
       *>                                     wait for its answer
       *>                                     before it is listed
       *>
       *> The report goes to QDRRPT.  Return-Code 0 means every
       *> request old enough to have been answered was, and every
       *> reply matched a request; +4 means at least one
       *> unanswered request or unknown reply was listed; higher
       *> codes mean the pairing never ran.
       *>
       Program-ID. QUEUEDR.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select request-file Assign To Dynamic request-dd-name
             Organization Is Relative
             Access Mode Is Random
             Relative Key Is request-rrn
             File Status Is request-file-status
           .
           Select reply-file Assign To Dynamic reply-dd-name
             Organization Is Relative
             Access Mode Is Random
             Relative Key Is reply-rrn
             File Status Is reply-file-status
           .
           Select control-file Assign To "QDRIN"
             Organization Is Sequential
           .
           Select report-file Assign To "QDRRPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  request-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On request-rec-len
           .
       01  request-record               PIC X(9999999).

       FD  reply-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On reply-rec-len
           .
       01  reply-record                 PIC X(9999999).

       FD  control-file.
       01  control-record.
           05  ctl-request-ddname       PIC X(008).
           05  ctl-reply-ddname         PIC X(008).
           05  ctl-interval             PIC 9(009).

       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUEDR'.
           05  qd-eyecatcher-value      PIC X(008) Value 'QUEUED6 '.
           05  seconds-per-day          PIC 9(009) Binary Value 86400.
           *>  The bytes one reply-table entry occupies.
           05  rt-entry-len             PIC 9(009) Binary Value 43.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating at least one unanswered
           *>  request or unknown reply was listed.
           05  rc-exceptions-found      PIC S9(004) Binary Value +4.
           *>  Return code indicating record 1 of either dataset is
           *>  not a QUEUED6 control record.
           05  rc-format-mismatch       PIC S9(004) Binary Value +8.
           *>  Return code indicating either dataset could not be
           *>  opened or read.
           05  rc-io-error              PIC S9(004) Binary Value +12.

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

       *>  Pulls a 21-byte Current-Date style timestamp apart, the
       *>  same arithmetic QUEUEDW's age check uses.
       01  time-parse-area.
           05  parse-yyyymmdd           PIC 9(008).
           05  parse-hh                 PIC 9(002).
           05  parse-mm                 PIC 9(002).
           05  parse-ss                 PIC 9(002).

       01  work-areas.
           05  request-dd-name          PIC X(008) Value Spaces.
           05  reply-dd-name            PIC X(008) Value Spaces.
           05  request-rec-len          PIC 9(009) Binary Value 0.
           05  reply-rec-len            PIC 9(009) Binary Value 0.
           05  request-rrn              PIC 9(009) Binary Value 0.
           05  reply-rrn                PIC 9(009) Binary Value 0.
           05  request-file-status      PIC X(002) Value '00'.
           05  reply-file-status        PIC X(002) Value '00'.
           05  interval-seconds         PIC 9(009) Binary Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  reply-tail-rrn           PIC 9(009) Binary Value 0.
           05  request-tail-rrn         PIC 9(009) Binary Value 0.
           05  rt-nb-alloc              PIC 9(009) Binary Value 0.
           05  rt-alloc-bytes           PIC 9(009) Binary Value 0.
           05  rt-nb-entries            PIC 9(009) Binary Value 0.
           05  rt-idx                   PIC 9(009) Binary Value 0.
           05  rt-ptr                   Pointer Value Null.
           *>  Reply lookup: the binary search's bounds and the run
           *>  of replies carrying the correlation-id sought.
           05  search-lo                PIC 9(009) Binary Value 0.
           05  search-hi                PIC 9(009) Binary Value 0.
           05  search-mid               PIC 9(009) Binary Value 0.
           05  first-idx                PIC 9(009) Binary Value 0.
           05  last-idx                 PIC 9(009) Binary Value 0.
           05  scan-switch              PIC X(001) Value 'N'.
               88  scan-done                        Value 'Y'.
           *>  The shell sort's working fields; the reply table is
           *>  ordered by correlation-id for the lookup, then by
           *>  position again for the unknown-replies list.
           05  sort-gap                 PIC 9(009) Binary Value 0.
           05  sort-start               PIC 9(009) Binary Value 0.
           05  sort-i                   PIC 9(009) Binary Value 0.
           05  sort-j                   PIC 9(009) Binary Value 0.
           05  sort-placed-switch       PIC X(001) Value 'N'.
               88  sort-placed                      Value 'Y'.
           05  sort-by-rrn-switch       PIC X(001) Value 'N'.
               88  sort-by-rrn                      Value 'Y'.
           05  answered-switch          PIC X(001) Value 'N'.
               88  answered                         Value 'Y'.
           05  parse-timestamp          PIC X(021) Value Spaces.
           05  slot-seconds             PIC 9(018) Binary Value 0.
           05  now-seconds              PIC 9(018) Binary Value 0.
           05  age-seconds              PIC S9(018) Binary Value 0.
           05  age-display              PIC 9(009) Value 0.
           05  nb-requests              PIC 9(009) Binary Value 0.
           05  nb-answered              PIC 9(009) Binary Value 0.
           05  nb-within-interval       PIC 9(009) Binary Value 0.
           05  nb-unanswered            PIC 9(009) Binary Value 0.
           05  nb-unknown-replies       PIC 9(009) Binary Value 0.

       *>  The reply-table entry the shell sort is placing.
       01  sort-hold.
           05  sort-hold-corr-id        PIC X(024).
           05  sort-hold-rrn            PIC 9(009) Binary.
           05  sort-hold-enq-time       PIC X(014).
           05  sort-hold-matched-switch PIC X(001).

       Linkage Section.
       *>  Every correlated record on the reply dataset, loaded
       *>  before the request dataset is read, sorted by
       *>  correlation-id, and marked as the requests claim their
       *>  answers.
       01  reply-table.
           05  rt-entry
               Occurs 1 To Unbounded
               Depending rt-nb-entries.
               10  rt-corr-id           PIC X(024).
               10  rt-rrn               PIC 9(009) Binary.
               10  rt-enq-time          PIC X(014).
               10  rt-matched-switch    PIC X(001).
                   88  rt-matched                   Value 'Y'.

       Procedure Division.
           Open Input control-file
           Read control-file
           Move ctl-request-ddname To request-dd-name
           Move ctl-reply-ddname   To reply-dd-name
           Move ctl-interval       To interval-seconds
           Close control-file

           Open Output report-file

           Move 'QUEUEDR request/reply pairing report'
             To report-record
           Write report-record

           Move Spaces To report-record
           Move 'Requests:' To report-record
           Move request-dd-name To report-record(11:8)
           Move 'Replies:' To report-record(21:8)
           Move reply-dd-name To report-record(30:8)
           Move 'Interval:' To report-record(40:9)
           Move interval-seconds To age-display
           Move age-display To report-record(50:9)
           Write report-record

           Move Current-Date To parse-timestamp
           Perform 9830-Timestamp-To-Seconds
           Move slot-seconds To now-seconds

           Perform 1000-Load-Replies

           If save-rc = rc-success
               Perform 2000-Pair-Requests
           End-If

           If save-rc = rc-success
               Perform 3000-Report-Unknown-Replies
               Perform 4000-Report-Totals

               If nb-unanswered > 0 Or nb-unknown-replies > 0
                   Move rc-exceptions-found To save-rc
               End-If
           End-If

           If rt-ptr Not = Null
               Free rt-ptr
           End-If

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  Opens the reply dataset, validates it, and loads every
       *>  correlated record on it into the reply table -- one slot
       *>  per record position, the most it could need -- then
       *>  sorts the table by correlation-id.
       1000-Load-Replies.
           Open Input reply-file
           If reply-file-status Not = '00'
               Move Spaces To report-record
               Move 'Reply dataset could not be opened, status'
                 To report-record
               Move reply-file-status To report-record(43:2)
               Write report-record
               Move rc-io-error To save-rc
           Else
               Move 1 To reply-rrn
               Read reply-file
               If reply-file-status Not = '00'
                   Move Spaces To report-record
                   Move 'Reply dataset has no control record'
                     To report-record
                   Write report-record
                   Move rc-format-mismatch To save-rc
               Else
                   Move reply-record(1:Length(qd-control))
                     To qd-control
                   Perform 1010-Check-Eyecatcher
               End-If

               If save-rc = rc-success
                   Move qd-ctl-tail-rrn To reply-tail-rrn
                   Perform 1020-Allocate-Table

                   Perform 1030-Load-One-Reply
                     Varying reply-rrn
                     From 2 By 1
                     Until reply-rrn >= reply-tail-rrn

                   Move 'N' To sort-by-rrn-switch
                   Perform 7000-Sort-Table
               End-If

               Close reply-file
           End-If
           .

       *>  Confirms the control record just read is the layout
       *>  this report reads.
       1010-Check-Eyecatcher.
           If qd-eyecatcher Not = qd-eyecatcher-value
               Move Spaces To report-record
               Move 'Record 1 is not a QUEUED6 control record:'
                 To report-record
               Move qd-eyecatcher To report-record(44:8)
               Write report-record
               Move rc-format-mismatch To save-rc
           End-If
           .

       *>  Storage for the reply table, sized by the reply
       *>  dataset's tail position.
       1020-Allocate-Table.
           Move 0 To rt-nb-entries

           If reply-tail-rrn > 2
               Compute rt-nb-alloc = reply-tail-rrn - 2
               Compute rt-alloc-bytes = rt-nb-alloc * rt-entry-len
               Allocate
                 rt-alloc-bytes Characters
                 Initialized
                 Returning rt-ptr
               Set Address Of reply-table To rt-ptr
           End-If
           .

       *>  Body of the 1000-Load-Replies walk; a record missing
       *>  from its slot (compacted, or never written) is passed
       *>  over, as are markers and uncorrelated records.
       1030-Load-One-Reply.
           Read reply-file
           If reply-file-status = '00'
               Move reply-record(1:Length(qd-item-header))
                 To qd-item-header

               If qd-item-state Not = 'M'
                 And qd-item-corr-id Not = Spaces
                   Add 1 To rt-nb-entries
                   Move qd-item-corr-id
                     To rt-corr-id(rt-nb-entries)
                   Move reply-rrn
                     To rt-rrn(rt-nb-entries)
                   Move qd-item-enq-time(1:14)
                     To rt-enq-time(rt-nb-entries)
                   Move 'N'
                     To rt-matched-switch(rt-nb-entries)
               End-If
           End-If
           .

       *>  Opens the request dataset, validates it, and looks up
       *>  every correlated request's answer in the reply table.
       2000-Pair-Requests.
           Open Input request-file
           If request-file-status Not = '00'
               Move Spaces To report-record
               Move 'Request dataset could not be opened, status'
                 To report-record
               Move request-file-status To report-record(45:2)
               Write report-record
               Move rc-io-error To save-rc
           Else
               Move 1 To request-rrn
               Read request-file
               If request-file-status Not = '00'
                   Move Spaces To report-record
                   Move 'Request dataset has no control record'
                     To report-record
                   Write report-record
                   Move rc-format-mismatch To save-rc
               Else
                   Move request-record(1:Length(qd-control))
                     To qd-control
                   Perform 1010-Check-Eyecatcher
               End-If

               If save-rc = rc-success
                   Move qd-ctl-tail-rrn To request-tail-rrn

                   Move Spaces To report-record
                   Move 'Unanswered requests past the interval:'
                     To report-record
                   Write report-record

                   Move Spaces To report-record
                   Move 'position' To report-record(1:8)
                   Move 'st' To report-record(11:2)
                   Move 'enqueued-at' To report-record(14:11)
                   Move 'age-secs' To report-record(29:8)
                   Move 'correlation-id' To report-record(40:14)
                   Write report-record

                   Perform 2010-Pair-One-Request
                     Varying request-rrn
                     From 2 By 1
                     Until request-rrn >= request-tail-rrn
               End-If

               Close request-file
           End-If
           .

       *>  Body of the 2000-Pair-Requests walk.
       2010-Pair-One-Request.
           Read request-file
           If request-file-status = '00'
               Move request-record(1:Length(qd-item-header))
                 To qd-item-header

               If qd-item-state Not = 'M'
                 And qd-item-corr-id Not = Spaces
                   Add 1 To nb-requests
                   Move 'N' To answered-switch

                   Perform 2020-Find-Replies
                   If first-idx > 0
                       Perform 2025-Mark-One-Reply
                         Varying rt-idx
                         From first-idx By 1
                         Until rt-idx > last-idx
                   End-If

                   If answered
                       Add 1 To nb-answered
                   Else
                       Perform 2030-Age-Unanswered
                   End-If
               End-If
           End-If
           .

       *>  Finds the run of replies carrying the request's
       *>  correlation-id: a binary search for any one of them,
       *>  then out to either end of the run.  first-idx is zero
       *>  when there are none.
       2020-Find-Replies.
           Move 0 To first-idx
           Move 0 To last-idx
           Move 1 To search-lo
           Move rt-nb-entries To search-hi

           Perform 2021-Probe-One-Slot
             Until search-lo > search-hi Or first-idx > 0

           If first-idx > 0
               Move first-idx To last-idx
               Move 'N' To scan-switch
               Perform 2022-Extend-Run-Back Until scan-done
               Move 'N' To scan-switch
               Perform 2023-Extend-Run-Forward Until scan-done
           End-If
           .

       *>  Body of the 2020-Find-Replies binary search.
       2021-Probe-One-Slot.
           Compute search-mid = (search-lo + search-hi) / 2

           Evaluate True
             When rt-corr-id(search-mid) = qd-item-corr-id
                  Move search-mid To first-idx
             When rt-corr-id(search-mid) < qd-item-corr-id
                  Compute search-lo = search-mid + 1
             When Other
                  If search-mid = 1
                      Move 0 To search-hi
                  Else
                      Compute search-hi = search-mid - 1
                  End-If
           End-Evaluate
           .

       2022-Extend-Run-Back.
           If first-idx = 1
               Move 'Y' To scan-switch
           Else
               If rt-corr-id(first-idx - 1) = qd-item-corr-id
                   Subtract 1 From first-idx
               Else
                   Move 'Y' To scan-switch
               End-If
           End-If
           .

       2023-Extend-Run-Forward.
           If last-idx = rt-nb-entries
               Move 'Y' To scan-switch
           Else
               If rt-corr-id(last-idx + 1) = qd-item-corr-id
                   Add 1 To last-idx
               Else
                   Move 'Y' To scan-switch
               End-If
           End-If
           .

       *>  Body of the loop over the run found.  Every reply
       *>  carrying the correlation-id is marked, so a duplicate
       *>  answer is not later mistaken for an unknown one.
       2025-Mark-One-Reply.
           Move 'Y' To rt-matched-switch(rt-idx)
           Move 'Y' To answered-switch
           .

       *>  A request with no answer: counted as within its time,
       *>  or listed once it has waited past the interval.
       2030-Age-Unanswered.
           Move qd-item-enq-time To parse-timestamp
           Perform 9830-Timestamp-To-Seconds
           Compute age-seconds = now-seconds - slot-seconds
           If age-seconds < 0
               Move 0 To age-seconds
           End-If

           If age-seconds > interval-seconds
               Add 1 To nb-unanswered
               Move age-seconds To age-display

               Move Spaces To report-record
               Move request-rrn To report-record(1:9)
               Move qd-item-state To report-record(11:1)
               Move qd-item-enq-time(1:14) To report-record(14:14)
               Move age-display To report-record(29:9)
               Move qd-item-corr-id To report-record(40:24)
               Write report-record
           Else
               Add 1 To nb-within-interval
           End-If
           .

       *>  Every reply no request claimed, in the order they sit
       *>  on the reply dataset.
       3000-Report-Unknown-Replies.
           Move 'Y' To sort-by-rrn-switch
           Perform 7000-Sort-Table

           Move Spaces To report-record
           Move 'Replies with no matching request:'
             To report-record
           Write report-record

           Move Spaces To report-record
           Move 'position' To report-record(1:8)
           Move 'enqueued-at' To report-record(14:11)
           Move 'correlation-id' To report-record(40:14)
           Write report-record

           Perform 3010-Report-One-Reply
             Varying rt-idx
             From 1 By 1
             Until rt-idx > rt-nb-entries
           .

       *>  Body of the 3000-Report-Unknown-Replies walk.
       3010-Report-One-Reply.
           If Not rt-matched(rt-idx)
               Add 1 To nb-unknown-replies

               Move Spaces To report-record
               Move rt-rrn(rt-idx) To report-record(1:9)
               Move rt-enq-time(rt-idx) To report-record(14:14)
               Move rt-corr-id(rt-idx) To report-record(40:24)
               Write report-record
           End-If
           .

       *>  The closing counts.
       4000-Report-Totals.
           Move Spaces To report-record
           Move 'requests' To report-record(1:8)
           Move nb-requests To report-record(10:9)
           Move 'answered' To report-record(21:8)
           Move nb-answered To report-record(30:9)
           Write report-record

           Move Spaces To report-record
           Move 'waiting within interval' To report-record(1:23)
           Move nb-within-interval To report-record(25:9)
           Move 'past it' To report-record(36:7)
           Move nb-unanswered To report-record(44:9)
           Write report-record

           Move Spaces To report-record
           Move 'replies' To report-record(1:7)
           Move rt-nb-entries To report-record(10:9)
           Move 'unknown' To report-record(21:7)
           Move nb-unknown-replies To report-record(30:9)
           Write report-record
           .

       *>  Shell sort of the reply table, ascending by
       *>  correlation-id, or by position when sort-by-rrn:
       *>  insertion sorts over ever narrower gaps, the last of
       *>  them one.
       7000-Sort-Table.
           Divide rt-nb-entries By 2 Giving sort-gap
           Perform 7010-Sort-One-Gap Until sort-gap = 0
           .

       *>  Body of the 7000-Sort-Table loop.
       7010-Sort-One-Gap.
           Compute sort-start = sort-gap + 1
           Perform 7020-Sort-One-Entry
             Varying sort-i
             From sort-start By 1
             Until sort-i > rt-nb-entries
           Divide sort-gap By 2 Giving sort-gap
           .

       *>  Body of the 7010-Sort-One-Gap loop: the entry at sort-i
       *>  moves down its gap chain to where it belongs.
       7020-Sort-One-Entry.
           Move rt-entry(sort-i) To sort-hold
           Move sort-i To sort-j
           Move 'N' To sort-placed-switch
           Perform 7030-Shift-Entry Until sort-placed
           Move sort-hold To rt-entry(sort-j)
           .

       *>  Body of the 7020-Sort-One-Entry loop.
       7030-Shift-Entry.
           Evaluate True
             When sort-j <= sort-gap
                  Move 'Y' To sort-placed-switch
             When sort-by-rrn
               And rt-rrn(sort-j - sort-gap) <= sort-hold-rrn
                  Move 'Y' To sort-placed-switch
             When Not sort-by-rrn
               And rt-corr-id(sort-j - sort-gap) <= sort-hold-corr-id
                  Move 'Y' To sort-placed-switch
             When Other
                  Move rt-entry(sort-j - sort-gap) To rt-entry(sort-j)
                  Subtract sort-gap From sort-j
           End-Evaluate
           .

       *>  Turns the 21-byte timestamp in parse-timestamp into a
       *>  single seconds figure in slot-seconds.
       9830-Timestamp-To-Seconds.
           Move parse-timestamp(1:8)   To parse-yyyymmdd
           Move parse-timestamp(9:2)   To parse-hh
           Move parse-timestamp(11:2)  To parse-mm
           Move parse-timestamp(13:2)  To parse-ss

           Compute slot-seconds =
             (Integer-of-Date(parse-yyyymmdd) * seconds-per-day)
               + (parse-hh * 3600) + (parse-mm * 60) + parse-ss
           .
