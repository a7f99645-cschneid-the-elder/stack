       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Reloads a queue previously checkpointed by QUEUESV.
       *> Allocates a brand new anchor block and buffer (the caller
       *> must not have already called QUEUEI for this queue-id) and
       *> restores them to exactly the state they were in when
       *> QUEUESV was called: the same items at the same head and
       *> tail positions, ring or not, so DEQUEUE serves them in the
       *> same order it would have before the restart.
       *>
       Program-ID. QUEUELD.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select ld-file Assign To "QUEUESV"
             Organization Is Sequential
             File Status Is ld-file-status
           .
       Data Division.
       File Section.
       FD  ld-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On ld-rec-len
           .
       01  ld-record                    PIC X(9999999).
       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUELD'.
           05  queue-init               PIC X(008) Value 'QUEUEI'.
           05  qsv-eyecatcher-value     PIC X(008) Value 'QUEUESV1'.
           05  rc-success               PIC S9(004) Binary Value +0.
           05  rc-not-found             PIC S9(004) Binary Value +8.
           *>  Return code indicating a header record's eyecatcher
           *>  did not match qsv-eyecatcher-value -- the dataset is
           *>  not one of ours, or it's truncated/corrupt.
           05  rc-format-mismatch       PIC S9(004) Binary Value +12.

       01  account-work-areas.
           05  storage-account          PIC X(008) Value 'STACKAC'.
           05  account-add-func         PIC X(004) Value 'ADD '.
           05  account-sub-func         PIC X(004) Value 'SUB '.
           05  account-kind             PIC X(008) Value 'QUEUE'.
           05  account-bytes            PIC 9(009) Binary Value 0.

       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  ld-rec-len               PIC 9(009) Binary Value 0.
           05  ld-file-status           PIC X(002) Value '00'.
           05  ld-header-count          PIC 9(009) Binary Value 0.
           05  ld-last-match-idx        PIC 9(009) Binary Value 0.
           05  ld-skip-idx              PIC 9(009) Binary Value 0.
           05  more-headers-switch      PIC X(001) Value 'Y'.
               88  more-headers                     Value 'Y'.

       Copy 'QUEUESVH.cpy'.

       Linkage Section.
       *>  Output.  Pointer to the newly allocated anchor block.
       01  ab-ptr                       Pointer.

       *>  Input.  Symbolic identifier of the queue to reload.
       01  queue-id                     PIC X(008).

       *>  Optional.  When passed, only checkpoint groups stamped
       *>  with this shared identifier are considered, as with
       *>  STACKLD.
       01  checkpoint-id                PIC X(008).

       Copy 'QUEUEAB.cpy'.

       *>  The contents of the queue, in its entirety.
       01  queue-items.
           05  Occurs 1 To Unbounded
               Depending queue-items-len
               PIC X(001).

       Procedure Division Using
             ab-ptr
             queue-id
             Optional checkpoint-id
           .

       *>  QUEUESV appends a fresh header/buffer group on every
       *>  checkpoint, so the same queue-id can show up more than
       *>  once; a restart resumes from the most recent one.  The
       *>  first pass notes which group (by ordinal position) was
       *>  the last match, the second skips straight to it -- the
       *>  shape STACKLD reads its dataset in.  Working-Storage
       *>  persists across calls, so the scan state starts clean
       *>  every time.
           Move rc-success To save-rc
           Move 0   To ld-header-count
           Move 0   To ld-last-match-idx
           Move 'Y' To more-headers-switch

           Open Input ld-file
           If ld-file-status Not = '00'
               Move rc-not-found To Return-Code
               Goback
           End-If

           Perform 1000-Scan-One-Group
             Until Not more-headers
               Or save-rc Not = rc-success

           Close ld-file

           If save-rc = rc-success And ld-last-match-idx = 0
               Move rc-not-found To save-rc
           End-If

           If save-rc Not = rc-success
               Move save-rc To Return-Code
               Goback
           End-If

           Open Input ld-file

           Perform 1100-Skip-One-Group
             Varying ld-skip-idx
             From 1 By 1
             Until ld-skip-idx > ld-last-match-idx - 1
               Or save-rc Not = rc-success

           If save-rc = rc-success
               Perform 1200-Read-Group-Record
           End-If
           If save-rc = rc-success
               Move ld-record(1:Length(qsv-header)) To qsv-header
               Perform 1200-Read-Group-Record
           End-If

           If save-rc = rc-success
               Perform 2000-Rebuild-Queue
           End-If

           Close ld-file

           Move save-rc To Return-Code
           Goback.

       *>  Body of the first-pass loop: one header and the buffer
       *>  record behind it.
       1000-Scan-One-Group.
           Read ld-file
               At End
                   Move 'N' To more-headers-switch
           End-Read

           If more-headers
               Add 1 To ld-header-count

               Move ld-record(1:Length(qsv-header)) To qsv-header

               If qsv-eyecatcher Not = qsv-eyecatcher-value
                   Move rc-format-mismatch To save-rc
               Else
                   If qsv-queue-id = queue-id
                     And (checkpoint-id Is Omitted
                       Or qsv-checkpoint-id = checkpoint-id)
                       Move ld-header-count To ld-last-match-idx
                   End-If

                   Perform 1200-Read-Group-Record
               End-If
           End-If
           .

       *>  Body of the second-pass skip: one whole group passed
       *>  over.
       1100-Skip-One-Group.
           Perform 1200-Read-Group-Record
           If save-rc = rc-success
               Perform 1200-Read-Group-Record
           End-If
           .

       *>  Reads the next record of a group; running out part way
       *>  through one is a truncated dataset.
       1200-Read-Group-Record.
           Read ld-file
               At End
                   Move rc-not-found To save-rc
           End-Read
           .

       *>  Builds the queue afresh through QUEUEI, then swaps the
       *>  saved buffer in for the initial one and restores every
       *>  anchor block field from the header.
       2000-Rebuild-Queue.
           Call queue-init Using
             ab-ptr
             qsv-item-len
           End-Call

           Set Address Of ab To ab-ptr

       *>  The initial buffer the QUEUEI call just reported is
       *>  freed here and replaced below; release its bytes so the
       *>  closing ADD of the real size leaves the ledger exact.
           Move queue-items-len To account-bytes
           Call storage-account Using
             account-sub-func
             ab-ptr
             account-kind
             account-bytes
           End-Call

           Free queue-items-ptr

           Move qsv-items-len To queue-items-len

           Allocate
             queue-items-len Characters
             Initialized
             Returning queue-items-ptr

           Set Address Of queue-items To queue-items-ptr
           Move ld-record(1:queue-items-len) To queue-items

           Move qsv-curr-nb-items    To queue-curr-nb-items
           Move qsv-items-capacity   To queue-items-capacity
           Move qsv-head-position    To queue-head-position
           Move qsv-tail-position    To queue-tail-position
           Move qsv-ring-switch      To queue-ring-switch
           Move qsv-stats-switch     To queue-stats-switch
           Move qsv-stat-enqueues    To queue-stat-enqueues
           Move qsv-stat-dequeues    To queue-stat-dequeues
           Move qsv-stat-peeks       To queue-stat-peeks

       *>  The inner QUEUEI call created the holder with no owner
       *>  to its name; the queue-id being reloaded is the identity
       *>  the ledger should attribute it to.
           Move queue-items-len To account-bytes
           Call storage-account Using
             account-add-func
             ab-ptr
             account-kind
             account-bytes
             queue-id
           End-Call
           .
