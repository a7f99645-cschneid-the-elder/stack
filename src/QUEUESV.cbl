       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Checkpoints a queue, keyed by a job-supplied queue-id, to a
       *> sequential dataset so that it can be reloaded with QUEUELD
       *> if the batch step is restarted -- the STACKSV/STACKLD pair
       *> for the QUEUEI/QUEUEP family.  The queue itself is
       *> unaffected; call this the same as you would any other
       *> queue subroutine, any time you want a durable snapshot of
       *> where things stand.
       *>
       Program-ID. QUEUESV.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select qsv-file Assign To "QUEUESV"
             Organization Is Sequential
             File Status Is qsv-file-status
           .
       Data Division.
       File Section.
       FD  qsv-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On qsv-rec-len
           .
       01  qsv-record                   PIC X(9999999).
       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUESV'.
           05  qsv-eyecatcher-value     PIC X(008) Value 'QUEUESV1'.
           05  rc-success               PIC S9(004) Binary Value +0.

       01  work-areas.
           05  qsv-rec-len              PIC 9(009) Binary Value 0.
           *>  '35' means QUEUESV does not exist yet.
           05  qsv-file-status          PIC X(002) Value '00'.

       Copy 'QUEUESVH.cpy'.

       Linkage Section.
       *>  Input.  Pointer to the anchor block for the queue.
       01  ab-ptr                       Pointer.

       *>  Input.  Symbolic identifier for this queue, carried in
       *>  the checkpoint dataset so QUEUELD can confirm it is
       *>  reloading the queue the caller thinks it is.
       01  queue-id                     PIC X(008).

       *>  Optional.  A shared checkpoint identifier stamped on
       *>  this group, as STACKSV's checkpoint-id; omitted means
       *>  Spaces.
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

           Set Address Of ab To ab-ptr
           Set Address Of queue-items To queue-items-ptr

           Open Extend qsv-file
           If qsv-file-status = '35'
               Open Output qsv-file
           End-If

           Move qsv-eyecatcher-value  To qsv-eyecatcher
           Move queue-id              To qsv-queue-id
           If checkpoint-id Is Omitted
               Move Spaces To qsv-checkpoint-id
           Else
               Move checkpoint-id To qsv-checkpoint-id
           End-If
           Move queue-item-len        To qsv-item-len
           Move queue-items-len       To qsv-items-len
           Move queue-curr-nb-items   To qsv-curr-nb-items
           Move queue-items-capacity  To qsv-items-capacity
           Move queue-head-position   To qsv-head-position
           Move queue-tail-position   To qsv-tail-position
           Move queue-ring-switch     To qsv-ring-switch
           Move queue-stats-switch    To qsv-stats-switch
           Move queue-stat-enqueues   To qsv-stat-enqueues
           Move queue-stat-dequeues   To qsv-stat-dequeues
           Move queue-stat-peeks      To qsv-stat-peeks

           Move Length(qsv-header) To qsv-rec-len
           Move qsv-header
             To qsv-record(1:qsv-rec-len)
           Write qsv-record

           Move queue-items-len To qsv-rec-len
           Move queue-items
             To qsv-record(1:qsv-rec-len)
           Write qsv-record

           Close qsv-file

           Move rc-success To Return-Code
           Goback.
