       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Checkpoints a priority queue, keyed by a job-supplied
       *> priq-id, to a sequential dataset so that it can be reloaded
       *> with PRIQLD if the batch step is restarted -- the
       *> STACKSV/STACKLD pair for the PRIQI/PRIQP family.  The queue
       *> itself is unaffected; call this the same as you would any
       *> other priority queue subroutine, any time you want a
       *> durable snapshot of where things stand.
       *>
       Program-ID. PRIQSV.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select psv-file Assign To "PRIQSV"
             Organization Is Sequential
             File Status Is psv-file-status
           .
       Data Division.
       File Section.
       FD  psv-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On psv-rec-len
           .
       01  psv-record                   PIC X(9999999).
       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'PRIQSV'.
           05  psv-eyecatcher-value     PIC X(008) Value 'PRIQSV1 '.
           05  rc-success               PIC S9(004) Binary Value +0.

       01  work-areas.
           05  psv-rec-len              PIC 9(009) Binary Value 0.
           *>  '35' means PRIQSV does not exist yet.
           05  psv-file-status          PIC X(002) Value '00'.

       Copy 'PRIQSVH.cpy'.

       Linkage Section.
       *>  Input.  Pointer to the anchor block for the queue.
       01  ab-ptr                       Pointer.

       *>  Input.  Symbolic identifier for this queue, carried in
       *>  the checkpoint dataset so PRIQLD can confirm it is
       *>  reloading the queue the caller thinks it is.
       01  priq-id                      PIC X(008).

       *>  Optional.  A shared checkpoint identifier stamped on
       *>  this group, as STACKSV's checkpoint-id; omitted means
       *>  Spaces.
       01  checkpoint-id                PIC X(008).

       Copy 'PRIQAB.cpy'.

       *>  The contents of the queue, in its entirety.
       01  priq-items.
           05  Occurs 1 To Unbounded
               Depending priq-items-len
               PIC X(001).

       Procedure Division Using
             ab-ptr
             priq-id
             Optional checkpoint-id
           .

           Set Address Of ab To ab-ptr
           Set Address Of priq-items To priq-items-ptr

           Open Extend psv-file
           If psv-file-status = '35'
               Open Output psv-file
           End-If

           Move psv-eyecatcher-value  To psv-eyecatcher
           Move priq-id               To psv-priq-id
           If checkpoint-id Is Omitted
               Move Spaces To psv-checkpoint-id
           Else
               Move checkpoint-id To psv-checkpoint-id
           End-If
           Move priq-item-len         To psv-item-len
           Move priq-entry-len        To psv-entry-len
           Move priq-items-len        To psv-items-len
           Move priq-curr-nb-items    To psv-curr-nb-items
           Move priq-items-capacity   To psv-items-capacity
           Move priq-next-seq         To psv-next-seq
           Move priq-aging-switch     To psv-aging-switch
           Move priq-aging-interval   To psv-aging-interval
           Move priq-aging-ceiling    To psv-aging-ceiling
           Move priq-aging-deq-count  To psv-aging-deq-count
           Move priq-stats-switch     To psv-stats-switch
           Move priq-stat-enqueues    To psv-stat-enqueues
           Move priq-stat-dequeues    To psv-stat-dequeues
           Move priq-stat-peeks       To psv-stat-peeks
           Move priq-change-count     To psv-change-count
           Move priq-queue-name       To psv-queue-name

           Move Length(psv-header) To psv-rec-len
           Move psv-header
             To psv-record(1:psv-rec-len)
           Write psv-record

           Move priq-items-len To psv-rec-len
           Move priq-items
             To psv-record(1:psv-rec-len)
           Write psv-record

           Close psv-file

           Move rc-success To Return-Code
           Goback.
