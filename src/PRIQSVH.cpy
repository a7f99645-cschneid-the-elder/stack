       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Header record written by PRIQSV and read back by PRIQLD at
       *> the front of each checkpoint group in the dataset.  Carries
       *> the job-supplied priq-id plus every PRIQAB.cpy field
       *> needed to rebuild the priority queue on restart.  The
       *> entry buffer follows as a second, variable length record,
       *> byte for byte as it stood: every entry keeps its priority,
       *> its arrival sequence number and its slot in the heap, so a
       *> reloaded queue serves in exactly the order the saved one
       *> would have.  The service-order copy DUMP and LIST read is
       *> not carried; it is rebuilt on the first DUMP or LIST after
       *> the reload.
       01  psv-header.
           *>  Identifies this record as a PRIQSV checkpoint group,
           *>  the role sv-eyecatcher plays in STACKSVH.cpy.
           05  psv-eyecatcher           PIC X(008).
           05  psv-priq-id              PIC X(008).
           *>  Shared checkpoint identifier, the same role
           *>  sv-checkpoint-id plays; Spaces on a checkpoint taken
           *>  singly.
           05  psv-checkpoint-id        PIC X(008).
           05  psv-item-len             PIC 9(009) Binary.
           05  psv-entry-len            PIC 9(009) Binary.
           05  psv-items-len            PIC 9(009) Binary.
           05  psv-curr-nb-items        PIC 9(009) Binary.
           05  psv-items-capacity       PIC 9(009) Binary.
           05  psv-next-seq             PIC 9(009) Binary.
           05  psv-aging-switch         PIC X(001).
           05  psv-aging-interval       PIC 9(009) Binary.
           05  psv-aging-ceiling        PIC 9(009) Binary.
           05  psv-aging-deq-count      PIC 9(009) Binary.
           05  psv-stats-switch         PIC X(001).
           05  psv-stat-enqueues        PIC 9(009) Binary.
           05  psv-stat-dequeues        PIC 9(009) Binary.
           05  psv-stat-peeks           PIC 9(009) Binary.
           05  psv-change-count         PIC 9(009) Binary.
           *>  The name given at PRIQI time, the PRIQRUL key ENQR
           *>  looks the queue's priority rules up under; it need
           *>  not be the priq-id the checkpoint is filed under.
           05  psv-queue-name           PIC X(008).
