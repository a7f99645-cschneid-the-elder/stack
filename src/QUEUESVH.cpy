       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Header record written by QUEUESV and read back by QUEUELD at
       *> the front of each checkpoint group in the dataset.  Carries
       *> the job-supplied queue-id plus every QUEUEAB.cpy field
       *> needed to rebuild the queue on restart.  The buffer itself
       *> follows as a second, variable length record, byte for byte
       *> as it stood -- head and tail positions and all, wrapped or
       *> not -- which is what brings a reloaded queue back in the
       *> same service order it was saved in.
       01  qsv-header.
           *>  Identifies this record as a QUEUESV checkpoint group,
           *>  the role sv-eyecatcher plays in STACKSVH.cpy.
           05  qsv-eyecatcher           PIC X(008).
           05  qsv-queue-id             PIC X(008).
           *>  Shared checkpoint identifier, the same role
           *>  sv-checkpoint-id plays; Spaces on a checkpoint taken
           *>  singly.
           05  qsv-checkpoint-id        PIC X(008).
           05  qsv-item-len             PIC 9(009) Binary.
           05  qsv-items-len            PIC 9(009) Binary.
           05  qsv-curr-nb-items        PIC 9(009) Binary.
           05  qsv-items-capacity       PIC 9(009) Binary.
           05  qsv-head-position        PIC 9(009) Binary.
           05  qsv-tail-position        PIC 9(009) Binary.
           05  qsv-ring-switch          PIC X(001).
           05  qsv-stats-switch         PIC X(001).
           05  qsv-stat-enqueues        PIC 9(009) Binary.
           05  qsv-stat-dequeues        PIC 9(009) Binary.
           05  qsv-stat-peeks           PIC 9(009) Binary.
