       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One run-unit accounting record, appended to STACKACT by
       *> STACKAC when a structure it has been accounting for is
       *> DROPped, and read by STACKCB's chargeback report: who the
       *> structure belonged to, how long it lived, the storage it
       *> held integrated over that life, and the audit and
       *> durable-dataset records written on its behalf.
       01  at-record-layout.
           *>  Identifies this record as an accounting record and
           *>  its layout version.
           05  at-eyecatcher            PIC X(008).
           *>  Date (YYYYMMDD) and time (HHMMSS) the structure was
           *>  released.
           05  at-date                  PIC X(008).
           05  at-time                  PIC X(006).
           *>  The name it was allocated under -- the stack's
           *>  symbolic name when its allocator was given one,
           *>  otherwise the allocator's own name or Spaces.
           05  at-owner                 PIC X(008).
           *>  'STACK', 'QUEUE', 'PRIQ', ...
           05  at-kind                  PIC X(008).
           *>  Date and time of its first allocation.
           05  at-start-date            PIC X(008).
           05  at-start-time            PIC X(006).
           *>  The most bytes it held at once, and the bytes it held
           *>  multiplied by the seconds it held them, summed over
           *>  its life; 86400 byte-seconds are one byte-day.
           05  at-peak-bytes            PIC 9(018).
           05  at-byte-seconds          PIC 9(018).
           *>  Audit records, and durable-dataset records (overflow
           *>  spill, quarantine, dead-letter, disposal, profile),
           *>  written for it.
           05  at-audit-records         PIC 9(009).
           05  at-durable-records       PIC 9(009).
           05  Filler                   PIC X(014).
