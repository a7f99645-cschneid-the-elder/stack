       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One completion on the turnaround dataset STACKQTT: QUEUED
       *> appends one of these every time an item leaves a queue as
       *> finished -- a DEQU or DEQC taking it, or the DONE that
       *> completes a claim -- carrying when the item arrived, when
       *> it was finished, and the seconds between.  QUEUETT reports
       *> the percentiles from it.  Everything is DISPLAY so the
       *> dataset reads in a browser like the balance journal.
       01  tt-record.
           *>  The QUEUED dataset the item was on.
           05  tt-ddname                PIC X(008).
           *>  DEQU, DEQC or DONE.
           05  tt-func                  PIC X(004).
           *>  The item's enqueue time and the completion time, in
           *>  the format the CURRENT-DATE intrinsic returns them.
           05  tt-enq-time              PIC X(021).
           05  tt-done-time             PIC X(021).
           *>  Seconds from the one to the other.
           05  tt-turnaround-seconds    PIC 9(009).
           *>  The business processing date the completion belongs
           *>  to; see STACKBD.cbl.
           05  tt-business-date         PIC X(008).
           *>  The lock-owner of the completing call.
           05  tt-job                   PIC X(008).
           05  Filler                   PIC X(001).
