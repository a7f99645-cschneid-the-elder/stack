       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> The shop's date-control record, the one record on STACKBDC
       *> that says which business processing date the current
       *> cycle belongs to, and the record STACKBD appends to the
       *> rollover journal STACKBDJ every time that date moves.  A
       *> cycle that starts at 20:00 and finishes at 04:00 is one
       *> business day on two calendar dates; every record this
       *> library stamps carries the date from here alongside its
       *> wall-clock timestamp, so the reports can select and group
       *> by the day the work belongs to.  Dates are YYYYMMDD and
       *> everything is DISPLAY, so both datasets read in a browser.
       01  bdc-record.
           *>  Identifies the record as the date-control record and
           *>  its layout version.
           05  bdc-eyecatcher           PIC X(008).
           *>  The business date in force.
           05  bdc-business-date        PIC X(008).
           05  bdc-business-date-n Redefines bdc-business-date
                                        PIC 9(008).
           *>  The date it replaced; Spaces on a dataset that has
           *>  never rolled.
           05  bdc-prior-date           PIC X(008).
           *>  Wall-clock moment of the last rollover, in the format
           *>  the CURRENT-DATE intrinsic returns it, and the job
           *>  that did it.
           05  bdc-rolled-time          PIC X(021).
           05  bdc-rolled-by            PIC X(008).
           05  Filler                   PIC X(027).

       01  bdj-record.
           *>  Wall-clock moment of the rollover.
           05  bdj-timestamp            PIC X(021).
           *>  ROLL for a rollover, INIT for the record that created
           *>  the date-control dataset.
           05  bdj-func                 PIC X(004).
           05  bdj-rolled-by            PIC X(008).
           *>  The date that was in force (Spaces on INIT) and the
           *>  date that replaced it.
           05  bdj-old-date             PIC X(008).
           05  bdj-new-date             PIC X(008).
           05  Filler                   PIC X(031).
