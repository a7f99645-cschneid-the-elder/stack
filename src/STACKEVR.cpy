       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One event record on the shared event feed STACKEVT, written
       *> by STACKEV for every alert, quarantine, first-failure
       *> capture, stale-work finding and operator acknowledgment
       *> the library raises -- fixed format, DISPLAY throughout, so
       *> the enterprise monitoring tool can pick the dataset up
       *> and raise incidents without scraping console messages.
       01  ev-record-layout.
           *>  Current-Date when the event was raised.
           05  ev-timestamp             PIC X(021).
           *>  Job (or program) the event came from.
           05  ev-job-name              PIC X(008).
           *>  The stack's symbolic name or the queue's DDNAME;
           *>  *OVERLAY for a stack whose anchor block was overlaid.
           05  ev-resource-name         PIC X(008).
           *>  What happened; see STACKEV.cbl for the types.
           05  ev-type                  PIC X(008).
           *>  CRITICAL, MAJOR, MINOR, WARNING or INFO, by event
           *>  type, per STACKEVS.
           05  ev-severity              PIC X(008).
           *>  The return code the event carries.
           05  ev-return-code           PIC S9(004)
                                        Sign Leading Separate.
           05  ev-text                  PIC X(060).
           05  Filler                   PIC X(010).
