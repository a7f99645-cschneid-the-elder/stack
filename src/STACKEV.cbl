       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Appends one event to the shared event feed STACKEVT, in the
       *> fixed format STACKEVR.cpy describes, for the enterprise
       *> monitoring tool to pick up.  STACKP, STACKT, QUEUEDW and
       *> STACKOP call this alongside the console message, report
       *> line or acknowledgment they already produce; the event is
       *> a copy, never a replacement, and a feed that cannot be
       *> written never fails the caller.
       *>
       *> Event types raised by the library:
       *>   STKALERT  STACKP  depth threshold reached
       *>   STKQUAR   STACKP  item quarantined
       *>   STKFFDC   STACKP, STACKT  first-failure data captured
       *>   QSTALE    QUEUEDW oldest outstanding record past the
       *>                     threshold
       *>   QNOEOB    QUEUEDW close-of-business marker missing
       *>   OPACK     STACKOP operator command carried out
       *>   OPREFUSE  STACKOP operator command refused
       *>   SEQGAP    STACKSQ feeder sequence numbers missing or
       *>                     unreadable
       *>   FLTINJ    STACKFI fault injected for a recovery drill
       *>   APVEXEC   STACKAPC approved destructive action carried
       *>                     out, with both user ids
       *>   APVDENY   STACKAPC destructive action refused for want
       *>                     of an approval
       *>
       *> Severity is looked up by event type.  The site sets it on
       *> STACKEVS, read once per run unit at the first event, one
       *> 80-byte record per type: the type X(008) and the severity
       *> X(008) -- CRITICAL, MAJOR, MINOR, WARNING or INFO.  A type
       *> STACKEVS does not name keeps its default below; a type
       *> neither names is a WARNING.
       *>
       Program-ID. STACKEV.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select event-file Assign To "STACKEVT"
             Organization Is Sequential
             File Status Is event-file-status
           .
           Select severity-file Assign To "STACKEVS"
             Organization Is Sequential
             File Status Is severity-file-status
           .
       Data Division.
       File Section.
       FD  event-file.
       01  event-record                 PIC X(128).

       FD  severity-file.
       01  severity-record.
           05  svr-type                 PIC X(008).
           05  svr-severity             PIC X(008).
           05  Filler                   PIC X(064).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKEV'.
           05  sev-tbl-max              PIC 9(004) Value 50.
           05  default-severity         PIC X(008) Value 'WARNING'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the event feed could not be
           *>  opened; the event is lost, the caller carries on.
           05  rc-io-error              PIC S9(004) Binary Value +8.

       01  work-areas.
           05  event-file-status        PIC X(002) Value '00'.
           05  severity-file-status     PIC X(002) Value '00'.
           05  sev-idx                  PIC 9(004) Value 0.
           05  match-idx                PIC 9(004) Value 0.
           05  loaded-switch            PIC X(001) Value 'N'.
               88  severities-loaded                Value 'Y'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.

       *>  The shipped severities, laid out flat with a literal
       *>  Value on every item and given their Occurs shape by
       *>  sev-defaults Redefines sev-default-literals, the way
       *>  STACKMSG builds its message table.
       01  sev-default-literals.
           10  PIC X(008) Value 'STKALERT'.
           10  PIC X(008) Value 'WARNING'.
           10  PIC X(008) Value 'STKQUAR'.
           10  PIC X(008) Value 'MAJOR'.
           10  PIC X(008) Value 'STKFFDC'.
           10  PIC X(008) Value 'CRITICAL'.
           10  PIC X(008) Value 'QSTALE'.
           10  PIC X(008) Value 'MAJOR'.
           10  PIC X(008) Value 'QNOEOB'.
           10  PIC X(008) Value 'CRITICAL'.
           10  PIC X(008) Value 'OPACK'.
           10  PIC X(008) Value 'INFO'.
           10  PIC X(008) Value 'OPREFUSE'.
           10  PIC X(008) Value 'WARNING'.
           10  PIC X(008) Value 'SEQGAP'.
           10  PIC X(008) Value 'MAJOR'.
           10  PIC X(008) Value 'FLTINJ'.
           10  PIC X(008) Value 'INFO'.
           10  PIC X(008) Value 'APVEXEC'.
           10  PIC X(008) Value 'INFO'.
           10  PIC X(008) Value 'APVDENY'.
           10  PIC X(008) Value 'MAJOR'.
       01  sev-defaults Redefines sev-default-literals.
           05  sev-default Occurs 11 Times.
               10  sd-type              PIC X(008).
               10  sd-severity          PIC X(008).

       *>  The severities in force: the defaults, then STACKEVS
       *>  over them.
       01  sev-table.
           05  sev-nb-entries           PIC 9(004) Value 0.
           05  sev-entry Occurs 50 Times.
               10  se-type              PIC X(008).
               10  se-severity          PIC X(008).

       Copy 'STACKEVR.cpy'.

       Linkage Section.
       *>  Input.  The event type, one of those listed above.
       01  event-type                   PIC X(008).

       *>  Input.  The job or program the event came from.
       01  event-job-name               PIC X(008).

       *>  Input.  The stack's symbolic name or the queue's DDNAME.
       01  event-resource-name          PIC X(008).

       *>  Input.  The return code the event carries.
       01  event-rc                     PIC S9(004) Binary.

       *>  Input.  A short description for the incident.
       01  event-text                   PIC X(060).

       Procedure Division Using
             event-type
             event-job-name
             event-resource-name
             event-rc
             event-text
           .

           If Not severities-loaded
               Perform 1000-Load-Severities
           End-If

           Move Spaces              To ev-record-layout
           Move Current-Date        To ev-timestamp
           Move event-job-name      To ev-job-name
           Move event-resource-name To ev-resource-name
           Move event-type          To ev-type
           Move event-rc            To ev-return-code
           Move event-text          To ev-text

           Move 0 To match-idx
           Perform 2000-Check-One-Severity
             Varying sev-idx
             From 1 By 1
             Until sev-idx > sev-nb-entries Or match-idx > 0
           If match-idx > 0
               Move se-severity(match-idx) To ev-severity
           Else
               Move default-severity To ev-severity
           End-If

           Open Extend event-file
           If event-file-status = '35'
               Open Output event-file
           End-If

           If event-file-status Not = '00'
               Move rc-io-error To Return-Code
               Goback
           End-If

           Move ev-record-layout To event-record
           Write event-record
           Close event-file

           Move rc-success To Return-Code
           Goback.

       *>  The defaults, then the site's severities over them.  No
       *>  STACKEVS leaves the defaults in force.
       1000-Load-Severities.
           Move 0 To sev-nb-entries
           Perform 1010-Copy-One-Default
             Varying sev-idx
             From 1 By 1
             Until sev-idx > 11

           Move 'N' To eof-switch
           Open Input severity-file
           If severity-file-status = '00'
               Perform 1020-Load-One-Severity Until eof
               Close severity-file
           End-If

           Move 'Y' To loaded-switch
           .

       *>  Body of the 1000-Load-Severities default loop.
       1010-Copy-One-Default.
           Add 1 To sev-nb-entries
           Move sd-type(sev-idx)     To se-type(sev-nb-entries)
           Move sd-severity(sev-idx) To se-severity(sev-nb-entries)
           .

       *>  Body of the 1000-Load-Severities read loop: a type
       *>  already known takes the new severity, a new one is
       *>  added while there is room.
       1020-Load-One-Severity.
           Read severity-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And svr-type Not = Spaces
               Move 0 To match-idx
               Perform 1021-Match-One-Type
                 Varying sev-idx
                 From 1 By 1
                 Until sev-idx > sev-nb-entries Or match-idx > 0
               Evaluate True
                 When match-idx > 0
                      Move svr-severity To se-severity(match-idx)
                 When sev-nb-entries < sev-tbl-max
                      Add 1 To sev-nb-entries
                      Move svr-type     To se-type(sev-nb-entries)
                      Move svr-severity To se-severity(sev-nb-entries)
                 When Other
                      Display myname ' STACKEVS holds more than '
                        sev-tbl-max ' types; ' svr-type ' ignored'
               End-Evaluate
           End-If
           .

       *>  Body of the 1020-Load-One-Severity type search.
       1021-Match-One-Type.
           If se-type(sev-idx) = svr-type
               Move sev-idx To match-idx
           End-If
           .

       *>  Body of the severity lookup loop.
       2000-Check-One-Severity.
           If se-type(sev-idx) = event-type
               Move sev-idx To match-idx
           End-If
           .
