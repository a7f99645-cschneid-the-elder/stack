       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> The business processing date: the day the current cycle's
       *> work belongs to, as opposed to the day the wall clock
       *> happens to show.  The nightly cycle starts at 20:00 and
       *> finishes around 04:00, so one business day straddles two
       *> calendar dates; STACKP's audit records, the STACKQJL
       *> journal, STACKRH's history, STACKP's profile samples and
       *> STACKSV's checkpoints all carry the date from here beside
       *> their wall-clock stamp, and STACKAR, STACKTR, QUEUEDB and
       *> STACKDPR select and group by it.
       *>
       *> The date lives on the shop's date-control dataset STACKBDC
       *> (see STACKBDR.cpy), one record.  GET reads it on the first
       *> call and holds it for the rest of the run unit, so every
       *> record a job writes carries the same business date even
       *> when the job runs across midnight -- or across the roll.
       *> With no STACKBDC allocated the wall-clock date stands in,
       *> and the return code says so.
       *>
       *> ROLL moves the date: to the one supplied, which must be a
       *> valid date later than the one in force, or with Spaces
       *> supplied to the next calendar day.  The dataset is
       *> rewritten and the rollover appended to the journal
       *> STACKBDJ -- old date, new date, when and by whom -- so
       *> when the business day changed is on record like every
       *> other change to the system's state.  Rolling a dataset
       *> that does not exist yet creates it at the date supplied,
       *> journaled as INIT.  STACKBDU is the batch step that drives
       *> it at the start of each cycle.
       *>
       *> Return codes:
       *>     0   GET: the date from STACKBDC; ROLL: rolled
       *>     4   GET: no STACKBDC, the wall-clock date returned
       *>     8   ROLL: the date supplied is not a valid date later
       *>         than the one in force; nothing changed
       *>     12  ROLL: no STACKBDC to roll and no date to create it
       *>         at, or STACKBDC could not be written
       *>     16  unknown function
       *>
       Program-ID. STACKBD.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select bdc-file Assign To "STACKBDC"
             Organization Is Sequential
             File Status Is bdc-file-status
           .
           Select bdj-file Assign To "STACKBDJ"
             Organization Is Sequential
             File Status Is bdj-file-status
           .
       Data Division.
       File Section.
       FD  bdc-file.
       01  bdc-file-record              PIC X(080).

       FD  bdj-file.
       01  bdj-file-record              PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKBD'.
           05  bdc-eyecatcher-value     PIC X(008) Value 'STACKBD1'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating there is no date-control
           *>  dataset and the wall-clock date was returned.
           05  rc-wall-clock-date       PIC S9(004) Binary Value +4.
           *>  Return code indicating the date supplied to ROLL is
           *>  not a valid date after the one in force.
           05  rc-bad-roll-date         PIC S9(004) Binary Value +8.
           *>  Return code indicating the date-control dataset could
           *>  not be rolled.
           05  rc-no-control            PIC S9(004) Binary Value +12.
           *>  Return code indicating an unknown function was
           *>  requested.
           05  rc-bad-func              PIC S9(004) Binary Value +16.

       Copy 'STACKBDR.cpy'.

       01  work-areas.
           05  bdc-file-status          PIC X(002) Value '00'.
           05  bdj-file-status          PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  now-timestamp            PIC X(021) Value Spaces.
           05  new-date                 PIC X(008) Value Spaces.
           05  new-date-n Redefines new-date
                                        PIC 9(008).
           05  held-date                PIC X(008) Value Spaces.
           *>  Whether the date-control record has been read in
           *>  this run unit, and whether there was one to read.
           05  loaded-switch            PIC X(001) Value 'N'.
               88  control-loaded                   Value 'Y'.
           05  control-switch           PIC X(001) Value 'N'.
               88  control-present                  Value 'Y'.

       Linkage Section.
       *>  Input.  GET  to be handed the business date, ROLL to
       *>  move it.
       01  bd-func                      PIC X(004).
           88  bd-func-get                          Value 'GET '.
           88  bd-func-roll                         Value 'ROLL'.

       *>  GET: output, the business date YYYYMMDD.  ROLL: input,
       *>  the date to roll to or Spaces for the next calendar
       *>  day; output, the date in force afterward.
       01  business-date                PIC X(008).

       *>  Optional, ROLL only.  The job doing the roll, recorded
       *>  on the journal; Spaces when omitted.
       01  rolled-by                    PIC X(008).

       Procedure Division Using
             bd-func
             business-date
             Optional rolled-by
           .

           Move rc-success To save-rc

           If Not control-loaded
               Perform 1000-Load-Control
           End-If

           Evaluate True
             When bd-func-get
                  Perform 2000-Get-Date
             When bd-func-roll
                  Perform 3000-Roll-Date
             When Other
                  Move rc-bad-func To save-rc
           End-Evaluate

           Move save-rc To Return-Code
           Goback.

       *>  Reads the date-control record, once per run unit.  A
       *>  dataset that is missing, empty or not ours counts as no
       *>  date control at all.
       1000-Load-Control.
           Move 'Y' To loaded-switch
           Move 'N' To control-switch
           Move Spaces To bdc-record

           Open Input bdc-file
           If bdc-file-status = '00'
               Read bdc-file Into bdc-record
                   At End
                       Move Spaces To bdc-record
               End-Read
               Close bdc-file
           End-If

           If bdc-eyecatcher = bdc-eyecatcher-value
             And bdc-business-date Is Numeric
               Move 'Y' To control-switch
               Move bdc-business-date To held-date
           End-If
           .

       *>  The date held for the run unit, or the wall clock's when
       *>  there is no date control.
       2000-Get-Date.
           If control-present
               Move held-date To business-date
           Else
               Move Current-Date(1:8) To business-date
               Move rc-wall-clock-date To save-rc
           End-If
           .

       *>  Works out the date to roll to and, when it passes,
       *>  rewrites the date-control record and journals the
       *>  change.
       3000-Roll-Date.
           Perform 3010-Check-Roll-Date

           If save-rc = rc-success
               Perform 3020-Rewrite-Control
           End-If

           If save-rc = rc-success
               Move 'Y'      To control-switch
               Move new-date To held-date
               Move new-date To business-date
               Perform 3100-Write-Journal-Record
           End-If
           .

       *>  The next calendar day when no date was supplied, else
       *>  the date supplied, which has to be a real date and, on
       *>  a dataset that already holds one, a later one.
       3010-Check-Roll-Date.
           Evaluate True
             When business-date = Spaces And control-present
                  Compute new-date-n =
                    Date-Of-Integer
                      (Integer-Of-Date(bdc-business-date-n) + 1)
             When business-date = Spaces
                  Move rc-no-control To save-rc
             When business-date Is Not Numeric
                  Move rc-bad-roll-date To save-rc
             When Other
                  Move business-date To new-date
                  If Test-Date-YYYYMMDD(new-date-n) Not = 0
                      Move rc-bad-roll-date To save-rc
                  End-If
                  If control-present
                    And new-date Not > held-date
                      Move rc-bad-roll-date To save-rc
                  End-If
           End-Evaluate
           .

       *>  Replaces the one date-control record.
       3020-Rewrite-Control.
           Move Current-Date To now-timestamp

           Move Spaces To bdj-record
           Move now-timestamp To bdj-timestamp
           If control-present
               Move 'ROLL'    To bdj-func
               Move held-date To bdj-old-date
           Else
               Move 'INIT'    To bdj-func
               Move Spaces    To bdj-old-date
           End-If
           Move new-date To bdj-new-date
           If rolled-by Is Omitted
               Move Spaces To bdj-rolled-by
           Else
               Move rolled-by To bdj-rolled-by
           End-If

           Move Spaces To bdc-record
           Move bdc-eyecatcher-value To bdc-eyecatcher
           Move new-date             To bdc-business-date
           Move bdj-old-date         To bdc-prior-date
           Move now-timestamp        To bdc-rolled-time
           Move bdj-rolled-by        To bdc-rolled-by

           Open Output bdc-file
           If bdc-file-status = '00'
               Write bdc-file-record From bdc-record
               Close bdc-file
           Else
               Move rc-no-control To save-rc
           End-If
           .

       *>  Appends the rollover to STACKBDJ.  STACKBDJ may not exist
       *>  yet, so Extend is tried first and Output used to create
       *>  it on status 35, the way every journal here is opened.
       3100-Write-Journal-Record.
           Open Extend bdj-file
           If bdj-file-status = '35'
               Open Output bdj-file
           End-If

           If bdj-file-status = '00'
               Write bdj-file-record From bdj-record
               Close bdj-file
           End-If
           .
