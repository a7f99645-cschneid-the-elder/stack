       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> The business-date step: the first step of the nightly
       *> cycle rolls the shop's business processing date (see
       *> STACKBD.cbl) so that everything the cycle writes from then
       *> until the next roll is stamped with the day the work
       *> belongs to, whatever the wall clock says once midnight
       *> passes.  Any step may also just show the date in force.
       *>
       *> Control records (STACKBDUIN, optional), 80 bytes, kind in
       *> columns 1-4:
       *>   ROLL  roll the date.  Columns 5-12 the date to roll to,
       *>         YYYYMMDD, or blank for the next calendar day;
       *>         columns 13-20 the job doing it, recorded on the
       *>         rollover journal STACKBDJ.  The first ROLL against
       *>         a shop with no STACKBDC yet creates it, and needs
       *>         the date.
       *>   SHOW  report the date in force
       *> With no control records the date in force is shown.
       *>
       *> The report goes to STACKBDURPT.
       *>
       *> Return codes: 0, done; 4, no STACKBDC, the wall-clock
       *> date shown; 8, a ROLL date was refused and nothing
       *> changed; 12, STACKBDC could not be rolled or a control
       *> record is unusable.
       *>
       Program-ID. STACKBDU.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKBDUIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select report-file Assign To "STACKBDURPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  ctl-roll-date            PIC X(008).
           05  ctl-rolled-by            PIC X(008).
           05  Filler                   PIC X(060).

       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKBDU'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating a control record is
           *>  unusable.
           05  rc-bad-control           PIC S9(004) Binary Value +12.
           *>  The business-date service and its functions.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.
           05  bd-roll-func             PIC X(004) Value 'ROLL'.
           *>  STACKBD's answer for a ROLL date it refused.
           05  rc-roll-refused          PIC S9(004) Binary Value +8.

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  call-rc                  PIC S9(004) Binary Value +0.
           05  nb-controls              PIC 9(009) Binary Value 0.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  business-date            PIC X(008) Value Spaces.
           05  prior-date               PIC X(008) Value Spaces.
           05  rolled-by                PIC X(008) Value Spaces.

       Procedure Division.
           Open Output report-file

           Move 'STACKBDU business processing date' To report-record
           Write report-record

           Open Input control-file
           If control-file-status = '00'
               Perform 1000-Process-Control Until eof
               Close control-file
           End-If

           If nb-controls = 0
               Perform 3000-Show-Date
           End-If

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  Body of the control record loop.
       1000-Process-Control.
           Read control-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-controls
               Evaluate ctl-kind
                 When 'ROLL'
                      Perform 2000-Roll-Date
                 When 'SHOW'
                      Perform 3000-Show-Date
                 When Other
                      Move Spaces To report-record
                      Move 'Control record not understood:'
                        To report-record
                      Move control-record(1:48) To report-record(32:48)
                      Write report-record
                      Perform 9000-Keep-Worst-Rc
               End-Evaluate
           End-If
           .

       *>  One ROLL: the date in force beforehand, then the roll and
       *>  what it came to.
       2000-Roll-Date.
           Call business-date-program Using
             bd-get-func
             prior-date
           End-Call
           If Return-Code Not = rc-success
               Move '(none)' To prior-date
           End-If

           Move ctl-roll-date To business-date
           Move ctl-rolled-by To rolled-by
           Call business-date-program Using
             bd-roll-func
             business-date
             rolled-by
           End-Call
           Move Return-Code To call-rc

           Move Spaces To report-record
           Evaluate call-rc
             When rc-success
                  Move 'Business date rolled from' To report-record
                  Move prior-date    To report-record(28:8)
                  Move 'to'          To report-record(37:2)
                  Move business-date To report-record(40:8)
             When rc-roll-refused
                  Move 'ROLL refused, not a date after' To report-record
                  Move prior-date    To report-record(32:8)
                  Move ':'           To report-record(40:1)
                  Move ctl-roll-date To report-record(42:8)
             When Other
                  Move 'ROLL failed; STACKBDC could not be rolled'
                    To report-record
           End-Evaluate
           Write report-record

           Perform 9010-Keep-Call-Rc
           .

       *>  The date in force, and where it came from.
       3000-Show-Date.
           Call business-date-program Using
             bd-get-func
             business-date
           End-Call
           Move Return-Code To call-rc

           Move Spaces To report-record
           Move 'Business date in force:' To report-record
           Move business-date To report-record(25:8)
           If call-rc Not = rc-success
               Move '(no STACKBDC; wall-clock date)'
                 To report-record(35:30)
           End-If
           Write report-record

           Perform 9010-Keep-Call-Rc
           .

       *>  Keeps the worst return code of the run, here for an
       *>  unusable control record ...
       9000-Keep-Worst-Rc.
           If rc-bad-control > save-rc
               Move rc-bad-control To save-rc
           End-If
           .

       *>  ... and here for what STACKBD answered.
       9010-Keep-Call-Rc.
           If call-rc > save-rc
               Move call-rc To save-rc
           End-If
           .
