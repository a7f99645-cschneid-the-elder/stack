       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Fault injection, for rehearsing the recovery runbooks --
       *> overflow dataset full, audit dataset missing, storage
       *> allocation refused, QUEUED lock never released -- that
       *> otherwise only get exercised the night the failure is
       *> real.  STACKP, QUEUED, STACKD and STACKSV ask here at the
       *> points where each of those failures can happen, and when
       *> a rule says the failure is due they take their own error
       *> path exactly as if it had happened: same return code,
       *> same console message, same recovery for the job to
       *> rehearse.
       *>
       *> Rule record layout (STACKFIC), one 80-byte record per
       *> fault:
       *>     fic-target    PIC X(008)  the stack's identity (its
       *>                               stack-audit-id; STACKSV's
       *>                               stack-id) or the DDNAME of a
       *>                               QUEUED or STACKD dataset
       *>     fic-fault     PIC X(004)  the failure:
       *>                     FULL  a dataset write fails as if the
       *>                           dataset were out of space --
       *>                           STACKP's overflow spill, a
       *>                           QUEUED or STACKD item write,
       *>                           a STACKSV checkpoint
       *>                     MISS  a dataset open fails as if it
       *>                           were not allocated -- STACKP's
       *>                           audit trail, a QUEUED or STACKD
       *>                           dataset, STACKSV's dataset
       *>                     STOR  STACKP's storage for growing the
       *>                           stack is refused
       *>                     LOCK  the QUEUED dataset is held by a
       *>                           lock that is never released
       *>     fic-trigger   PIC X(004)  CALL, from the Nth call
       *>                               against the target in the
       *>                               run unit; ITEM, once the
       *>                               target holds (for STACKSV,
       *>                               saves) N items
       *>     fic-count     PIC 9(009)  N
       *> Once due, a fault stays in force for the rest of the run
       *> unit, as the real failure would; the job has to recover
       *> the way the runbook says, not by calling again.
       *>
       *> None of it can happen in production.  The job class the
       *> scheduler exports to every step as JOBCLASS must be one
       *> of the rehearsal classes below; in any other class, or
       *> with no class exported at all, STACKFIC is not read, a
       *> STACKFIC that is allocated anyway is reported to SYSOUT
       *> as ignored, and every caller is told fault injection is
       *> off.  Adding a class to the list is a change to this
       *> program, through change control like any other.
       *>
       *> Every fault injected is reported to SYSOUT and raised on
       *> the event feed as FLTINJ (STACKEV), and the caller stamps
       *> it on its own trail where it keeps one: STACKP writes an
       *> audit record with function INJ on an audited stack's
       *> trail, QUEUED a journal record with function INJ on
       *> STACKQJL.  No drill is ever mistaken for an incident.
       *>
       *> The rules are read once, on the first call in the run
       *> unit, and held in Working-Storage for the rest of it, the
       *> same lifetime STACKAUT's rules have.
       *>
       *> Functions:
       *>     CALL  counts one call against fi-target
       *>     TEST  asks whether fi-fault is due against fi-target
       *>           now, fi-items being what the target holds
       *>
       *> Return codes:
       *>     0   CALL: rules name the target; TEST: inject the
       *>         fault now
       *>     4   CALL: no rule names the target; TEST: not due
       *>     8   fault injection is off for the run unit; the
       *>         caller need not ask again
       *>     16  unknown function
       *>
       Program-ID. STACKFI.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select rule-file Assign To "STACKFIC"
             Organization Is Sequential
             File Status Is rule-file-status
           .
       Data Division.
       File Section.
       FD  rule-file.
       01  rule-record.
           05  fic-target               PIC X(008).
           05  fic-fault                PIC X(004).
               88  fic-fault-valid                  Value 'FULL'
                                                          'MISS'
                                                          'STOR'
                                                          'LOCK'.
           05  fic-trigger              PIC X(004).
               88  fic-trigger-valid                Value 'CALL'
                                                          'ITEM'.
           05  fic-count                PIC 9(009).
           05  Filler                   PIC X(055).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKFI'.
           05  rule-tbl-max             PIC 9(004) Value 50.
           05  event-program            PIC X(008) Value 'STACKEV'.
           05  event-type               PIC X(008) Value 'FLTINJ'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating no rule names the target, or
           *>  the fault is not due.
           05  rc-not-due               PIC S9(004) Binary Value +4.
           *>  Return code indicating fault injection is off for the
           *>  run unit.
           05  rc-injection-off         PIC S9(004) Binary Value +8.
           *>  Return code indicating an unknown function was
           *>  requested.
           05  rc-bad-func              PIC S9(004) Binary Value +16.

       01  work-areas.
           05  rule-file-status         PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  rule-idx                 PIC 9(004) Value 0.
           05  match-idx                PIC 9(004) Value 0.
           05  nb-rejected              PIC 9(004) Value 0.
           05  test-items               PIC 9(009) Binary Value 0.
           05  event-rc                 PIC S9(004) Binary Value +0.
           05  event-text               PIC X(060) Value Spaces.
           05  count-edit               PIC Z(8)9.
           *>  The job class the step runs in, as the scheduler
           *>  exported it.
           05  job-class                PIC X(008) Value Spaces.
               88  rehearsal-job-class              Value 'R' 'T'
                                                          'X'.
           05  loaded-switch            PIC X(001) Value 'N'.
               88  rules-loaded                     Value 'Y'.
           05  injection-switch         PIC X(001) Value 'N'.
               88  injection-on                     Value 'Y'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.

       *>  The rules in force, each with the calls counted against
       *>  its target so far and whether it has come due.
       01  rule-table.
           05  rule-nb-entries          PIC 9(004) Value 0.
           05  rule-entry Occurs 50 Times.
               10  re-target            PIC X(008).
               10  re-fault             PIC X(004).
               10  re-trigger           PIC X(004).
               10  re-count             PIC 9(009) Binary.
               10  re-nb-calls          PIC 9(009) Binary.
               10  re-due-switch        PIC X(001).
                   88  re-due                       Value 'Y'.

       Linkage Section.
       *>  Input.  CALL or TEST.
       01  fi-func                      PIC X(004).
           88  fi-func-call                         Value 'CALL'.
           88  fi-func-test                         Value 'TEST'.

       *>  Input.  The stack's identity or the dataset's DDNAME.
       01  fi-target                    PIC X(008).

       *>  Input, TEST only.  The failure the caller is at a point
       *>  to simulate: FULL, MISS, STOR or LOCK.
       01  fi-fault                     PIC X(004).

       *>  Input, TEST only, optional.  What the target holds, for
       *>  ITEM rules; omitted counts as zero.
       01  fi-items                     PIC 9(009) Binary.

       Procedure Division Using
             fi-func
             fi-target
             Optional fi-fault
             Optional fi-items
           .

           If Not rules-loaded
               Perform 1000-Load-Rules
           End-If

           Evaluate True
             When Not injection-on
                  Move rc-injection-off To save-rc
             When fi-func-call
                  Perform 2000-Count-Call
             When fi-func-test
                  Perform 3000-Test-Fault
             When Other
                  Move rc-bad-func To save-rc
           End-Evaluate

           Move save-rc To Return-Code
           Goback.

       *>  The job class decides whether STACKFIC is read at all.
       1000-Load-Rules.
           Move 'Y' To loaded-switch
           Move 'N' To injection-switch
           Move 0   To rule-nb-entries
           Move 0   To nb-rejected

           Move Spaces To job-class
           Accept job-class From Environment 'JOBCLASS'
               On Exception
                   Move Spaces To job-class
           End-Accept

           Open Input rule-file
           If rule-file-status = '00'
               If rehearsal-job-class
                   Move 'N' To eof-switch
                   Perform 1010-Load-One-Rule Until eof
                   If rule-nb-entries > 0
                       Move 'Y' To injection-switch
                       Move rule-nb-entries To count-edit
                       Display myname ' fault injection on in job'
                         ' class ' job-class(1:1) ', '
                         Trim(count-edit) ' rule(s) from STACKFIC'
                   End-If
               Else
                   Display myname ' STACKFIC ignored; job class '
                     '"' Trim(job-class) '" is not a rehearsal class'
               End-If
               Close rule-file
           End-If
           .

       *>  Body of the 1000-Load-Rules loop.  A rule that does not
       *>  make sense is reported and left out.
       1010-Load-One-Rule.
           Read rule-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Evaluate True
                 When fic-target = Spaces
                 When Not fic-fault-valid
                 When Not fic-trigger-valid
                 When fic-count Is Not Numeric
                      Add 1 To nb-rejected
                      Display myname ' STACKFIC record not understood: '
                        rule-record(1:25)
                 When rule-nb-entries >= rule-tbl-max
                      Add 1 To nb-rejected
                      Display myname ' STACKFIC rule beyond the first '
                        rule-tbl-max ' ignored: ' rule-record(1:25)
                 When Other
                      Add 1 To rule-nb-entries
                      Move fic-target  To re-target(rule-nb-entries)
                      Move fic-fault   To re-fault(rule-nb-entries)
                      Move fic-trigger To re-trigger(rule-nb-entries)
                      Move fic-count   To re-count(rule-nb-entries)
                      Move 0           To re-nb-calls(rule-nb-entries)
                      Move 'N'      To re-due-switch(rule-nb-entries)
               End-Evaluate
           End-If
           .

       *>  CALL: one more call against every rule for the target.
       2000-Count-Call.
           Move rc-not-due To save-rc
           Perform 2010-Count-One-Rule
             Varying rule-idx
             From 1 By 1
             Until rule-idx > rule-nb-entries
           .

       *>  Body of the 2000-Count-Call loop.
       2010-Count-One-Rule.
           If re-target(rule-idx) = fi-target
               Add 1 To re-nb-calls(rule-idx)
               Move rc-success To save-rc
           End-If
           .

       *>  TEST: the rule for this target and fault, if any, and
       *>  whether it is due.  A rule comes due once and stays due.
       3000-Test-Fault.
           Move rc-not-due To save-rc
           Move 0 To match-idx

           If fi-fault Is Not Omitted
               Perform 3010-Check-One-Rule
                 Varying rule-idx
                 From 1 By 1
                 Until rule-idx > rule-nb-entries Or match-idx > 0
           End-If

           If fi-items Is Omitted
               Move 0 To test-items
           Else
               Move fi-items To test-items
           End-If

           If match-idx > 0
               Evaluate True
                 When re-due(match-idx)
                      Continue
                 When re-trigger(match-idx) = 'CALL'
                   And re-nb-calls(match-idx) >= re-count(match-idx)
                      Move 'Y' To re-due-switch(match-idx)
                 When re-trigger(match-idx) = 'ITEM'
                   And test-items >= re-count(match-idx)
                      Move 'Y' To re-due-switch(match-idx)
               End-Evaluate

               If re-due(match-idx)
                   Move rc-success To save-rc
                   Perform 3100-Report-Injection
               End-If
           End-If
           .

       *>  Body of the 3000-Test-Fault search loop.
       3010-Check-One-Rule.
           If re-target(rule-idx) = fi-target
             And re-fault(rule-idx) = fi-fault
               Move rule-idx To match-idx
           End-If
           .

       *>  Every fault injected goes to SYSOUT and to the event feed
       *>  marked as injected.  A feed that cannot be written never
       *>  stops the drill.
       3100-Report-Injection.
           Move re-nb-calls(match-idx) To count-edit
           Display myname ' INJECTED ' fi-fault ' on ' fi-target
             ' at call ' Trim(count-edit)

           Move Spaces To event-text
           String
             'INJECTED '                 Delimited By Size
             fi-fault                    Delimited By Size
             ' at call '                 Delimited By Size
             Trim(count-edit)            Delimited By Size
             ', rule '                   Delimited By Size
             re-trigger(match-idx)       Delimited By Size
             Into event-text
           End-String
           Move 0 To event-rc

           Call event-program Using
             event-type
             myname
             fi-target
             event-rc
             event-text
             On Exception
                Continue
           End-Call
           .
