       *> call this the same as you would any other stack subroutine,
       *> any time you want a durable snapshot of where things stand.
       *>
       *> A checkpoint dataset that cannot be opened or written is
       *> reported to SYSOUT and the call returns 16; the stack is
       *> still unaffected, but the checkpoint is not to be relied
       *> on.  A recovery drill (see STACKFI.cbl) can have rules on
       *> STACKFIC name a stack-id and fail its checkpoint on cue:
       *> MISS as an unallocated STACKSV would, FULL as a dataset
       *> out of space would.  The injection is on record in
       *> STACKFI's console message and its FLTINJ event on the
       *> shared event feed.  Outside a rehearsal job class none
       *> of this can happen.
       *>
       *> Return codes:
       *>     0   checkpointed
       *>     16  STACKSV could not be opened or written
       *>
       Program-ID. STACKSV.
       Environment Division.
       Configuration Section.
           05  myname                   PIC X(008) Value 'STACKSV'.
           05  sv-eyecatcher-value      PIC X(008) Value 'STACKSV2'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the checkpoint dataset could
           *>  not be opened or written; sv-file-status was reported
           *>  to SYSOUT.
           05  rc-io-error              PIC S9(004) Binary Value +16.
           *>  The business processing date the header carries; see
           *>  STACKBD.cbl.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.
           *>  The fault-injection rules a recovery drill runs
           *>  under, and the failures this program can be made to
           *>  simulate; see STACKFI.cbl.
           05  fault-program            PIC X(008) Value 'STACKFI'.
           05  fault-call-func          PIC X(004) Value 'CALL'.
           05  fault-test-func          PIC X(004) Value 'TEST'.
           05  fault-full               PIC X(004) Value 'FULL'.
           05  fault-miss               PIC X(004) Value 'MISS'.
           *>  STACKFI's answer when fault injection is off for the
           *>  run unit.
           05  rc-injection-off         PIC S9(004) Binary Value +8.

       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  sv-rec-len               PIC 9(009) Binary Value 0.
           05  sv-error-idx             PIC 9(004) Value 0.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  sv-seg-idx               PIC 9(009) Binary Value 0.
           05  sv-seg-bytes             PIC 9(009) Binary Value 0.
           05  sv-seg-offset            PIC 9(009) Binary Value 0.
           05  scramble-enco-func       PIC X(004) Value 'ENCO'.
           *>  '35' means STACKSV does not exist yet; any other
           *>  non-'00' is left for an operator to investigate, same
           *>  as audit-file-status in STACKP.
           05  sv-file-status           PIC X(002) Value '00'.
           *>  Whether fault injection is in force for the run unit
           *>  (once STACKFI says it is off, it is not asked again),
           *>  whether rules name this stack on this call, the
           *>  failure being asked about, and STACKFI's verdict.
           05  fault-off-switch         PIC X(001) Value 'N'.
               88  fault-injection-off              Value 'Y'.
           05  fault-armed-switch       PIC X(001) Value 'N'.
               88  fault-armed                      Value 'Y'.
           05  fault-due-switch         PIC X(001) Value 'N'.
               88  fault-due                        Value 'Y'.
           05  fault-type               PIC X(004) Value Spaces.
           05  fault-items              PIC 9(009) Binary Value 0.

       Copy 'STACKSVH.cpy'.

               Depending stack-items-len
               PIC X(001).

       *>  The segment directory, when stack-segmented-on.
       01  stack-seg-dir.
           05  stack-seg-ptr Pointer
               Occurs 1 To Unbounded
               Depending stack-seg-dir-slots.

       *>  The per-item type tags, when stack-tagged-on.
       01  stack-tags.
           05  Occurs 1 To Unbounded

           Set Address Of ab To ab-ptr
           Set Address Of stack-items To stack-items-ptr
           Move rc-success To save-rc

       *>  A recovery drill counts every checkpoint of a stack its
       *>  fault-injection rules name; see 9700-Count-Fault-Call.
           Move 'N' To fault-armed-switch
           If Not fault-injection-off
               Perform 9700-Count-Fault-Call
           End-If

       *>  A drill's "checkpoint dataset missing" fails the open the
       *>  way an unallocated STACKSV would.
           Move 'N' To fault-due-switch
           If fault-armed
               Move fault-miss To fault-type
               Perform 9710-Test-Fault
           End-If

           If fault-due
               Move '35' To sv-file-status
           Else
               Open Extend sv-file
               If sv-file-status = '35'
                   Open Output sv-file
               End-If
           End-If

           If sv-file-status Not = '00'
               Display myname ' ' stack-id ' checkpoint dataset '
                 'STACKSV could not be opened, file status '
                 sv-file-status
               Move rc-io-error To Return-Code
               Goback
           End-If

           Move sv-eyecatcher-value  To sv-eyecatcher
           Move stack-stat-res-max    To sv-res-max
           Move stack-stat-res-total  To sv-res-total
           Move stack-stat-res-count  To sv-res-count
           Move Current-Date          To sv-checkpoint-time
           Move stack-layout-name     To sv-layout-name
           Move stack-layout-version  To sv-layout-version
           Call business-date-program Using
             bd-get-func
             sv-business-date
           End-Call

           Move Length(sv-header) To sv-rec-len
           Move sv-header
             To sv-record(1:sv-rec-len)
           Perform 1020-Write-Sv-Record

           Move stack-items-len To sv-rec-len
       *>  A segmented stack's segments are laid end to end into
       *>  the one buffer record, so the group reads back exactly
       *>  as a contiguous stack's would.
           If stack-segmented-on
               Set Address Of stack-seg-dir To stack-seg-dir-ptr
               Compute sv-seg-bytes =
                 stack-item-len * stack-seg-nb-items
               Perform 1010-Copy-One-Segment
                 Varying sv-seg-idx
                 From 1 By 1
                 Until sv-seg-idx > stack-seg-nb-segments
           Else
               Move stack-items
                 To sv-record(1:sv-rec-len)
           End-If

       *>  A checkpointed buffer rests on a dataset; it rests
       *>  scrambled when the stack carries a key.  The key itself
               End-Call
           End-If

           Perform 1020-Write-Sv-Record

           If stack-tagged-on
               Set Address Of stack-tags To stack-tags-ptr
               Move stack-tags-len To sv-rec-len
               Move stack-tags
                 To sv-record(1:sv-rec-len)
               Perform 1020-Write-Sv-Record
           End-If

           If stack-expiry-on Or stack-restime-on
               Move stack-times-len To sv-rec-len
               Move stack-times
                 To sv-record(1:sv-rec-len)
               Perform 1020-Write-Sv-Record
           End-If

           Close sv-file

           Move save-rc To Return-Code
           Goback.

       *>  Body of the segmented buffer copy; segment sv-seg-idx
       *>  lands at its place in the record.
       1010-Copy-One-Segment.
           Set Address Of stack-items To stack-seg-ptr(sv-seg-idx)
           Compute sv-seg-offset =
             ((sv-seg-idx - 1) * sv-seg-bytes) + 1
           Move stack-items(1:sv-seg-bytes)
             To sv-record(sv-seg-offset:sv-seg-bytes)
           .

       *>  Copies one slot of the anchor block's error tally table
       *>  to the matching slot of sv-header; Move won't copy a
       *>  whole Occurs table element-for-element without an
           Move stack-stat-error(sv-error-idx)
             To sv-stat-error(sv-error-idx)
           .

       *>  Writes one record of the group.  The first write that
       *>  fails is reported and the rest of the group is not
       *>  written; a drill's "checkpoint dataset full" fails it
       *>  the way a dataset out of space would.
       1020-Write-Sv-Record.
           If save-rc = rc-success
               Move 'N' To fault-due-switch
               If fault-armed
                   Move fault-full To fault-type
                   Perform 9710-Test-Fault
               End-If

               If fault-due
                   Move '34' To sv-file-status
               Else
                   Write sv-record
               End-If

               If sv-file-status Not = '00'
                   Display myname ' ' stack-id ' checkpoint write '
                     'to STACKSV failed, file status '
                     sv-file-status
                   Move rc-io-error To save-rc
               End-If
           End-If
           .

       *>  Counts this checkpoint against the stack for STACKFI's
       *>  rules.  A stack no rule names is not asked about again
       *>  this call; a run unit with fault injection off is not
       *>  asked about again at all.
       9700-Count-Fault-Call.
           Call fault-program Using
             fault-call-func
             stack-id
             On Exception
                Move 'Y' To fault-off-switch
           End-Call

           Evaluate True
             When fault-injection-off
                  Continue
             When Return-Code = rc-success
                  Move 'Y' To fault-armed-switch
             When Return-Code = rc-injection-off
                  Move 'Y' To fault-off-switch
           End-Evaluate
           .

       *>  Asks STACKFI whether fault-type is due against the stack
       *>  now; STACKFI itself puts a fault that is due on record.
       9710-Test-Fault.
           Move 'N' To fault-due-switch
           Move stack-curr-nb-items To fault-items

           Call fault-program Using
             fault-test-func
             stack-id
             fault-type
             fault-items
           End-Call

           If Return-Code = rc-success
               Move 'Y' To fault-due-switch
           End-If
           .
