             Organization Is Sequential
             File Status Is profile-file-status
           .
           *>  Dead-letter dataset every refused push, and every
           *>  call the access rules refuse, against a stack that
           *>  named one (stack-deadletter-ddname) is appended to,
           *>  item and all; see 1045-Write-Dead-Letter.
           Select deadletter-file
             Assign To Dynamic stack-deadletter-ddname
             Organization Is Sequential
           05  pr-stack-id              PIC X(008).
           05  pr-depth                 PIC 9(009).
           05  pr-capacity              PIC 9(009).
           *>  The business processing date the sample belongs to;
           *>  see STACKBD.cbl.
           05  pr-business-date         PIC X(008).

       Working-Storage Section.
       01  constants.
           05  account-add-func         PIC X(004) Value 'ADD '.
           05  account-sub-func         PIC X(004) Value 'SUB '.
           05  account-kind             PIC X(008) Value 'STACK'.
           *>  Counts of audit and durable-dataset records written,
           *>  kept against the stack for its chargeback.
           05  account-audit-func       PIC X(004) Value 'AUDW'.
           05  account-durable-func     PIC X(004) Value 'DURW'.
           *>  STACKAC's refusal code, tested after every ADD that
           *>  is allowed to say no.
           05  rc-account-refused       PIC S9(004) Binary Value +8.
           *>  Return code indicating HOLD or RELS was called
           *>  without the worker-id naming the holder.
           05  rc-holder-required       PIC S9(004) Binary Value +136.
           *>  Return code indicating a function that needs one
           *>  contiguous buffer -- it shifts, reorders or snapshots
           *>  slots wholesale -- was called against a segmented
           *>  stack; see stack-segmented-switch in STACKAB.cpy.
           05  rc-segmented-not-supported
                                        PIC S9(004) Binary Value +140.
           *>  How many more segment pointers the directory of a
           *>  segmented stack gains each time it fills, the same
           *>  starting room STACKI gives it.
           05  seg-dir-increment        PIC 9(009) Binary Value 16.
           *>  The at-rest item scrambling this program routes every
           *>  durable item copy through when the stack carries a
           *>  key; see STACKSCR.cbl.
           05  scramble-program         PIC X(008) Value 'STACKSCR'.
           05  scramble-enco-func       PIC X(004) Value 'ENCO'.
           05  scramble-deco-func       PIC X(004) Value 'DECO'.
           *>  Return code indicating the site's access rules
           *>  (STACKACL, through STACKAUT) do not allow the calling
           *>  program this function against this stack.  The
           *>  refusal is captured to the dead-letter dataset when
           *>  the stack named one, and counted among its errors.
           05  rc-access-denied         PIC S9(004) Binary Value +144.
           *>  Return code indicating a conditional REPL, DELN or POP
           *>  (CREP, CDEL, CPOP) found the stack's change count no
           *>  longer the change-stamp the caller read it at, or was
           *>  called without one: something changed the stack since
           *>  the caller looked, so the depth it is acting on may
           *>  no longer hold the item it means.  The stack is left
           *>  exactly as it was; re-read and retry.
           05  rc-change-mismatch       PIC S9(004) Binary Value +148.
           *>  The access-rule check every call against a stack
           *>  with an identity goes through; see STACKAUT.cbl.
           05  access-program           PIC X(008) Value 'STACKAUT'.
           *>  STACKAUT's refusal code.
           05  rc-access-refused        PIC S9(004) Binary Value +4.
           *>  The shared event feed every alert, quarantine and
           *>  first-failure capture is also written to for the
           *>  monitoring tool; see STACKEV.cbl.
           05  event-program            PIC X(008) Value 'STACKEV'.
           *>  The running chain every audit record carries; see
           *>  STACKCHN.cbl.  The chain field sits right after the
           *>  fixed header fields ahead of it.
           05  chain-program            PIC X(008) Value 'STACKCHN'.
           05  chain-last-func          PIC X(004) Value 'LAST'.
           05  chain-seed-func          PIC X(004) Value 'SEED'.
           05  chain-next-func          PIC X(004) Value 'NEXT'.
           05  audit-chain-offset       PIC 9(009) Binary Value 46.
           *>  STACKCHN's answer for a trail not yet seen in this
           *>  run unit.
           05  rc-chain-not-seeded      PIC S9(004) Binary Value +4.
           *>  The business processing date every audit record and
           *>  profile sample carries; see STACKBD.cbl.
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
           05  fault-stor               PIC X(004) Value 'STOR'.
           *>  STACKFI's answer when fault injection is off for the
           *>  run unit.
           05  rc-injection-off         PIC S9(004) Binary Value +8.

       *>  Lets the 4-byte length prefix stored ahead of every item
       *>  on a varlen stack be written and read as a binary number
           05  audit-func               PIC X(004).
           *>  stack-curr-nb-items after this push or pop.
           05  audit-nb-items           PIC 9(009) Binary.
           *>  The trail's running chain value, stored by STACKCHN
           *>  over this record and the one before it.
           05  audit-chain-value        PIC 9(009).
           *>  The business processing date (see STACKBD.cbl) the
           *>  push or pop belongs to, beside the wall clock's.
           05  audit-business-date      PIC X(008).

       01  audit-work-areas.
           05  audit-dd-name            PIC X(008)         Value Spaces.
           *>  1030-Write-Audit-Record creates it with Open Output
           *>  the first time and Open Extend every time after.
           05  audit-file-status        PIC X(002)         Value '00'.
           05  audit-chain-last         PIC 9(009)         Value 0.
           05  audit-seed-eof-switch    PIC X(001)         Value 'N'.
               88  audit-seed-eof                           Value 'Y'.

       *>  The fixed front of every dead-letter record; the refused
       *>  item itself follows it.  The return code is zoned so the
               10  rop-func             PIC X(004).
               10  rop-timestamp        PIC X(021).

       *>  Whether fault injection is in force for the run unit;
       *>  once STACKFI says it is off, it is not asked again.
       01  fault-run-areas.
           05  fault-off-switch         PIC X(001) Value 'N'.
               88  fault-injection-off              Value 'Y'.

       01  disposal-work-areas.
           05  disposal-rec-len         PIC 9(009) Binary  Value 0.
           *>  Set by the runtime on every Open/Write/Close against
           05  sync-ab-image            PIC X(2048) Value Spaces.
           05  exit-event-name          PIC X(008) Value Spaces.
           05  exit-depth               PIC 9(009) Binary  Value 0.
           05  event-type               PIC X(008) Value Spaces.
           05  event-job-name           PIC X(008) Value Spaces.
           05  event-resource-name      PIC X(008) Value Spaces.
           05  event-rc                 PIC S9(004) Binary Value +0.
           05  event-text               PIC X(060) Value Spaces.
           05  event-count-edit         PIC Z(8)9.
           *>  Whether rules name this stack on this call, the
           *>  failure being asked about, and STACKFI's verdict.
           05  fault-armed-switch       PIC X(001) Value 'N'.
               88  fault-armed                      Value 'Y'.
           05  fault-due-switch         PIC X(001) Value 'N'.
               88  fault-due                        Value 'Y'.
           05  fault-type               PIC X(004) Value Spaces.
           05  fault-items              PIC 9(009) Binary  Value 0.
           *>  The function of the operation in progress, kept aside
           *>  while an injected fault is stamped.
           05  inj-save-func            PIC X(004) Value Spaces.
           05  account-delta            PIC 9(009) Binary  Value 0.
           05  account-rc               PIC S9(004) Binary Value +0.
           05  account-nb-records       PIC 9(009) Binary  Value 1.
           05  txn-freed-items-len      PIC 9(009) Binary  Value 0.
           05  dump-layout-rc           PIC S9(004) Binary Value +0.
           05  dump-fld-idx             PIC 9(004) Value 0.
           05  claim-pos                PIC 9(009) Binary  Value 0.
           05  claim-item-pos           PIC 9(009) Binary  Value 0.
           05  swap-save-claim          PIC X(008) Value Spaces.
           05  seg-item-position        PIC 9(009) Binary  Value 0.
           05  seg-slot-offset          PIC 9(009) Binary  Value 0.
           05  seg-nbr                  PIC 9(009) Binary  Value 0.
           05  seg-bytes                PIC 9(009) Binary  Value 0.
           05  seg-keep-count           PIC 9(009) Binary  Value 0.
           05  seg-ffdc-idx             PIC 9(009) Binary  Value 0.
           05  new-stack-seg-dir-ptr    Pointer            Value NULL.
           05  new-stack-seg-dir-slots  PIC 9(009) Binary  Value 0.
           05  new-stack-seg-dir-len    PIC 9(009) Binary  Value 0.
           *>  The caller named to STACKAUT: calling-program, or
           *>  Spaces when it was omitted.
           05  access-caller            PIC X(008) Value Spaces.

       *>  The item layout STACKLY hands back for this stack, when
       *>  one was registered, so 4000-Dump can render labeled
               88  func-repush                          Value 'REPS'.
               88  func-hold                            Value 'HOLD'.
               88  func-release-item                    Value 'RELS'.
               *>  REPL, DELN and POP conditional on the caller's
               *>  change-stamp still matching the stack's.
               88  func-cond-replace                    Value 'CREP'.
               88  func-cond-delete                     Value 'CDEL'.
               88  func-cond-pop                        Value 'CPOP'.
               *>  Every function the freeze gate turns away; the
               *>  read side and the transaction-closing pair stay
               *>  available so an open group can still be ended.
                   'BPSH' 'BPOP' 'PSHB' 'POPB' 'FTAB' 'RBAK'
                   'SORT' 'OPSH' 'REPL' 'DELN' 'SWP ' 'TBEG'
                   'SWAP' 'ROT ' 'DUP ' 'CKOT' 'CKIN' 'UNCL'
                   'REPS' 'HOLD' 'RELS' 'CREP' 'CDEL' 'CPOP'.
               *>  The functions that arrive carrying an item to
               *>  place; a refusal of any of them feeds the
               *>  dead-letter capture when the stack named a
               *>  scratch an operator would then try to recover.
               88  func-item-in-hand Value 'PUSH' 'OPSH' 'PSHB'
                   'REPS'.
               *>  The functions that shift, reorder or snapshot the
               *>  buffer's slots wholesale, which a segmented stack
               *>  turns away; see stack-segmented-switch in
               *>  STACKAB.cpy.
               88  func-contiguous-only Value 'PSHB' 'POPB' 'TBEG'
                   'TCOM' 'TABT' 'SORT' 'OPSH' 'OFND' 'SWP ' 'REPL'
                   'DELN' 'SNAP' 'SLST' 'SREL' 'SWAP' 'ROT ' 'DUP '
                   'CKOT' 'CKIN' 'UNCL' 'REPS' 'HOLD' 'RELS'
                   'CREP' 'CDEL'.

       Linkage Section.
       *>  Input.  Pointer to the anchor block for the stack.
               Depending new-stack-items-len
               PIC X(001).

       *>  The segment directory of a segmented stack, one pointer
       *>  per segment; see stack-seg-dir-ptr in STACKAB.cpy.
       *>  Private.
       01  stack-seg-dir.
           05  stack-seg-ptr Pointer
               Occurs 1 To Unbounded
               Depending stack-seg-dir-slots.

       *>  When the directory fills, it is reallocated and its
       *>  pointers copied here -- a few bytes per segment, never
       *>  the items themselves.
       01  new-stack-seg-dir.
           05  new-stack-seg-ptr Pointer
               Occurs 1 To Unbounded
               Depending new-stack-seg-dir-slots.

       *>  The per-item type tags of a tagged stack, parallel to
       *>  stack-items and indexed the same way but at an 8-byte
       *>  (item-tag-len) stride instead of stack-item-len.  Private.
       *>  count the departing item carried.
       01  retry-count                  PIC 9(009) Binary.

       *>  Input for CREP, CDEL and CPOP, required for them: the
       *>  stack's change count as the caller last read it.  Output,
       *>  optional, on every other call: the change count as this
       *>  call leaves it -- so the PEEK or PEKN a worker reads an
       *>  item with also hands back the stamp its conditional REPL,
       *>  DELN or POP of that item presents.  Also handed back
       *>  after a conditional call that went through; left
       *>  unchanged after one refused with rc-change-mismatch, so
       *>  the worker re-reads before it retries.
       01  change-stamp                 PIC 9(009) Binary.

       *>  Note for anyone exercising more than one of the Optional
       *>  parameters below from the same run unit: on at least one
       *>  runtime this program has been built against, once a static
             Optional worker-id
             Optional prov-program
             Optional retry-count
             Optional change-stamp
           .

           Set Address Of ab To ab-ptr
           If stack-holds-ptr Not = NULL
               Set Address Of stack-holds To stack-holds-ptr
           End-If
           If stack-segmented-on
               Set Address Of stack-seg-dir To stack-seg-dir-ptr
           End-If
           Move rc-success To save-rc

       *>  A recovery drill counts every call against a stack its
       *>  fault-injection rules name; see 9940-Count-Fault-Call.
           Move 'N' To fault-armed-switch
           If stack-audit-id Not = Spaces
             And Not fault-injection-off
               Perform 9940-Count-Fault-Call
           End-If

       *>  A stack with an identity -- its audit-id, or the name
       *>  STACKDIR registered it under -- answers to the site's
       *>  access rules before anything else is looked at: a
       *>  refused call is turned away with its own return code,
       *>  captured to the dead-letter dataset when the stack named
       *>  one, and counted among the stack's errors.
           If stack-audit-id Not = Spaces
               Perform 9990-Check-Access
               If save-rc = rc-access-denied
                   If stack-deadletter-ddname Not = Spaces
                       Perform 1045-Write-Dead-Letter
                   End-If
                   If stack-stats-on
                       Perform 9100-Record-Error
                   End-If
                   Move save-rc To Return-Code
                   Goback
               End-If
           End-If

           If Not stack-varlen-on
               If caller-item-len Is Not Omitted
                 And caller-item-len Not = stack-item-len
           End-If

           Evaluate True
             When stack-segmented-on And func-contiguous-only
                  Move rc-segmented-not-supported To save-rc
             When func-freeze
                  Move 'Y' To stack-frozen-switch
             When func-thaw
                  End-If
             When func-pop
                  Perform 1040-Enqueue-Stack
                  Perform 1680-Pop-Served
                  Perform 1050-Dequeue-Stack
             When func-dump
                  Perform 4000-Dump
                  Perform 1040-Enqueue-Stack
                  Perform 1630-Release-Hold
                  Perform 1050-Dequeue-Stack
       *>  The conditional forms test the change-stamp under the
       *>  same enqueue the operation runs under, so nothing can
       *>  slip in between the test and the change; once it
       *>  passes, the call carries on as the plain function in
       *>  every respect -- audit, index, mirror and all.
             When func-cond-replace
                  Perform 1040-Enqueue-Stack
                  Perform 1670-Check-Change-Stamp
                  If save-rc = rc-success
                      Move 'REPL' To checked-func
                      Perform 9850-Replace-At-Depth
                  End-If
                  Perform 1050-Dequeue-Stack
             When func-cond-delete
                  Perform 1040-Enqueue-Stack
                  Perform 1670-Check-Change-Stamp
                  If save-rc = rc-success
                      Move 'DELN' To checked-func
                      Perform 9870-Delete-At-Depth
                  End-If
                  Perform 1050-Dequeue-Stack
             When func-cond-pop
                  Perform 1040-Enqueue-Stack
                  Perform 1670-Check-Change-Stamp
                  If save-rc = rc-success
                      Move 'POP ' To checked-func
                      Perform 1680-Pop-Served
                  End-If
                  Perform 1050-Dequeue-Stack
             When Other
                  Move rc-bad-func To save-rc
                  Perform 9200-Build-Bad-Func-Diag
               Perform 9100-Record-Error
           End-If

       *>  Every change to the stack moves its change count on, so
       *>  a change-stamp read before it no longer matches.  A bulk
       *>  push, bulk pop or table load stopped part way may still
       *>  have changed the stack, so those count whatever their
       *>  return code; a count moved on for nothing costs a worker
       *>  one re-read, where one not moved on would cost it
       *>  somebody else's item.
           If (save-rc = rc-success
             And (func-mutator Or func-txn-abort))
             Or func-bulk-push Or func-bulk-pop Or func-table-load
               If stack-change-count < 999999999
                   Add 1 To stack-change-count
               Else
                   Move 1 To stack-change-count
               End-If
           End-If

           If change-stamp Is Not Omitted
             And save-rc Not = rc-change-mismatch
               Move stack-change-count To change-stamp
           End-If

       *>  A profiling stack counts every successful mutation and
       *>  appends a depth sample each time the configured interval
       *>  fills -- the depth-over-time curve capacity planning has
             And save-rc Not = rc-item-quarantined
             And save-rc Not = rc-stack-empty
             And save-rc Not = rc-varlen-not-supported
             And save-rc Not = rc-segmented-not-supported
             And Not (func-table-load
               And save-rc = rc-ordered-mismatch)
             And func-push-family
                 And stack-items-capacity >= stack-overflow-ceiling
                   Perform 1015-Spill-Bottom-Item
               Else
                   If stack-segmented-on
                       Perform 1019-Add-Segment
                   Else
                       Perform 1010-Reallocate
                   End-If
                   If save-rc = rc-success And stack-tagged-on
                       Perform 1011-Reallocate-Tags
                   End-If
                   Move stack-curr-nb-items To stack-high-water-mark
               End-If

               Move stack-items-position To seg-item-position
               If stack-segmented-on
                   Perform 1900-Address-Segment
               End-If
               Move stack-item
                 To stack-items(seg-item-position:stack-item-len)

               If stack-index-on
                   Perform 9500-Hash-Caller-Item
             Upon Console
           Move 'Y' To stack-alert-fired-switch

           Move 'STKALERT' To event-type
           Move rc-success To event-rc
           Move 'Depth threshold reached, items' To event-text
           Move stack-curr-nb-items To event-count-edit
           Move event-count-edit To event-text(32:9)
           Move 'capacity' To event-text(42:8)
           Move stack-items-capacity To event-count-edit
           Move event-count-edit To event-text(51:9)
           Perform 9975-Raise-Event

           If stack-exit-on-threshold = 'Y'
               Move 'THRESH' To exit-event-name
               Perform 9970-Call-Event-Exit
           End-If
           .

       *>  Segmented equivalent of 1010-Reallocate: allocates one
       *>  more segment of stack-seg-nb-items items and files it in
       *>  the segment directory, leaving every resident item where
       *>  it already is -- growth costs one segment's allocation
       *>  no matter how deep the stack has become.  The same
       *>  overflow and storage-budget guards apply, and a failure
       *>  leaves the anchor block, the directory and every
       *>  segment exactly as they were.
       1019-Add-Segment.
           Compute new-stack-items-capacity =
             stack-items-capacity + stack-seg-nb-items
             On Size Error Move rc-stack-overflow3 To save-rc
           End-Compute

           If save-rc = rc-success
               Compute new-stack-items-len =
                 stack-item-len * new-stack-items-capacity
                 On Size Error Move rc-stack-overflow4 To save-rc
               End-Compute
           End-If

           If save-rc = rc-success
               Compute seg-bytes = stack-item-len * stack-seg-nb-items
               Move seg-bytes To account-delta
               Perform 9980-Account-Add-Guarded
           End-If

           If save-rc = rc-success
               If stack-seg-nb-segments >= stack-seg-dir-slots
                   Perform 1022-Grow-Segment-Dir
               End-If

               Allocate
                 seg-bytes Characters
                 Initialized
                 Returning new-stack-items-ptr

               Add 1 To stack-seg-nb-segments
               Set stack-seg-ptr(stack-seg-nb-segments)
                 To new-stack-items-ptr

               Move new-stack-items-capacity To stack-items-capacity
               Move new-stack-items-len      To stack-items-len

               If stack-stats-on
                   Add 1 To stack-stat-reallocs
               End-If

               If stack-exit-on-realloc = 'Y'
                   Move 'REALLOC' To exit-event-name
                   Perform 9970-Call-Event-Exit
               End-If
           End-If
           .

       *>  Grows the segment directory by seg-dir-increment
       *>  pointers when 1019-Add-Segment finds it full.  Only the
       *>  pointers are copied; the growth rides on the segment the
       *>  budget just approved, so it is reported unguarded.
       1022-Grow-Segment-Dir.
           Compute new-stack-seg-dir-slots =
             stack-seg-dir-slots + seg-dir-increment
           Compute new-stack-seg-dir-len =
             new-stack-seg-dir-slots * Length(stack-items-ptr)

           Compute account-delta =
             new-stack-seg-dir-len - stack-seg-dir-len
           Perform 9981-Account-Add-Unguarded

           Allocate
             new-stack-seg-dir-len Characters
             Initialized
             Returning new-stack-seg-dir-ptr

           Set Address Of new-stack-seg-dir To new-stack-seg-dir-ptr

           Move stack-seg-dir
             To new-stack-seg-dir(1:stack-seg-dir-len)

           Free stack-seg-dir-ptr

           Move new-stack-seg-dir-ptr   To stack-seg-dir-ptr
           Move new-stack-seg-dir-len   To stack-seg-dir-len
           Move new-stack-seg-dir-slots To stack-seg-dir-slots

           Set Address Of stack-seg-dir To stack-seg-dir-ptr
           .

       *>  On a segmented stack, turns seg-item-position from an
       *>  item's byte position in the buffer as a whole (what
       *>  stack-items-position and every depth calculation still
       *>  produce) into its byte position within the segment that
       *>  holds it, and points stack-items at that segment.  The
       *>  caller moves the position in, performs this, and then
       *>  refers to stack-items(seg-item-position:...); against
       *>  a contiguous buffer it simply is not performed.
       1900-Address-Segment.
           Compute seg-slot-offset =
             (seg-item-position - 1) / stack-item-len
           Compute seg-nbr =
             (seg-slot-offset / stack-seg-nb-items) + 1
           Compute seg-item-position =
             ((seg-slot-offset - ((seg-nbr - 1) * stack-seg-nb-items))
               * stack-item-len) + 1

           Set Address Of stack-items To stack-seg-ptr(seg-nbr)
           .

       *>  Grows the hash table in lockstep with the stack-items
       *>  growth 1010-Reallocate just made -- twice the new
       *>  capacity plus one, the same sizing STACKI starts it at --
           If overflow-file-status Not = '00'
               Move rc-overflow-write-error To save-rc
           Else
       *>  A drill's "overflow dataset full" fails the write the
       *>  way a dataset out of space would.
               Move 'N' To fault-due-switch
               If fault-armed
                   Move fault-full To fault-type
                   Perform 9945-Test-Fault
               End-If
               If fault-due
                   Move '34' To overflow-file-status
               Else
                   Write overflow-record
               End-If
               If overflow-file-status Not = '00'
                   Move rc-overflow-write-error To save-rc
               Else
                   Perform 9984-Account-Durable-Record
               End-If
               Close overflow-file
           End-If
                 quarantine-rec-len + stack-item-len
               Write quarantine-record
               Close quarantine-file
               Perform 9984-Account-Durable-Record
           End-If

           Display 'STACKP ALERT - ITEM QUARANTINED AFTER '
             stack-quarantine-ddname
             Upon Console

           Move 'STKQUAR' To event-type
           Move rc-item-quarantined To event-rc
           Move 'Item quarantined after' To event-text
           Move repush-new-count To event-count-edit
           Move event-count-edit To event-text(24:9)
           Move 'failures, see' To event-text(34:13)
           Move stack-quarantine-ddname To event-text(48:8)
           Perform 9975-Raise-Event

           If stack-audit-on
               Move 'QUAR' To audit-func
               Perform 1030-Write-Audit-Record
           End-If
           .

       *>  The gate in front of CREP, CDEL and CPOP: the caller's
       *>  change-stamp has to be the stack's change count as it
       *>  stands now.
       1670-Check-Change-Stamp.
           If change-stamp Is Omitted
               Move rc-change-mismatch To save-rc
           Else
               If change-stamp Not = stack-change-count
                   Move rc-change-mismatch To save-rc
               End-If
           End-If
           .

       *>  POP proper, shared by POP and CPOP: the top item, or on
       *>  a stack carrying claims or holds the topmost one free to
       *>  be served.
       1680-Pop-Served.
           If stack-curr-nb-items = 0
               Move rc-stack-empty To save-rc
           Else
               If stack-claim-on
                 Or stack-holds-ptr Not = NULL
                   Perform 1530-Pop-Skip-Claimed
               Else
                   Perform 3000-Pop
               End-If
           End-If
           .

       *>  Scans the stack, top to bottom, for an item matching the
       *>  value about to be pushed.  Sets dup-found-switch when one
       *>  turns up.  Only called when the stack was initialized
             stack-items-position
               - ((dup-check-idx - 1) * stack-item-len)

           Move dup-check-position To seg-item-position
           If stack-segmented-on
               Perform 1900-Address-Segment
           End-If
           If stack-items(seg-item-position:stack-item-len)
                 = stack-item
               Move 'Y' To dup-found-switch
           End-If
             When stack-compress-on
                  Perform 2300-Peek-Compressed
             When Other
                  Move stack-items-position To seg-item-position
                  If stack-segmented-on
                      Perform 1900-Address-Segment
                  End-If
                  Move stack-items
                    (seg-item-position:stack-item-len)
                    To stack-item

                  If stack-tagged-on
                     stack-items-position
                       - ((peekn-work-depth - 1) * stack-item-len)

                   Move peekn-position To seg-item-position
                   If stack-segmented-on
                       Perform 1900-Address-Segment
                   End-If
                   Move stack-items(seg-item-position:stack-item-len)
                     To stack-item

                   If stack-prov-on

                   *>  Removing the item from the stack means we
                   *>  erase its contents from the buffer...
                   Move stack-items-position To seg-item-position
                   If stack-segmented-on
                       Perform 1900-Address-Segment
                   End-If
                   Move Low-Values
                     To stack-items(seg-item-position:
                           stack-item-len)

                   If stack-tagged-on
       *>  tried first and Output is used to create it on status 35.
       1030-Write-Audit-Record.
           Move Current-Date        To audit-timestamp
           Call business-date-program Using
             bd-get-func
             audit-business-date
           End-Call
           Move stack-curr-nb-items To audit-nb-items
           Move stack-audit-id      To audit-stack-id

               Move stack-audit-ddname To audit-dd-name
           End-If

           Perform 1031-Seed-Audit-Chain

       *>  A drill's "audit dataset missing" fails the open the way
       *>  an unallocated trail would.
           Move 'N' To fault-due-switch
           If fault-armed
               Move fault-miss To fault-type
               Perform 9945-Test-Fault
           End-If

           If fault-due
               Move '35' To audit-file-status
           Else
               Open Extend audit-file
               If audit-file-status = '35'
                   Open Output audit-file
               End-If
           End-If

       *>  A trail that cannot be opened loses this record, never
       *>  the operation it records; the operator is told which
       *>  trail and why.
           If audit-file-status Not = '00'
               Display myname ' ' stack-audit-id ' audit trail '
                 audit-dd-name ' could not be opened, file status '
                 audit-file-status '; ' audit-func ' not recorded'
           Else
               Perform 1034-Write-Audit-Body
           End-If
           .

       *>  The first record a run unit appends to a trail has to
       *>  continue the chain already on it: read the trail through
       *>  once and hand STACKCHN the last record's chain value.  A
       *>  trail that does not exist yet starts the chain from
       *>  zero, and so does one whose last record carries no
       *>  readable value -- STACKCV will show where it broke.
       1031-Seed-Audit-Chain.
           Call chain-program Using
             chain-last-func
             audit-dd-name
             audit-chain-last
           End-Call

           If Return-Code = rc-chain-not-seeded
               Move 0   To audit-chain-last
               Move 'N' To audit-seed-eof-switch

               Open Input audit-file
               If audit-file-status = '00'
                   Perform 1032-Read-One-Audit-Record
                     Until audit-seed-eof
                   Close audit-file
               End-If

               Call chain-program Using
                 chain-seed-func
                 audit-dd-name
                 audit-chain-last
               End-Call
           End-If
           .

       *>  Body of the 1031-Seed-Audit-Chain loop.
       1032-Read-One-Audit-Record.
           Read audit-file
               At End
                   Move 'Y' To audit-seed-eof-switch
           End-Read

           If Not audit-seed-eof
               If audit-rec-len >= Length(audit-header)
                 And audit-record(audit-chain-offset:
                     Length(audit-chain-value)) Is Numeric
                   Move audit-record(audit-chain-offset:
                     Length(audit-chain-value)) To audit-chain-last
               Else
                   Move 0 To audit-chain-last
               End-If
           End-If
           .

       *>  Stores the record's chain value in its chain field and
       *>  advances the trail's chain, just ahead of the Write.
       1033-Chain-Audit-Record.
           Call chain-program Using
             chain-next-func
             audit-dd-name
             audit-chain-last
             audit-rec-len
             audit-chain-offset
             audit-record
           End-Call
           .

       *>  The rest of 1030-Write-Audit-Record, with the trail open.
       1034-Write-Audit-Body.
       *>  caller-item-len is mandatory for a varlen push/pop/peek,
       *>  so by this point it reliably holds this item's actual
       *>  length -- unlike varlen-length-bin, which 3100-Pop-Varlen

           Compute audit-rec-len = audit-rec-len + audit-item-len

           Perform 1033-Chain-Audit-Record

           Write audit-record

           Close audit-file
           Perform 9983-Account-Audit-Record
           .

       *>  Counts one successful mutation toward the next profile
               Move stack-audit-id       To pr-stack-id
               Move stack-curr-nb-items  To pr-depth
               Move stack-items-capacity To pr-capacity
               Call business-date-program Using
                 bd-get-func
                 pr-business-date
               End-Call
               Write profile-record
               Close profile-file
               Perform 9984-Account-Durable-Record
           End-If
           .

               End-If
           End-If

       *>  An access refusal of a function that does not arrive
       *>  with an item in hand (CLR, DELN, SORT and the like come
       *>  with dummy items) is captured as the header alone.
           If save-rc = rc-access-denied
             And Not func-item-in-hand
               Move 0 To deadletter-item-len
           End-If

           Open Extend deadletter-file
           If deadletter-file-status = '35'
               Open Output deadletter-file

               Write deadletter-record
               Close deadletter-file
               Perform 9984-Account-Durable-Record
           End-If
           .

       *>  the supervisor actually wants on file.
       1035-Write-Frozen-Audit-Record.
           Move Current-Date        To audit-timestamp
           Call business-date-program Using
             bd-get-func
             audit-business-date
           End-Call
           Move stack-curr-nb-items To audit-nb-items
           Move stack-audit-id      To audit-stack-id
           Move 'FRZX'              To audit-func
               Move stack-audit-ddname To audit-dd-name
           End-If

           Perform 1031-Seed-Audit-Chain

           Open Extend audit-file
           If audit-file-status = '35'
               Open Output audit-file
             To audit-record(audit-rec-len + 1:4)
           Compute audit-rec-len = audit-rec-len + 4

           Perform 1033-Chain-Audit-Record

           Write audit-record

           Close audit-file
           Perform 9983-Account-Audit-Record
           .

       *>  The stamp a recovery drill leaves on an audited stack's
       *>  trail at the moment a fault is injected, on the pattern
       *>  of 1035-Write-Frozen-Audit-Record and for the same
       *>  reason: the record must not look like an operation's.
       *>  The header carries the INJ function code and is followed
       *>  by the four characters of the fault injected.  The trail
       *>  itself is opened for real even when the fault is the
       *>  trail going missing, so the drill is on file.
       1036-Write-Injected-Audit-Record.
           Move audit-func          To inj-save-func
           Move Current-Date        To audit-timestamp
           Call business-date-program Using
             bd-get-func
             audit-business-date
           End-Call
           Move stack-curr-nb-items To audit-nb-items
           Move stack-audit-id      To audit-stack-id
           Move 'INJ '              To audit-func

           If calling-program Is Omitted
               Move Spaces To audit-program
           Else
               Move calling-program To audit-program
           End-If

           If stack-audit-ddname = Spaces
               Move 'STACKAUD' To audit-dd-name
           Else
               Move stack-audit-ddname To audit-dd-name
           End-If

           Perform 1031-Seed-Audit-Chain

           Open Extend audit-file
           If audit-file-status = '35'
               Open Output audit-file
           End-If

           If audit-file-status = '00'
               Move Length(audit-header) To audit-rec-len
               Move audit-header To audit-record(1:audit-rec-len)

               Move fault-type
                 To audit-record(audit-rec-len + 1:4)
               Compute audit-rec-len = audit-rec-len + 4

               Perform 1033-Chain-Audit-Record

               Write audit-record

               Close audit-file
               Perform 9983-Account-Audit-Record
           End-If

           Move inj-save-func To audit-func
           .

       *>  Write every item currently on the stack to SYSOUT, from
             stack-items-position
               - ((dump-depth - 1) * stack-item-len)

           Move dump-position To seg-item-position
           If stack-segmented-on
               Perform 1900-Address-Segment
           End-If
           Move stack-items(seg-item-position:stack-item-len)
             To stack-item

           Display myname ' DUMP depth = ' dump-depth
                     stack-items-position
                       - ((list-next-depth - 1) * stack-item-len)

                   Move list-position To seg-item-position
                   If stack-segmented-on
                       Perform 1900-Address-Segment
                   End-If
                   Move stack-items(seg-item-position:stack-item-len)
                     To stack-item

                   If stack-tagged-on And list-item-tag Is Not Omitted
       *>  stack grew into during some earlier peak.  A no-op if the
       *>  buffer is already that size or smaller.
       6000-Compact.
           If stack-segmented-on
               Perform 6070-Release-Segments
           Else
               Perform 6005-Compact-Buffer
           End-If
           .

       *>  The contiguous-buffer half of 6000-Compact.
       6005-Compact-Buffer.
           If stack-curr-nb-items = 0
               Move stack-items-increment To new-stack-items-capacity
           Else
           End-If
           .

       *>  The segmented half of 6000-Compact: frees every trailing
       *>  segment the items on the stack no longer reach, always
       *>  keeping segment 1.  Nothing is copied; the resident items
       *>  stay in the segments they were pushed into.
       6070-Release-Segments.
           If stack-curr-nb-items = 0
               Move 1 To seg-keep-count
           Else
               Compute seg-keep-count =
                 (stack-curr-nb-items + stack-seg-nb-items - 1)
                   / stack-seg-nb-items
           End-If

           Perform 6071-Free-Last-Segment
             Until stack-seg-nb-segments <= seg-keep-count
           .

       *>  Body of the 6070-Release-Segments loop; frees the
       *>  highest-numbered segment and shrinks the capacity to
       *>  match.
       6071-Free-Last-Segment.
           Compute seg-bytes = stack-item-len * stack-seg-nb-items

           Free stack-seg-ptr(stack-seg-nb-segments)
           Set stack-seg-ptr(stack-seg-nb-segments) To NULL
           Subtract 1 From stack-seg-nb-segments

           Subtract stack-seg-nb-items From stack-items-capacity
           Subtract seg-bytes From stack-items-len

           Move seg-bytes To account-delta
           Perform 9982-Account-Sub
           .

       *>  Shrinks stack-holds to the same new-stack-items-capacity
       *>  6000-Compact just settled on, mirroring 6010-Compact-Tags
       *>  at hold-id-len's stride.
           Compute table-dump-position =
             stack-items-position - ((bulk-idx - 1) * stack-item-len)

           Move table-dump-position To seg-item-position
           If stack-segmented-on
               Perform 1900-Address-Segment
           End-If
           Move stack-items(seg-item-position:stack-item-len)
             To bulk-items(bulk-position:stack-item-len)
           .

             stack-items-position
               - ((find-idx - 1) * stack-item-len)

           Move find-position To seg-item-position
           If stack-segmented-on
               Perform 1900-Address-Segment
           End-If
           If stack-items(seg-item-position:stack-item-len)
                 = stack-item
               Move 'Y'      To find-found-switch
               Move find-idx To find-found-depth
           If stack-items-ptr = NULL
               Move rc-check-null-ptr To save-rc
           Else
             If (stack-tagged-on And stack-tags-ptr = NULL)
               Or (stack-segmented-on And stack-seg-dir-ptr = NULL)
               Move rc-check-null-ptr To save-rc
             Else
               If stack-varlen-on Or stack-compress-on
                       End-Call
                   End-If
                   Write disposal-record
                   Perform 9984-Account-Durable-Record
               End-If

               If stack-stats-on
           Perform 9510-Index-Insert
           .

       *>  Counts this call against the stack for STACKFI's rules.
       *>  A stack no rule names is not asked about again this
       *>  call; a run unit with fault injection off is not asked
       *>  about again at all.
       9940-Count-Fault-Call.
           Call fault-program Using
             fault-call-func
             stack-audit-id
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
       *>  now.  A fault that is due is stamped on the stack's
       *>  audit trail before the caller fails the operation with
       *>  it.
       9945-Test-Fault.
           Move 'N' To fault-due-switch
           Move stack-curr-nb-items To fault-items

           Call fault-program Using
             fault-test-func
             stack-audit-id
             fault-type
             fault-items
           End-Call

           If Return-Code = rc-success
               Move 'Y' To fault-due-switch
               If stack-audit-on
                   Perform 1036-Write-Injected-Audit-Record
               End-If
           End-If
           .

       *>  First-failure data capture, run at the point of
       *>  detection: appends a header naming the reason code, the
       *>  raw anchor block byte for byte, the buffer when the
       *>  eyecatcher still vouches for the pointer and length
       *>  fields (a CHK inconsistency), and the recent-operations
       *>  ring, oldest first, and announces the capture on the
       *>  shared event feed.  Capture failures are swallowed --
       *>  the diagnostic must never turn a detected corruption
       *>  into a different abend.
       9950-Capture-FFDC.
               If stack-eyecatcher = ab-eyecatcher
                 And stack-items-ptr Not = NULL
                 And stack-items-len > 0
                 And Not stack-segmented-on
                   Move stack-items-len To ffdc-rec-len
                   Move stack-items
                     To ffdc-record(1:ffdc-rec-len)
                   Write ffdc-record
               End-If

       *>  A segmented stack's items go out one record per
       *>  segment, in slot order.
               If stack-eyecatcher = ab-eyecatcher
                 And stack-segmented-on
                 And stack-seg-dir-ptr Not = NULL
                   Set Address Of stack-seg-dir To stack-seg-dir-ptr
                   Compute ffdc-rec-len =
                     stack-item-len * stack-seg-nb-items
                   Perform 9952-Write-One-Segment
                     Varying seg-ffdc-idx
                     From 1 By 1
                     Until seg-ffdc-idx > stack-seg-nb-segments
               End-If

               Perform 9951-Write-One-Recent-Op
                 Varying ffdc-op-idx
                 From 1 By 1

               Close ffdc-file
           End-If

           Move 'STKFFDC' To event-type
           Move ffdc-reason-rc To event-rc
           Move 'First-failure data captured on STACKFFD'
             To event-text
           Perform 9975-Raise-Event
           .

       *>  Body of the segment dump in 9950-Capture-FFDC.
       9952-Write-One-Segment.
           Set Address Of stack-items To stack-seg-ptr(seg-ffdc-idx)
           Move stack-items(1:ffdc-rec-len)
             To ffdc-record(1:ffdc-rec-len)
           Write ffdc-record
           .

       *>  Body of the recent-operations dump; empty slots (a run
           .


       *>  Writes event-type, event-rc and event-text to the shared
       *>  event feed, naming the caller and the stack -- or, when
       *>  the anchor block has been overlaid and its name cannot
       *>  be trusted, *OVERLAY.  A feed that cannot be written is
       *>  ignored; the event was already on the console.
       9975-Raise-Event.
           If calling-program Is Omitted
               Move Spaces To event-job-name
           Else
               Move calling-program To event-job-name
           End-If

           If stack-eyecatcher = ab-eyecatcher
               Move stack-audit-id To event-resource-name
           Else
               Move '*OVERLAY' To event-resource-name
           End-If

           Call event-program Using
             event-type
             event-job-name
             event-resource-name
             event-rc
             event-text
             On Exception
                Continue
           End-Call

           Move save-rc To Return-Code
           .

       *>  Reports account-delta bytes to STACKAC and lets it say
       *>  no: a refusal becomes rc-storage-budget and the caller
       *>  skips the allocation it was about to make.
       9980-Account-Add-Guarded.
       *>  A drill's "storage allocation refused" is turned away
       *>  here, where the storage budget turns real growth away.
           Move 'N' To fault-due-switch
           If fault-armed
               Move fault-stor To fault-type
               Perform 9945-Test-Fault
           End-If

           If fault-due
               Move rc-storage-budget To save-rc
           Else
               Call storage-account Using
                 account-add-func
                 ab-ptr
                 account-kind
                 account-delta
               End-Call
               Move Return-Code To account-rc

               If account-rc = rc-account-refused
                   Move rc-storage-budget To save-rc
               End-If
           End-If
           .

             account-delta
           End-Call
           .

       *>  Counts one audit record written for this stack.
       9983-Account-Audit-Record.
           Call storage-account Using
             account-audit-func
             ab-ptr
             account-kind
             account-nb-records
           End-Call
           .

       *>  Counts one durable-dataset record written for this
       *>  stack.
       9984-Account-Durable-Record.
           Call storage-account Using
             account-durable-func
             ab-ptr
             account-kind
             account-nb-records
           End-Call
           .

       *>  Asks STACKAUT whether the caller may perform this
       *>  function against this stack; a refusal becomes
       *>  rc-access-denied and is reported to SYSOUT naming the
       *>  stack, the function and the caller.
       9990-Check-Access.
           If calling-program Is Omitted
               Move Spaces To access-caller
           Else
               Move calling-program To access-caller
           End-If

           Call access-program Using
             stack-audit-id
             access-caller
             checked-func
           End-Call

           If Return-Code = rc-access-refused
               Move rc-access-denied To save-rc
               Display myname ' ' stack-audit-id ' refused '
                 checked-func ' to ' access-caller
           End-If
           .
