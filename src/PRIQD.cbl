       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Durable, dataset-backed PRIORITY QUEUE: the ranked
       *> counterpart to QUEUED.  The queue's contents and head/tail
       *> positions live on a caller-named relative-organization
       *> dataset instead of in run-unit storage, so the day's
       *> producers can ENQUEUE escalations as they arrive and the
       *> overnight consumer can DEQUEUE them highest priority first
       *> hours later -- no anchor block to lose when a step fails
       *> before the drain, and no sort step between the two to
       *> put the backlog in service order.  The dataset rides a
       *> caller-supplied DDNAME exactly the way QUEUED's does; the
       *> caller's JCL preallocates it.
       *>
       *> Record 1 is the control record -- eyecatcher, item length,
       *> counts, head and tail positions, every numeric zoned
       *> DISPLAY -- maintained by this program on every call.  The
       *> items sit at relative records 2 and up in arrival order,
       *> each behind a small header: a one-byte state ('Q'
       *> claimable, 'C' claimed, 'D' done), the wall-clock enqueue
       *> timestamp, and the item's priority.  DEQUEUE serves the
       *> highest priority first and, among equal priorities, the
       *> record nearest the head -- the oldest -- the same order
       *> PRIQP serves in.  Since the served record can be anywhere
       *> between head and tail, DEQU, PEEK and CLM each read every
       *> record from the head to the tail to find it; the head
       *> advances past leading done records as QUEUED's does, so
       *> the span read is the live backlog plus whatever done
       *> records are still held behind an older, lower-priority
       *> one.  Positions only ever move forward; size the dataset
       *> for the day's volume and clear it on whatever cycle the
       *> shop already reorganizes its datasets.
       *>
       *> The two-phase consumption pair is QUEUED's:
       *>     CLM   (CLAIM)  hands back the item DEQU would serve
       *>           and marks it in-flight on the dataset instead
       *>           of removing it, returning its record position
       *>           in claim-rrn as the claim token.
       *>     DONE  removes the claimed record named by claim-rrn,
       *>           after the consumer's own commit.
       *>     RLSE  returns the claim named by claim-rrn -- or, with
       *>           claim-rrn zero, every outstanding claim on the
       *>           dataset (the restart-time sweep) -- to claimable.
       *> DEQU and PEEK pass over claimed records, so a two-phase
       *> consumer and a plain one can share a dataset without
       *> serving the same item twice.
       *>
       *> Every call serializes on the dataset lock the control
       *> record carries and appends its balance-journal record to
       *> STACKQJL, both exactly as QUEUED does, so QUEUEDB proves
       *> a PRIQD dataset's conservation alongside the QUEUED ones.
       *>
       *> The first call against an empty dataset writes the control
       *> record and adopts the caller's item-len; every later call
       *> verifies the item-len matches what the dataset was
       *> initialized with.
       *>
       Program-ID. PRIQD.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select pd-file Assign To Dynamic pd-dd-name
             Organization Is Relative
             Access Mode Is Random
             Relative Key Is pd-rrn
             File Status Is pd-file-status
           .
           *>  The same append-only balance journal QUEUED writes.
           Select journal-file Assign To "STACKQJL"
             Organization Is Sequential
             File Status Is journal-file-status
           .
       Data Division.
       File Section.
       FD  pd-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On pd-rec-len
           .
       01  pd-record                    PIC X(9999999).

       FD  journal-file.
       01  journal-record.
           05  jr-timestamp             PIC X(021).
           05  jr-ddname                PIC X(008).
           05  jr-job                   PIC X(008).
           05  jr-func                  PIC X(004).
           05  jr-open-nb-items         PIC 9(009).
           05  jr-open-head-rrn         PIC 9(009).
           05  jr-open-tail-rrn         PIC 9(009).
           05  jr-nb-enqueues           PIC 9(009).
           05  jr-nb-dequeues           PIC 9(009).
           05  jr-close-nb-items        PIC 9(009).
           05  jr-close-head-rrn        PIC 9(009).
           05  jr-close-tail-rrn        PIC 9(009).
           05  jr-cycle-id              PIC X(008).
           05  jr-marker-event          PIC X(001).
           05  jr-marker-rrn            PIC 9(009).
           *>  The journal's running chain value, stored by STACKCHN
           *>  over this record and the one before it.
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'PRIQD'.
           05  pd-eyecatcher-value      PIC X(008) Value 'PRIQD1  '.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the queue holds nothing
           *>  claimable.
           05  rc-queue-empty           PIC S9(004) Binary Value +4.
           *>  Return code indicating an unknown function was
           *>  requested.
           05  rc-bad-func              PIC S9(004) Binary Value +8.
           *>  Return code indicating the caller's item-len does not
           *>  match the length this dataset's queue was initialized
           *>  with.
           05  rc-length-mismatch       PIC S9(004) Binary Value +12.
           *>  Return code indicating the dataset could not be
           *>  opened, read or written; pd-file-status was reported
           *>  to SYSOUT.
           05  rc-io-error              PIC S9(004) Binary Value +16.
           *>  Return code indicating record 1 exists but does not
           *>  carry this program's eyecatcher -- the DDNAME points
           *>  at a dataset that is not one of ours.
           05  rc-format-mismatch       PIC S9(004) Binary Value +20.
           *>  Return code indicating DONE or RLSE named a record
           *>  that is not currently claimed.
           05  rc-not-claimed           PIC S9(004) Binary Value +24.
           *>  Return code indicating CLM, DONE or RLSE was called
           *>  without the claim-rrn parameter the handshake rides
           *>  on.
           05  rc-claim-rrn-required    PIC S9(004) Binary Value +28.
           *>  Return code indicating another job held the dataset
           *>  lock for the whole retry window and its stamp never
           *>  went stale; nothing was done.
           05  rc-dataset-locked        PIC S9(004) Binary Value +32.
           *>  How many control-record re-reads a contended call
           *>  makes before giving up, and how old a lock stamp
           *>  must be before an abended owner's lock is taken
           *>  over; QUEUED's figures.
           05  lock-retry-max           PIC 9(009) Binary Value 1000.
           05  lock-stale-seconds       PIC 9(009) Binary Value 300.
           05  seconds-per-day          PIC 9(009) Binary Value 86400.
           *>  The running chain every journal record carries; see
           *>  STACKCHN.cbl.  The chain field closes the record.
           05  chain-program            PIC X(008) Value 'STACKCHN'.
           05  chain-last-func          PIC X(004) Value 'LAST'.
           05  chain-seed-func          PIC X(004) Value 'SEED'.
           05  chain-next-func          PIC X(004) Value 'NEXT'.
           05  journal-dd-name          PIC X(008) Value 'STACKQJL'.
           05  journal-chain-offset     PIC 9(009) Binary Value 132.
           *>  STACKCHN's answer for a journal not yet seen in this
           *>  run unit.
           05  rc-chain-not-seeded      PIC S9(004) Binary Value +4.
           *>  The business processing date every journal record
           *>  carries; see STACKBD.cbl.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.

       *>  The control record at relative record 1.
       01  pd-control.
           05  pd-eyecatcher            PIC X(008).
           05  pd-ctl-item-len          PIC 9(009).
           *>  Records enqueued and not yet DEQUed or DONEd;
           *>  claimed records still count.
           05  pd-ctl-nb-items          PIC 9(009).
           05  pd-ctl-head-rrn          PIC 9(009).
           05  pd-ctl-tail-rrn          PIC 9(009).
           *>  How many of pd-ctl-nb-items are currently claimed
           *>  in-flight.
           05  pd-ctl-nb-claimed        PIC 9(009).
           *>  The dataset-level lock, QUEUED's protocol; Spaces
           *>  when free.
           05  pd-ctl-lock-owner        PIC X(008).
           05  pd-ctl-lock-time         PIC X(021).

       *>  The header ahead of every item record.
       01  pd-item-header.
           *>  'Q' claimable, 'C' claimed in-flight, 'D' done.
           05  pd-item-state            PIC X(001).
           *>  Wall-clock timestamp of the enqueue, in the format
           *>  the CURRENT-DATE intrinsic returns it.
           05  pd-item-enq-time         PIC X(021).
           *>  The item's priority; higher is served first.
           05  pd-item-priority         PIC 9(009).

       01  pd-work-areas.
           05  pd-dd-name               PIC X(008) Value Spaces.
           05  pd-rec-len               PIC 9(009) Binary Value 0.
           05  pd-rrn                   PIC 9(009) Binary Value 0.
           05  pd-file-status           PIC X(002) Value '00'.
           05  my-lock-owner            PIC X(008) Value Spaces.
           05  lock-held-switch         PIC X(001) Value 'N'.
               88  lock-held                        Value 'Y'.
           05  open-nb-items            PIC 9(009) Binary Value 0.
           05  open-head-rrn            PIC 9(009) Binary Value 0.
           05  open-tail-rrn            PIC 9(009) Binary Value 0.

       *>  Pulls a 21-byte Current-Date style timestamp apart for
       *>  the stale-lock arithmetic.
       01  time-parse-area.
           05  parse-yyyymmdd           PIC 9(008).
           05  parse-hh                 PIC 9(002).
           05  parse-mm                 PIC 9(002).
           05  parse-ss                 PIC 9(002).

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  scan-rrn                 PIC 9(009) Binary Value 0.
           05  found-rrn                PIC 9(009) Binary Value 0.
           05  found-priority           PIC 9(009) Binary Value 0.
           05  scan-done-switch         PIC X(001) Value 'N'.
               88  scan-done                        Value 'Y'.
           05  sweep-rrn                PIC 9(009) Binary Value 0.
           05  nb-released              PIC 9(009) Binary Value 0.
           05  lock-try-count           PIC 9(009) Binary Value 0.
           05  parse-timestamp          PIC X(021) Value Spaces.
           05  slot-seconds             PIC 9(018) Binary Value 0.
           05  now-seconds              PIC 9(018) Binary Value 0.
           05  lock-age-seconds         PIC S9(018) Binary Value 0.
           05  journal-file-status      PIC X(002) Value '00'.
           05  journal-chain-last       PIC 9(009) Value 0.
           05  journal-chain-len        PIC 9(009) Binary Value 0.
           05  journal-seed-eof-switch  PIC X(001) Value 'N'.
               88  journal-seed-eof                 Value 'Y'.
           05  journal-func             PIC X(004) Value Spaces.
           05  journal-nb-enqueues      PIC 9(009) Binary Value 0.
           05  journal-nb-dequeues      PIC 9(009) Binary Value 0.
           05  recount-open-nb-items    PIC 9(009) Binary Value 0.
           05  recount-open-head-rrn    PIC 9(009) Binary Value 0.
           05  recount-open-tail-rrn    PIC 9(009) Binary Value 0.
           05  recount-nb-items         PIC 9(009) Binary Value 0.
           05  recount-nb-claimed       PIC 9(009) Binary Value 0.

       Linkage Section.
       *>  Input.  DDNAME of the caller-preallocated relative-
       *>  organization dataset holding this priority queue.
       01  dd-name                      PIC X(008).

       *>  Input.  Function to be performed: ENQU, DEQU or PEEK,
       *>  with PRIQP's meanings, or the two-phase CLM/DONE/RLSE
       *>  described in the prologue.
       01  func                         PIC X(004).
           88  func-enqueue                        Value 'ENQU'.
           88  func-dequeue                        Value 'DEQU'.
           88  func-peek                            Value 'PEEK'.
           88  func-claim                           Value 'CLM '.
           88  func-done                            Value 'DONE'.
           88  func-release                         Value 'RLSE'.
           88  func-mutator                         Value 'ENQU'
                                                          'DEQU'
                                                          'CLM '
                                                          'DONE'
                                                          'RLSE'.

       *>  Input.  Length of the caller's queue-item.
       01  item-len                     PIC 9(009) Binary.

       *>  Input or Output, exactly as PRIQP's queue-item.  CLM
       *>  fills it the way DEQU does; DONE and RLSE never touch it.
       01  queue-item.
           05  Occurs 1 To Unbounded
               Depending item-len
               PIC X(001).

       *>  Optional.  Input on ENQU: the item's priority, higher
       *>  served first; omitted means priority zero, the back of
       *>  every line, as with PRIQP.  Output on DEQU, PEEK and CLM:
       *>  the served item's priority, when the caller passed it.
       01  item-priority                PIC 9(009) Binary.

       *>  Output on CLM: the claimed record's position, the token
       *>  the later DONE or RLSE hands back.  Input on DONE and
       *>  RLSE; zero on RLSE means release every outstanding claim.
       *>  Required for all three, ignored by ENQU/DEQU/PEEK.
       01  claim-rrn                    PIC 9(009) Binary.

       *>  Optional.  The identity (job or program name) this
       *>  call's dataset lock is stamped with, so a stale lock's
       *>  owner can be named when it is taken over.  Omitted
       *>  stamps the anonymous default.
       01  lock-owner                   PIC X(008).

       Procedure Division Using
             dd-name
             func
             item-len
             queue-item
             Optional item-priority
             Optional claim-rrn
             Optional lock-owner
           .

           Move rc-success To save-rc
           Move dd-name To pd-dd-name

           Perform 1005-Open-Dataset

           If pd-file-status Not = '00'
               Display myname ' open of ' pd-dd-name
                 ' failed, file status ' pd-file-status
               Move rc-io-error To Return-Code
               Goback
           End-If

           If lock-owner Is Omitted
               Move myname To my-lock-owner
           Else
               Move lock-owner To my-lock-owner
           End-If

           Perform 1000-Read-Control

           If save-rc = rc-success
               Perform 1070-Acquire-Lock
           End-If

           If save-rc = rc-success
               Move pd-ctl-nb-items To open-nb-items
               Move pd-ctl-head-rrn To open-head-rrn
               Move pd-ctl-tail-rrn To open-tail-rrn
           End-If

           If save-rc = rc-success
               Perform 1100-Dispatch-Function
           End-If

           If save-rc = rc-success And func-mutator
               Perform 1093-Count-This-Call
               Move func To journal-func
               Perform 1095-Write-Journal-Record
           End-If

           If lock-held
               Perform 1090-Release-Lock
           End-If

           Close pd-file

           Move save-rc To Return-Code
           Goback.

       *>  Opens the dataset for update, creating it first when the
       *>  caller's JCL allocated it new and empty.
       1005-Open-Dataset.
           Open I-O pd-file
           If pd-file-status = '35'
               Open Output pd-file
               If pd-file-status = '00'
                   Close pd-file
                   Open I-O pd-file
               End-If
           End-If
           .

       *>  Runs the requested function against the control record
       *>  and dataset as they now stand.
       1100-Dispatch-Function.
           Evaluate True
             When func-enqueue
                  Perform 2000-Enqueue
             When func-dequeue
                  If pd-ctl-nb-items - pd-ctl-nb-claimed = 0
                      Move rc-queue-empty To save-rc
                  Else
                      Perform 3000-Dequeue
                  End-If
             When func-peek
                  If pd-ctl-nb-items - pd-ctl-nb-claimed = 0
                      Move rc-queue-empty To save-rc
                  Else
                      Perform 4000-Peek
                  End-If
             When func-claim
                  Perform 5000-Claim
             When func-done
                  Perform 6000-Done
             When func-release
                  Perform 7000-Release
             When Other
                  Move rc-bad-func To save-rc
           End-Evaluate
           .

       *>  Reads the control record, initializing it (first call
       *>  against a fresh dataset) or validating it (every call
       *>  after).
       1000-Read-Control.
           Move 1 To pd-rrn
           Read pd-file

           Evaluate pd-file-status
             When '00'
                  Move pd-record(1:Length(pd-control))
                    To pd-control

                  If pd-eyecatcher Not = pd-eyecatcher-value
                      Display myname ' ' pd-dd-name
                        ' record 1 is not a PRIQD control record'
                      Move rc-format-mismatch To save-rc
                  Else
                      If pd-ctl-item-len Not = item-len
                          Display myname ' ' pd-dd-name
                            ' was initialized with item length '
                            pd-ctl-item-len
                          Move rc-length-mismatch To save-rc
                      End-If
                  End-If
             When '23'
       *>  No control record yet: this is the first call against a
       *>  freshly allocated dataset, so write one.
                  Move pd-eyecatcher-value To pd-eyecatcher
                  Move item-len            To pd-ctl-item-len
                  Move 0                   To pd-ctl-nb-items
                  Move 2                   To pd-ctl-head-rrn
                  Move 2                   To pd-ctl-tail-rrn
                  Move 0                   To pd-ctl-nb-claimed
                  Move Spaces              To pd-ctl-lock-owner
                  Move Spaces              To pd-ctl-lock-time
                  Perform 1020-Write-Control
             When Other
                  Display myname ' control read of ' pd-dd-name
                    ' failed, file status ' pd-file-status
                  Move rc-io-error To save-rc
           End-Evaluate
           .

       *>  Rewrites the control record with the positions as they
       *>  now stand.
       1010-Rewrite-Control.
           Move 1 To pd-rrn
           Move Length(pd-control) To pd-rec-len
           Move pd-control To pd-record(1:pd-rec-len)

           Rewrite pd-record
           If pd-file-status Not = '00'
               Display myname ' control rewrite of ' pd-dd-name
                 ' failed, file status ' pd-file-status
               Move rc-io-error To save-rc
           End-If
           .

       *>  Writes the control record for the first time.
       1020-Write-Control.
           Move 1 To pd-rrn
           Move Length(pd-control) To pd-rec-len
           Move pd-control To pd-record(1:pd-rec-len)

           Write pd-record
           If pd-file-status Not = '00'
               Display myname ' control write of ' pd-dd-name
                 ' failed, file status ' pd-file-status
               Move rc-io-error To save-rc
           End-If
           .

       *>  ENQUEUE: the item lands at the tail position behind a
       *>  fresh claimable header carrying its priority, and the
       *>  tail moves on; the control record is rewritten last so
       *>  a failure between the two leaves the old state intact.
       2000-Enqueue.
           Move pd-ctl-tail-rrn To pd-rrn

           Move 'Q'          To pd-item-state
           Move Current-Date To pd-item-enq-time
           If item-priority Is Omitted
               Move 0 To pd-item-priority
           Else
               Move item-priority To pd-item-priority
           End-If

           Compute pd-rec-len = Length(pd-item-header) + item-len
           Move pd-item-header
             To pd-record(1:Length(pd-item-header))
           Move queue-item
             To pd-record(Length(pd-item-header) + 1:item-len)

           Write pd-record

       *>  Status '22' is a torn enqueue from a run that abended
       *>  between its item Write and its control rewrite; the
       *>  slot was never acknowledged, so it is overwritten, the
       *>  same recovery QUEUED makes.
           If pd-file-status = '22'
               Rewrite pd-record
           End-If

           If pd-file-status Not = '00'
               Display myname ' item write to ' pd-dd-name
                 ' failed, file status ' pd-file-status
               Move rc-io-error To save-rc
           Else
               Add 1 To pd-ctl-tail-rrn
               Add 1 To pd-ctl-nb-items
               Perform 1010-Rewrite-Control
           End-If
           .

       *>  Finds the claimable record to serve next -- the highest
       *>  priority, and among equals the one nearest the head --
       *>  reading every record from head to tail, and leaves its
       *>  position in found-rrn with the record itself read back
       *>  into pd-record and pd-item-header.  found-rrn zero means
       *>  nothing claimable before the tail.
       1030-Find-Best-Claimable.
           Move 0 To found-rrn
           Move 0 To found-priority

           Perform 1031-Scan-One-Record
             Varying scan-rrn
             From pd-ctl-head-rrn By 1
             Until scan-rrn >= pd-ctl-tail-rrn
               Or save-rc Not = rc-success

           If save-rc = rc-success And found-rrn > 0
               Move found-rrn To pd-rrn
               Read pd-file
               If pd-file-status Not = '00'
                   Display myname ' item read from ' pd-dd-name
                     ' failed, file status ' pd-file-status
                   Move rc-io-error To save-rc
               Else
                   Move pd-record(1:Length(pd-item-header))
                     To pd-item-header
               End-If
           End-If
           .

       *>  Body of the 1030-Find-Best-Claimable scan.  Only a
       *>  strictly higher priority displaces the record already
       *>  found, which is what serves equal priorities oldest
       *>  first.
       1031-Scan-One-Record.
           Move scan-rrn To pd-rrn
           Read pd-file
           If pd-file-status Not = '00'
               Display myname ' item read from ' pd-dd-name
                 ' failed, file status ' pd-file-status
               Move rc-io-error To save-rc
           Else
               Move pd-record(1:Length(pd-item-header))
                 To pd-item-header

               If pd-item-state = 'Q'
                   If found-rrn = 0
                     Or pd-item-priority > found-priority
                       Move scan-rrn         To found-rrn
                       Move pd-item-priority To found-priority
                   End-If
               End-If
           End-If
           .

       *>  Claims the dataset lock, QUEUED's protocol: a free (or
       *>  stale) lock is stamped with this call's owner and the
       *>  stamp read back to confirm it stuck; a held lock is
       *>  re-read up to the retry limit; a stale one is taken
       *>  over out loud.
       1070-Acquire-Lock.
           Move 'N' To lock-held-switch
           Move 0   To lock-try-count

           Move Current-Date To parse-timestamp
           Perform 9830-Timestamp-To-Seconds
           Move slot-seconds To now-seconds

           Perform 1080-Try-Lock-Once
             Until lock-held
               Or save-rc Not = rc-success
               Or lock-try-count > lock-retry-max

           If Not lock-held And save-rc = rc-success
               Display myname ' ' pd-dd-name ' locked by '
                 pd-ctl-lock-owner ' for the whole retry window'
               Move rc-dataset-locked To save-rc
           End-If
           .

       *>  Body of the 1070-Acquire-Lock loop.
       1080-Try-Lock-Once.
           Add 1 To lock-try-count

           If pd-ctl-lock-owner = Spaces
             Or pd-ctl-lock-owner = Low-Values
               Move my-lock-owner To pd-ctl-lock-owner
               Move Current-Date  To pd-ctl-lock-time
               Perform 1010-Rewrite-Control

               If save-rc = rc-success
                   Perform 1085-Reread-Control
                   If save-rc = rc-success
                     And pd-ctl-lock-owner = my-lock-owner
                       Move 'Y' To lock-held-switch
                   End-If
               End-If
           Else
               Move pd-ctl-lock-time To parse-timestamp
               Perform 9830-Timestamp-To-Seconds
               Compute lock-age-seconds =
                 now-seconds - slot-seconds

               If lock-age-seconds > lock-stale-seconds
                   Display myname ' taking over stale lock held'
                     ' by ' pd-ctl-lock-owner ' on ' pd-dd-name
                   Move my-lock-owner To pd-ctl-lock-owner
                   Move Current-Date  To pd-ctl-lock-time
                   Perform 1010-Rewrite-Control
                   If save-rc = rc-success
                       Move 'Y' To lock-held-switch
                       Perform 1200-Recount-After-Takeover
                   End-If
               Else
                   Perform 1085-Reread-Control
               End-If
           End-If
           .

       *>  Refreshes pd-control from the dataset between lock
       *>  attempts.
       1085-Reread-Control.
           Move 1 To pd-rrn
           Read pd-file
           If pd-file-status Not = '00'
               Move rc-io-error To save-rc
           Else
               Move pd-record(1:Length(pd-control)) To pd-control
           End-If
           .

       *>  Releases the lock; the control record as the call left
       *>  it goes out in the same rewrite.
       1090-Release-Lock.
           Move Spaces To pd-ctl-lock-owner
           Move Spaces To pd-ctl-lock-time
           Perform 1010-Rewrite-Control
           Move 'N' To lock-held-switch
           .

       *>  The enqueues and dequeues the function just completed
       *>  amounts to, counted the way QUEUED counts them.
       1093-Count-This-Call.
           Move 0 To journal-nb-enqueues
           Move 0 To journal-nb-dequeues
           Evaluate True
             When func-enqueue
                  Move 1 To journal-nb-enqueues
             When func-dequeue
             When func-done
                  Move 1 To journal-nb-dequeues
             When Other
                  Continue
           End-Evaluate
           .

       *>  One balance-journal record for the completed call or
       *>  takeover recount.  Journal failures are swallowed -- the
       *>  work itself must stand.
       1095-Write-Journal-Record.
           Perform 1096-Seed-Journal-Chain

           Open Extend journal-file
           If journal-file-status = '35'
               Open Output journal-file
           End-If

           If journal-file-status = '00'
               Move Current-Date    To jr-timestamp
               Call business-date-program Using
                 bd-get-func
                 jr-business-date
               End-Call
               Move pd-dd-name      To jr-ddname
               Move my-lock-owner   To jr-job
               Move journal-func    To jr-func
               Move open-nb-items   To jr-open-nb-items
               Move open-head-rrn   To jr-open-head-rrn
               Move open-tail-rrn   To jr-open-tail-rrn

               Move journal-nb-enqueues To jr-nb-enqueues
               Move journal-nb-dequeues To jr-nb-dequeues

               Move pd-ctl-nb-items To jr-close-nb-items
               Move pd-ctl-head-rrn To jr-close-head-rrn
               Move pd-ctl-tail-rrn To jr-close-tail-rrn

       *>  Close-of-business markers are QUEUED's alone.
               Move Spaces To jr-cycle-id
               Move Spaces To jr-marker-event
               Move 0      To jr-marker-rrn

               Move Length(journal-record) To journal-chain-len
               Call chain-program Using
                 chain-next-func
                 journal-dd-name
                 journal-chain-last
                 journal-chain-len
                 journal-chain-offset
                 journal-record
               End-Call

               Write journal-record
               Close journal-file
           End-If
           .

       *>  The first record a run unit appends to the journal has
       *>  to continue the chain already on it: read the journal
       *>  through once and hand STACKCHN the last record's chain
       *>  value.  A journal that does not exist yet starts the
       *>  chain from zero.
       1096-Seed-Journal-Chain.
           Call chain-program Using
             chain-last-func
             journal-dd-name
             journal-chain-last
           End-Call

           If Return-Code = rc-chain-not-seeded
               Move 0   To journal-chain-last
               Move 'N' To journal-seed-eof-switch

               Open Input journal-file
               If journal-file-status = '00'
                   Perform 1097-Read-One-Journal-Record
                     Until journal-seed-eof
                   Close journal-file
               End-If

               Call chain-program Using
                 chain-seed-func
                 journal-dd-name
                 journal-chain-last
               End-Call
           End-If
           .

       *>  Body of the 1096-Seed-Journal-Chain loop.
       1097-Read-One-Journal-Record.
           Read journal-file
               At End
                   Move 'Y' To journal-seed-eof-switch
           End-Read

           If Not journal-seed-eof
               If jr-chain-value Is Numeric
                   Move jr-chain-value To journal-chain-last
               Else
                   Move 0 To journal-chain-last
               End-If
           End-If
           .

       *>  A lock gone stale means its owner abended part way
       *>  through a call; the counts are recounted from the
       *>  record states between head and tail, corrected when
       *>  they disagree, and the correction journaled under RCNT
       *>  so the balance chain still holds.
       1200-Recount-After-Takeover.
           Move pd-ctl-nb-items To recount-open-nb-items
           Move pd-ctl-head-rrn To recount-open-head-rrn
           Move pd-ctl-tail-rrn To recount-open-tail-rrn
           Move 0 To recount-nb-items
           Move 0 To recount-nb-claimed

           Perform 1210-Recount-One
             Varying sweep-rrn
             From pd-ctl-head-rrn By 1
             Until sweep-rrn >= pd-ctl-tail-rrn

           If recount-nb-items Not = pd-ctl-nb-items
             Or recount-nb-claimed Not = pd-ctl-nb-claimed
               Display myname ' ' pd-dd-name
                 ' counts recounted after takeover: items '
                 pd-ctl-nb-items ' to ' recount-nb-items
                 ', claimed ' pd-ctl-nb-claimed ' to '
                 recount-nb-claimed

               Move recount-nb-items   To pd-ctl-nb-items
               Move recount-nb-claimed To pd-ctl-nb-claimed
               Perform 1050-Advance-Head
               Perform 1010-Rewrite-Control

               If save-rc = rc-success
                   Move recount-open-nb-items To open-nb-items
                   Move recount-open-head-rrn To open-head-rrn
                   Move recount-open-tail-rrn To open-tail-rrn
                   Move 'RCNT' To journal-func
                   Move 0 To journal-nb-enqueues
                   Move 0 To journal-nb-dequeues
                   If recount-nb-items < recount-open-nb-items
                       Compute journal-nb-dequeues =
                         recount-open-nb-items - recount-nb-items
                   Else
                       Compute journal-nb-enqueues =
                         recount-nb-items - recount-open-nb-items
                   End-If
                   Perform 1095-Write-Journal-Record
               End-If
           End-If
           .

       *>  Body of the 1200-Recount-After-Takeover sweep.
       1210-Recount-One.
           Move sweep-rrn To pd-rrn
           Read pd-file
           If pd-file-status = '00'
               Move pd-record(1:Length(pd-item-header))
                 To pd-item-header

               Evaluate pd-item-state
                 When 'Q'
                      Add 1 To recount-nb-items
                 When 'C'
                      Add 1 To recount-nb-items
                      Add 1 To recount-nb-claimed
                 When Other
                      Continue
               End-Evaluate
           End-If
           .

       *>  Turns the 21-byte timestamp in parse-timestamp into a
       *>  single seconds figure in slot-seconds.
       9830-Timestamp-To-Seconds.
           Move parse-timestamp(1:8)   To parse-yyyymmdd
           Move parse-timestamp(9:2)   To parse-hh
           Move parse-timestamp(11:2)  To parse-mm
           Move parse-timestamp(13:2)  To parse-ss

           Compute slot-seconds =
             (Integer-of-Date(parse-yyyymmdd) * seconds-per-day)
               + (parse-hh * 3600) + (parse-mm * 60) + parse-ss
           .

       *>  Hands the record's item bytes (now in pd-record) back to
       *>  the caller, with its priority when asked for.
       1060-Return-Item.
           Move pd-record(Length(pd-item-header) + 1:item-len)
             To queue-item

           If item-priority Is Not Omitted
               Move pd-item-priority To item-priority
           End-If
           .

       *>  Marks the record now in pd-record/pd-rrn with the state
       *>  in pd-item-header and rewrites it in place.
       1040-Rewrite-Item-State.
           Move pd-item-header
             To pd-record(1:Length(pd-item-header))

           Rewrite pd-record
           If pd-file-status Not = '00'
               Display myname ' item rewrite to ' pd-dd-name
                 ' failed, file status ' pd-file-status
               Move rc-io-error To save-rc
           End-If
           .

       *>  Advances the head past every leading done record.
       *>  Claimed and claimable records stop the advance.
       1050-Advance-Head.
           Move 'N' To scan-done-switch

           Perform 1051-Advance-One Until scan-done
           .

       *>  Body of the 1050-Advance-Head loop.
       1051-Advance-One.
           If pd-ctl-head-rrn >= pd-ctl-tail-rrn
               Move 'Y' To scan-done-switch
           Else
               Move pd-ctl-head-rrn To pd-rrn
               Read pd-file
               If pd-file-status Not = '00'
                   Move 'Y' To scan-done-switch
               Else
                   Move pd-record(1:Length(pd-item-header))
                     To pd-item-header

                   If pd-item-state = 'D'
                       Add 1 To pd-ctl-head-rrn
                   Else
                       Move 'Y' To scan-done-switch
                   End-If
               End-If
           End-If
           .

       *>  DEQUEUE: the best claimable item comes back and its
       *>  record is marked done.
       3000-Dequeue.
           Perform 1030-Find-Best-Claimable

           If save-rc = rc-success
               If found-rrn = 0
                   Display myname ' ' pd-dd-name
                     ' counts say items remain but none found;'
                     ' control record suspect'
                   Move rc-io-error To save-rc
               Else
                   Perform 1060-Return-Item

                   Move 'D' To pd-item-state
                   Perform 1040-Rewrite-Item-State

                   If save-rc = rc-success
                       Subtract 1 From pd-ctl-nb-items
                       Perform 1050-Advance-Head
                       Perform 1010-Rewrite-Control
                   End-If
               End-If
           End-If
           .

       *>  PEEK: returns the best claimable item without moving
       *>  anything.
       4000-Peek.
           Perform 1030-Find-Best-Claimable

           If save-rc = rc-success
               If found-rrn = 0
                   Move rc-queue-empty To save-rc
               Else
                   Perform 1060-Return-Item
               End-If
           End-If
           .

       *>  CLAIM: the best claimable item comes back marked
       *>  in-flight instead of removed, its position handed to
       *>  the caller as the token the later DONE or RLSE names.
       5000-Claim.
           If claim-rrn Is Omitted
               Move rc-claim-rrn-required To save-rc
           Else
               If pd-ctl-nb-items - pd-ctl-nb-claimed = 0
                   Move rc-queue-empty To save-rc
               Else
                   Perform 1030-Find-Best-Claimable

                   If save-rc = rc-success
                       If found-rrn = 0
                           Move rc-queue-empty To save-rc
                       Else
                           Perform 1060-Return-Item

                           Move 'C' To pd-item-state
                           Perform 1040-Rewrite-Item-State

                           If save-rc = rc-success
                               Add 1 To pd-ctl-nb-claimed
                               Perform 1010-Rewrite-Control
                               Move found-rrn To claim-rrn
                           End-If
                       End-If
                   End-If
               End-If
           End-If
           .

       *>  DONE: removes the claimed record the token names.
       *>  Anything but a claimed record at that position is
       *>  refused -- a stale token must not quietly consume
       *>  somebody else's work.
       6000-Done.
           If claim-rrn Is Omitted
               Move rc-claim-rrn-required To save-rc
           Else
               Perform 6010-Read-Claimed-Record

               If save-rc = rc-success
                   Move 'D' To pd-item-state
                   Perform 1040-Rewrite-Item-State

                   If save-rc = rc-success
                       Subtract 1 From pd-ctl-nb-items
                       Subtract 1 From pd-ctl-nb-claimed
                       Perform 1050-Advance-Head
                       Perform 1010-Rewrite-Control
                   End-If
               End-If
           End-If
           .

       *>  Reads the record claim-rrn names into pd-record and
       *>  pd-item-header, refusing anything outside the live span
       *>  or not currently claimed.
       6010-Read-Claimed-Record.
           If claim-rrn < pd-ctl-head-rrn
             Or claim-rrn >= pd-ctl-tail-rrn
               Move rc-not-claimed To save-rc
           Else
               Move claim-rrn To pd-rrn
               Read pd-file
               If pd-file-status Not = '00'
                   Move rc-not-claimed To save-rc
               Else
                   Move pd-record(1:Length(pd-item-header))
                     To pd-item-header

                   If pd-item-state Not = 'C'
                       Move rc-not-claimed To save-rc
                   End-If
               End-If
           End-If
           .

       *>  RLSE: surrenders the claim the token names, or -- with a
       *>  zero token -- sweeps every outstanding claim back to
       *>  claimable.  A released item keeps its place: its
       *>  priority and position are exactly what they were, so it
       *>  is served again ahead of anything that arrived after it
       *>  at the same priority.
       7000-Release.
           If claim-rrn Is Omitted
               Move rc-claim-rrn-required To save-rc
           Else
               If claim-rrn = 0
                   Perform 7100-Release-All
               Else
                   Perform 6010-Read-Claimed-Record

                   If save-rc = rc-success
                       Move 'Q' To pd-item-state
                       Perform 1040-Rewrite-Item-State

                       If save-rc = rc-success
                           Subtract 1 From pd-ctl-nb-claimed
                           Perform 1010-Rewrite-Control
                       End-If
                   End-If
               End-If
           End-If
           .

       *>  The restart sweep: every claimed record between head and
       *>  tail goes back to claimable.
       7100-Release-All.
           Move 0 To nb-released

           Perform 7110-Release-One
             Varying sweep-rrn
             From pd-ctl-head-rrn By 1
             Until sweep-rrn >= pd-ctl-tail-rrn
               Or save-rc Not = rc-success

           If save-rc = rc-success And nb-released > 0
               Subtract nb-released From pd-ctl-nb-claimed
               Perform 1010-Rewrite-Control
           End-If

           Display myname ' claims released on ' pd-dd-name
             ' = ' nb-released
           .

       *>  Body of the 7100-Release-All sweep.
       7110-Release-One.
           Move sweep-rrn To pd-rrn
           Read pd-file
           If pd-file-status = '00'
               Move pd-record(1:Length(pd-item-header))
                 To pd-item-header

               If pd-item-state = 'C'
                   Move 'Q' To pd-item-state
                   Perform 1040-Rewrite-Item-State
                   If save-rc = rc-success
                       Add 1 To nb-released
                   End-If
               End-If
           End-If
           .
