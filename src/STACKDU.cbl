       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Key-based de-duplication of a stack that is already loaded.
       *> STACKI's dup-check-mode only rejects a push that matches a
       *> whole item already on the stack, and only if it was
       *> switched on before the stack was filled; an intake stack
       *> fed from three feeds carries the same account two or
       *> three times, each copy with its own timestamp, and no
       *> whole-item check will ever see them as the same.  This
       *> groups the items on a key field the caller names and keeps
       *> one survivor per key.
       *>
       *> The caller hands over the stack's ab-ptr, the key's offset
       *> and length within the item (the same shape as STACKI's
       *> ordered-key-offset/ordered-key-length), and the survivor
       *> rule:
       *>     'FRST'  the first pushed (deepest) item under the key
       *>     'LAST'  the last pushed (shallowest) item under the key
       *>     'HIGH'  the item with the highest value in the field
       *>             named by value-offset/value-length
       *>     'LOW '  the item with the lowest value in that field
       *> HIGH and LOW compare the field's bytes as they stand --
       *> right for zoned numbers, dates and timestamps of a fixed
       *> width, which is what the feeds carry; where two items tie
       *> on the value, the first pushed survives.
       *>
       *> Every other item under the key is removed through STACKP's
       *> DELN, so each removal is audited, counted, mirrored and
       *> indexed exactly as a caller's own DELN would be, and the
       *> survivors are left in their original relative order.  Each
       *> removed item is appended to the discards dataset STACKDUD
       *> (STACKDUR.cpy) with the depth it stood at and the depth its
       *> survivor stands at once the de-duplication is done.  The
       *> dataset is opened before anything is removed; if it cannot
       *> be, nothing is.  A removal refused part way stops the
       *> de-duplication where it stands: every item already removed
       *> is on the dataset, and everything else is still on the
       *> stack.
       *>
       *> The group, survivor and discard counts go to SYSOUT, and
       *> the discard count back to the caller when asked for.
       *>
       *> Not supported against a varlen, compressed or segmented
       *> stack, or one spilling to disk overflow; DELN cannot
       *> remove from any of them.
       *>
       Program-ID. STACKDU.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select discard-file Assign To "STACKDUD"
             Organization Is Sequential
             File Status Is discard-file-status
           .
       Data Division.
       File Section.
       FD  discard-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On discard-rec-len
           .
       01  discard-record               PIC X(9999999).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKDU'.
           05  stack-process            PIC X(008) Value 'STACKP'.
           05  delete-func              PIC X(004) Value 'DELN'.
           05  scramble-program         PIC X(008) Value 'STACKSCR'.
           05  scramble-enco-func       PIC X(004) Value 'ENCO'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the stack is varlen,
           *>  compressed or segmented; nothing was removed.
           05  rc-not-supported         PIC S9(004) Binary Value +8.
           *>  Return code indicating the stack spills to disk
           *>  overflow: stack-curr-nb-items counts only the
           *>  resident items, so duplicates in the spilled bottom
           *>  would survive unseen.  Nothing was removed.
           05  rc-overflow-not-supported PIC S9(004) Binary
             Value +12.
           *>  Return code indicating the key's offset/length runs
           *>  outside the item.
           05  rc-bad-dedup-key         PIC S9(004) Binary Value +16.
           *>  Return code indicating the survivor rule is not one
           *>  of the four, or HIGH/LOW came without a value field
           *>  inside the item.
           05  rc-bad-survivor-rule     PIC S9(004) Binary Value +20.
           *>  Return code indicating a DELN was refused; the
           *>  de-duplication stopped where it stood.
           05  rc-delete-failed         PIC S9(004) Binary Value +24.
           *>  Return code indicating STACKDUD could not be opened or
           *>  written.  When it could not be opened nothing was
           *>  removed; when a write failed the de-duplication
           *>  stopped there, with the item that failed already
           *>  gone from the stack and named on SYSOUT.
           05  rc-discard-file-error    PIC S9(004) Binary Value +28.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  Return code indicating the eyecatcher did not match.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.

       01  discard-areas.
           05  discard-file-status      PIC X(002) Value '00'.
           05  discard-rec-len          PIC 9(009) Binary Value 0.

       Copy 'STACKDUR.cpy'.

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  delete-rc                PIC S9(004) Binary Value +0.
           05  rule-switch              PIC X(004) Value Spaces.
               88  rule-first                       Value 'FRST'.
               88  rule-last                        Value 'LAST'.
               88  rule-high                        Value 'HIGH'.
               88  rule-low                         Value 'LOW '.
           05  dedup-item-len           PIC 9(009) Binary Value 0.
           05  dedup-nb-items           PIC 9(009) Binary Value 0.
           05  slot-idx                 PIC 9(009) Binary Value 0.
           05  scan-idx                 PIC 9(009) Binary Value 0.
           05  first-scan-idx           PIC 9(009) Binary Value 0.
           05  best-slot                PIC 9(009) Binary Value 0.
           05  lead-position            PIC 9(009) Binary Value 0.
           05  scan-position            PIC 9(009) Binary Value 0.
           05  best-position            PIC 9(009) Binary Value 0.
           05  nb-groups                PIC 9(009) Binary Value 0.
           05  nb-survivors             PIC 9(009) Binary Value 0.
           05  nb-discarded             PIC 9(009) Binary Value 0.
           05  nb-to-discard            PIC 9(009) Binary Value 0.
           05  delete-depth             PIC 9(009) Binary Value 0.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  survivor-ptr             Pointer    Value NULL.
           05  rank-ptr                 Pointer    Value NULL.
           05  removed-item-ptr         Pointer    Value NULL.
           05  stop-dedup-switch        PIC X(001) Value 'N'.
               88  stop-dedup                       Value 'Y'.

       Linkage Section.
       *>  Input.  Pointer to the anchor block of the stack being
       *>  de-duplicated.
       01  ab-ptr                       Pointer.

       *>  Input.  The key the items are grouped on: its first byte
       *>  within the item (1 = the item's first byte) and its
       *>  length in bytes.
       01  dedup-key-offset             PIC 9(009) Binary.
       01  dedup-key-length             PIC 9(009) Binary.

       *>  Input.  'FRST', 'LAST', 'HIGH' or 'LOW '.
       01  survivor-rule                PIC X(004).

       *>  Input, optional, required for HIGH and LOW.  The field
       *>  whose value picks the survivor, the same shape as the
       *>  key.
       01  value-offset                 PIC 9(009) Binary.
       01  value-length                 PIC 9(009) Binary.

       *>  Output, optional.  How many items were removed.
       01  discarded-count              PIC 9(009) Binary.

       Copy 'STACKAB.cpy'.

       01  stack-items.
           05  Occurs 1 To Unbounded
               Depending stack-items-len
               PIC X(001).

       *>  Per slot (slot 1 = the bottom), the slot of the survivor
       *>  of its key; a slot holding its own number is a survivor.
       01  survivor-table.
           05  survivor-slot PIC 9(009) Binary
               Occurs 1 To Unbounded
               Depending dedup-nb-items.

       *>  Per surviving slot, its slot number once the discards are
       *>  gone; what the survivor's depth on STACKDUD is figured
       *>  from.
       01  rank-table.
           05  survivor-rank PIC 9(009) Binary
               Occurs 1 To Unbounded
               Depending dedup-nb-items.

       *>  The item each DELN hands back.
       01  removed-item.
           05  Occurs 1 To Unbounded
               Depending dedup-item-len
               PIC X(001).

       Procedure Division Using
             ab-ptr
             dedup-key-offset
             dedup-key-length
             survivor-rule
             Optional value-offset
             Optional value-length
             Optional discarded-count
           .

           Move rc-success To save-rc
           If discarded-count Is Not Omitted
               Move 0 To discarded-count
           End-If

           Set Address Of ab To ab-ptr

           If stack-eyecatcher Not = ab-eyecatcher
               Move rc-ab-corrupt To Return-Code
               Goback
           End-If

           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
               Move rc-not-supported To Return-Code
               Goback
           End-If

           If stack-overflow-on
               Move rc-overflow-not-supported To Return-Code
               Goback
           End-If

           Move stack-item-len      To dedup-item-len
           Move stack-curr-nb-items To dedup-nb-items

           If dedup-key-offset < 1
             Or dedup-key-length < 1
             Or dedup-key-offset + dedup-key-length - 1
                  > dedup-item-len
               Move rc-bad-dedup-key To Return-Code
               Goback
           End-If

           Move survivor-rule To rule-switch
           If rule-high Or rule-low
               If value-offset Is Omitted
                 Or value-length Is Omitted
                   Move rc-bad-survivor-rule To Return-Code
                   Goback
               End-If
               If value-offset < 1
                 Or value-length < 1
                 Or value-offset + value-length - 1
                      > dedup-item-len
                   Move rc-bad-survivor-rule To Return-Code
                   Goback
               End-If
           Else
               If Not rule-first And Not rule-last
                   Move rc-bad-survivor-rule To Return-Code
                   Goback
               End-If
           End-If

           If dedup-nb-items < 2
               Display myname ' ' dedup-nb-items
                 ' item(s); nothing to de-duplicate'
               Move rc-success To Return-Code
               Goback
           End-If

           Set Address Of stack-items To stack-items-ptr

           Allocate
             dedup-nb-items * 4 Characters
             Initialized
             Returning survivor-ptr
           Set Address Of survivor-table To survivor-ptr
           Allocate
             dedup-nb-items * 4 Characters
             Initialized
             Returning rank-ptr
           Set Address Of rank-table To rank-ptr

           Perform 1000-Resolve-Slot
             Varying slot-idx
             From 1 By 1
             Until slot-idx > dedup-nb-items

           Perform 2000-Rank-Slot
             Varying slot-idx
             From 1 By 1
             Until slot-idx > dedup-nb-items

           Compute nb-to-discard = dedup-nb-items - nb-survivors

           If nb-to-discard > 0
               Perform 3000-Remove-Discards
           End-If

           Free survivor-ptr
           Free rank-ptr

           Display myname ' keys                = ' nb-groups
           Display myname ' survivors           = ' nb-survivors
           Display myname ' discarded           = ' nb-discarded
           If stop-dedup
               Display myname ' de-duplication stopped; '
                 nb-to-discard ' discard(s) identified'
           End-If

           If discarded-count Is Not Omitted
               Move nb-discarded To discarded-count
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Body of the grouping walk, bottom (slot 1) up.  A slot
       *>  not yet claimed by a group is the deepest item under its
       *>  key: the rest of the stack above it is scanned once to
       *>  pick the key's survivor, and once more to point every
       *>  item under the key at it.
       1000-Resolve-Slot.
           If survivor-slot(slot-idx) = 0
               Add 1 To nb-groups
               Compute lead-position =
                 ((slot-idx - 1) * dedup-item-len)
                   + dedup-key-offset
               Move slot-idx To best-slot
               Compute first-scan-idx = slot-idx + 1

               Perform 1010-Judge-Candidate
                 Varying scan-idx
                 From first-scan-idx By 1
                 Until scan-idx > dedup-nb-items

               Perform 1020-Claim-Member
                 Varying scan-idx
                 From slot-idx By 1
                 Until scan-idx > dedup-nb-items
           End-If
           .

       *>  Body of the 1000-Resolve-Slot survivor scan.  Only a
       *>  strictly better value displaces the current best, so a
       *>  tie leaves the first pushed standing.
       1010-Judge-Candidate.
           Compute scan-position =
             ((scan-idx - 1) * dedup-item-len) + dedup-key-offset
           If stack-items(scan-position:dedup-key-length)
                = stack-items(lead-position:dedup-key-length)
               Evaluate True
                 When rule-last
                      Move scan-idx To best-slot
                 When rule-high Or rule-low
                      Compute scan-position =
                        ((scan-idx - 1) * dedup-item-len)
                          + value-offset
                      Compute best-position =
                        ((best-slot - 1) * dedup-item-len)
                          + value-offset
                      If rule-high
                        And stack-items(scan-position:value-length)
                          > stack-items(best-position:value-length)
                          Move scan-idx To best-slot
                      End-If
                      If rule-low
                        And stack-items(scan-position:value-length)
                          < stack-items(best-position:value-length)
                          Move scan-idx To best-slot
                      End-If
                 When Other
                      Continue
               End-Evaluate
           End-If
           .

       *>  Body of the 1000-Resolve-Slot membership scan.
       1020-Claim-Member.
           Compute scan-position =
             ((scan-idx - 1) * dedup-item-len) + dedup-key-offset
           If stack-items(scan-position:dedup-key-length)
                = stack-items(lead-position:dedup-key-length)
               Move best-slot To survivor-slot(scan-idx)
           End-If
           .

       *>  Body of the ranking walk: numbers the survivors bottom
       *>  up, which is the slot each will hold once the discards
       *>  below it are gone.
       2000-Rank-Slot.
           If survivor-slot(slot-idx) = slot-idx
               Add 1 To nb-survivors
               Move nb-survivors To survivor-rank(slot-idx)
           End-If
           .

       *>  Opens STACKDUD the way STACKP opens its dead-letter
       *>  dataset, then removes the discards bottom up.  Taking
       *>  out a slot only renumbers the depths of the items below
       *>  it, all of them already dealt with, so every discard
       *>  still above stands at the depth it had to begin with.
       3000-Remove-Discards.
           Open Extend discard-file
           If discard-file-status = '35'
               Open Output discard-file
           End-If

           If discard-file-status Not = '00'
               Display myname ' STACKDUD could not be opened'
                 ' (status=' discard-file-status ');'
                 ' nothing removed'
               Move rc-discard-file-error To save-rc
               Move 'Y' To stop-dedup-switch
           Else
               Allocate
                 dedup-item-len Characters
                 Initialized
                 Returning removed-item-ptr
               Set Address Of removed-item To removed-item-ptr

               Move Current-Date    To du-timestamp
               Move stack-audit-id  To du-stack-id
               Move rule-switch     To du-rule
               Move dedup-item-len  To du-item-len

               Perform 3010-Remove-One-Slot
                 Varying slot-idx
                 From 1 By 1
                 Until slot-idx > dedup-nb-items Or stop-dedup

               Free removed-item-ptr
               Close discard-file
           End-If
           .

       *>  Body of the 3000-Remove-Discards walk.
       3010-Remove-One-Slot.
           If survivor-slot(slot-idx) Not = slot-idx
               Compute delete-depth =
                 dedup-nb-items - slot-idx + 1

               Call stack-process Using
                 ab-ptr
                 delete-func
                 removed-item
                 Omitted
                 dedup-item-len
                 myname
                 Omitted
                 Omitted
                 delete-depth
               End-Call
               Move Return-Code To delete-rc

               If delete-rc Not = rc-success
                   Display myname ' DELN refused (rc=' delete-rc
                     ') depth ' delete-depth
                     ' -- de-duplication stopped'
                   Move rc-delete-failed To save-rc
                   Move 'Y' To stop-dedup-switch
               Else
                   Add 1 To nb-discarded
                   Perform 3020-Write-Discard
               End-If
           End-If
           .

       *>  Appends the item just removed, and where it and its
       *>  survivor stand, to STACKDUD.
       3020-Write-Discard.
           Move delete-depth To du-discard-depth
           Compute du-survivor-depth =
             nb-survivors
               - survivor-rank(survivor-slot(slot-idx)) + 1

           Move Length(du-header) To discard-rec-len
           Move du-header To discard-record(1:discard-rec-len)
           Move removed-item(1:dedup-item-len)
             To discard-record(discard-rec-len + 1:dedup-item-len)
           If stack-scramble-key Not = Spaces
               Move dedup-item-len To scramble-len
               Call scramble-program Using
                 scramble-enco-func
                 stack-scramble-key
                 scramble-len
                 discard-record(discard-rec-len + 1:dedup-item-len)
               End-Call
           End-If
           Add dedup-item-len To discard-rec-len

           Write discard-record
           If discard-file-status Not = '00'
               Display myname ' STACKDUD write failed (status='
                 discard-file-status ') for the item removed from'
                 ' depth ' delete-depth ' -- de-duplication stopped'
               Move rc-discard-file-error To save-rc
               Move 'Y' To stop-dedup-switch
           End-If
           .
