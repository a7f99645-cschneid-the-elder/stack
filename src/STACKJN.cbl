       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Enrichment join of a driver stack against an ordered
       *> reference stack.  Loading a reference table into an
       *> ordered-mode stack, then OFNDing each work item's key in
       *> it and building a wider output item by hand, was the same
       *> loop -- with the same bugs -- in every job that needed it;
       *> this is that loop as one call.
       *>
       *> The caller hands over the driver's ab-ptr, the reference
       *> stack's (initialized ordered, see STACKI's ordered-mode),
       *> the target's, the key's offset and length in the driver
       *> item and its offset in the reference item, and a field
       *> map (STACKJNM.cpy).  Each driver item's key is looked up
       *> through STACKP's OFND; on a match the output item is built
       *> -- the driver item, padded with spaces to the target's item
       *> length, with the map's runs of reference bytes laid over
       *> it -- and pushed onto the target.  A driver item with no
       *> match is pushed, as it stands, onto the unmatched stack
       *> when one is passed, or written to the reject dataset
       *> STACKJNR when not.
       *>
       *> The reference key must be the key the reference stack is
       *> ordered on, since that is the only key OFND can search.
       *> Where the reference stack holds more than one item under a
       *> key the driver item is joined with the bottom-most of them
       *> and counted as a duplicate-key match, so the caller can see
       *> the reference table was not unique.
       *>
       *> Driver items are taken bottom (slot 1) first, so the target
       *> and the unmatched stack receive them in the driver's own
       *> relative order, the way STACKSP's targets do; a driver tag
       *> travels with its item onto a target that carries tags.
       *> Every push goes through STACKP -- OPSH onto a target that
       *> is itself ordered, PUSH otherwise -- so each target's own
       *> max-depth ceiling and duplicate checking apply.  Neither
       *> the driver nor the reference stack is disturbed.  A push
       *> refused mid-join stops the join where it stands; the
       *> targets then hold partial results the caller should
       *> discard.
       *>
       *> The matched, unmatched and duplicate-key counts go to
       *> SYSOUT, and back to the caller when asked for.
       *>
       *> None of the stacks may be varlen, compressed, segmented or
       *> spilling to disk overflow; otherwise nothing is joined at
       *> all.
       *>
       Program-ID. STACKJN.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select reject-file Assign To "STACKJNR"
             Organization Is Sequential
             File Status Is reject-file-status
           .
       Data Division.
       File Section.
       FD  reject-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On reject-rec-len
           .
       01  reject-record                PIC X(9999999).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKJN'.
           05  stack-process            PIC X(008) Value 'STACKP'.
           05  push-func                PIC X(004) Value 'PUSH'.
           05  ordered-push-func        PIC X(004) Value 'OPSH'.
           05  ordered-find-func        PIC X(004) Value 'OFND'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Same meaning as STACKP's return code of the same
           *>  name: OFND found no item under the key.
           05  rc-item-not-found        PIC S9(004) Binary Value +32.
           *>  Return code indicating one of the stacks is varlen,
           *>  compressed or segmented, the unmatched stack's item
           *>  length differs from the driver's, the target's is
           *>  shorter than the driver's, or a target is one of the
           *>  inputs; nothing was joined.
           05  rc-not-comparable        PIC S9(004) Binary Value +8.
           *>  Return code indicating one of the stacks spills to
           *>  disk overflow: stack-curr-nb-items counts only the
           *>  resident items, so a join would silently miss the
           *>  spilled bottom.  Nothing was joined.
           05  rc-overflow-not-supported PIC S9(004) Binary
             Value +12.
           *>  Return code indicating the driver key runs outside
           *>  the driver item, or the reference stack is not
           *>  ordered on the key offset and length given.
           05  rc-bad-join-key          PIC S9(004) Binary Value +16.
           *>  Return code indicating a field-map entry runs outside
           *>  the reference item or the target item, or the map
           *>  claims more than its 20 entries.
           05  rc-bad-join-map          PIC S9(004) Binary Value +20.
           *>  Return code indicating a push onto the target or the
           *>  unmatched stack was refused, or the OFND itself was,
           *>  or the reject dataset could not be written; the join
           *>  stopped where it stood and the targets hold partial
           *>  results the caller should discard.
           05  rc-push-failed           PIC S9(004) Binary Value +24.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  Return code indicating an eyecatcher did not match.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.
           *>  Width, in bytes, of the per-item type tag, same as
           *>  everywhere else in this library.
           05  item-tag-len             PIC 9(009) Binary Value 8.

       01  reject-areas.
           05  reject-file-status       PIC X(002) Value '00'.
           05  reject-rec-len           PIC 9(009) Binary Value 0.

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  push-rc                  PIC S9(004) Binary Value +0.
           05  driver-item-len          PIC 9(009) Binary Value 0.
           05  driver-nb-items          PIC 9(009) Binary Value 0.
           05  driver-tagged-switch     PIC X(001) Value 'N'.
           05  drv-items-ptr            Pointer    Value NULL.
           05  drv-items-len            PIC 9(009) Binary Value 0.
           05  drv-tags-ptr             Pointer    Value NULL.
           05  drv-tags-len             PIC 9(009) Binary Value 0.
           05  ref-item-len             PIC 9(009) Binary Value 0.
           05  ref-items-ptr            Pointer    Value NULL.
           05  ref-items-len            PIC 9(009) Binary Value 0.
           05  target-item-len          PIC 9(009) Binary Value 0.
           05  target-push-func         PIC X(004) Value 'PUSH'.
           05  unmatched-push-func      PIC X(004) Value 'PUSH'.
           05  check-idx                PIC 9(009) Binary Value 0.
           05  check-ab-ptr             Pointer    Value NULL.
           05  slot-idx                 PIC 9(009) Binary Value 0.
           05  map-idx                  PIC 9(004) Binary Value 0.
           05  item-position            PIC 9(009) Binary Value 0.
           05  tag-position             PIC 9(009) Binary Value 0.
           05  ref-found-depth          PIC 9(009) Binary Value 0.
           05  ref-slot                 PIC 9(009) Binary Value 0.
           05  ref-nb-items             PIC 9(009) Binary Value 0.
           05  ref-position             PIC 9(009) Binary Value 0.
           05  next-position            PIC 9(009) Binary Value 0.
           05  walk-done-switch         PIC X(001) Value 'N'.
               88  walk-done                        Value 'Y'.
           05  nb-matched               PIC 9(009) Binary Value 0.
           05  nb-unmatched             PIC 9(009) Binary Value 0.
           05  nb-dup-key               PIC 9(009) Binary Value 0.
           05  driver-item-ptr          Pointer    Value NULL.
           05  search-item-ptr          Pointer    Value NULL.
           05  search-item-len          PIC 9(009) Binary Value 0.
           05  joined-item-ptr          Pointer    Value NULL.
           05  joined-item-len          PIC 9(009) Binary Value 0.
           05  work-tag                 PIC X(008) Value Spaces.
           05  push-target-ptr          Pointer    Value NULL.
           05  stop-join-switch         PIC X(001) Value 'N'.
               88  stop-join                        Value 'Y'.
           05  reject-open-switch       PIC X(001) Value 'N'.
               88  reject-open                      Value 'Y'.

       Linkage Section.
       *>  Input.  Pointer to the anchor block of the driver stack,
       *>  whose every item is looked up.  Left undisturbed.
       01  driver-ab-ptr                Pointer.

       *>  Input.  Pointer to the anchor block of the reference
       *>  stack, initialized ordered on the join key.  Left
       *>  undisturbed.
       01  reference-ab-ptr             Pointer.

       *>  Input.  The stack the joined items are pushed onto; its
       *>  item length must be at least the driver's.
       01  target-ab-ptr                Pointer.

       *>  Input.  The key in the driver item: its first byte (1 =
       *>  the item's first byte) and its length, the same shape
       *>  STACKI's ordered-key-offset/ordered-key-length take.
       01  driver-key-offset            PIC 9(009) Binary.
       01  driver-key-length            PIC 9(009) Binary.

       *>  Input.  The key's first byte in the reference item; its
       *>  length is driver-key-length.  Must be the key the
       *>  reference stack is ordered on.
       01  reference-key-offset         PIC 9(009) Binary.

       *>  Input.  The field map.
       Copy 'STACKJNM.cpy'.

       *>  Input, optional.  The stack unmatched driver items are
       *>  pushed onto, item length the same as the driver's.
       *>  Omitted, they are written to STACKJNR instead.
       01  unmatched-ab-ptr             Pointer.

       Copy 'STACKAB.cpy'.

       *>  The driver's buffer and tags, and the reference stack's
       *>  buffer, addressed directly for the walk; every stack is
       *>  otherwise only ever touched through STACKP.
       01  driver-items.
           05  Occurs 1 To Unbounded
               Depending drv-items-len
               PIC X(001).

       01  driver-tags.
           05  Occurs 1 To Unbounded
               Depending drv-tags-len
               PIC X(001).

       01  reference-items.
           05  Occurs 1 To Unbounded
               Depending ref-items-len
               PIC X(001).

       *>  Scratch buffers, sized at run time: the driver item as
       *>  it is pushed unmatched, the reference-length item the
       *>  key is handed to OFND in, and the joined item.
       01  driver-item.
           05  Occurs 1 To Unbounded
               Depending driver-item-len
               PIC X(001).

       01  search-item.
           05  Occurs 1 To Unbounded
               Depending search-item-len
               PIC X(001).

       01  joined-item.
           05  Occurs 1 To Unbounded
               Depending joined-item-len
               PIC X(001).

       *>  Output, optional.  Driver items joined, driver items
       *>  with no match, and of the joined, those whose key the
       *>  reference stack holds more than once.
       01  matched-count                PIC 9(009) Binary.
       01  unmatched-count              PIC 9(009) Binary.
       01  dup-key-count                PIC 9(009) Binary.

       Procedure Division Using
             driver-ab-ptr
             reference-ab-ptr
             target-ab-ptr
             driver-key-offset
             driver-key-length
             reference-key-offset
             join-map
             Optional unmatched-ab-ptr
             Optional matched-count
             Optional unmatched-count
             Optional dup-key-count
           .

           Move rc-success To save-rc

           If target-ab-ptr = driver-ab-ptr
             Or target-ab-ptr = reference-ab-ptr
       *>  A push onto an input mid-walk can reallocate the very
       *>  buffer the walk is still reading.
               Display myname ' the target is an input;'
                 ' nothing joined'
               Move rc-not-comparable To Return-Code
               Goback
           End-If
           If unmatched-ab-ptr Is Not Omitted
             If unmatched-ab-ptr = driver-ab-ptr
               Or unmatched-ab-ptr = reference-ab-ptr
               Display myname ' the unmatched stack is an input;'
                 ' nothing joined'
               Move rc-not-comparable To Return-Code
               Goback
             End-If
           End-If

           Perform 1000-Validate-Stack
             Varying check-idx
             From 1 By 1
             Until check-idx > 4 Or save-rc Not = rc-success

           If save-rc = rc-success
               Perform 1100-Validate-Join-Rule
           End-If

           If save-rc Not = rc-success
               Move save-rc To Return-Code
               Goback
           End-If

           Set Address Of driver-items To drv-items-ptr
           If driver-tagged-switch = 'Y'
               Set Address Of driver-tags To drv-tags-ptr
           End-If
           Set Address Of reference-items To ref-items-ptr

           Allocate
             driver-item-len Characters
             Initialized
             Returning driver-item-ptr
           Set Address Of driver-item To driver-item-ptr

           Move ref-item-len To search-item-len
           Allocate
             search-item-len Characters
             Initialized
             Returning search-item-ptr
           Set Address Of search-item To search-item-ptr

           Move target-item-len To joined-item-len
           Allocate
             joined-item-len Characters
             Initialized
             Returning joined-item-ptr
           Set Address Of joined-item To joined-item-ptr

           Move 'N' To stop-join-switch
           Perform 2000-Join-One-Slot
             Varying slot-idx
             From 1 By 1
             Until slot-idx > driver-nb-items Or stop-join

           Free driver-item-ptr
           Free search-item-ptr
           Free joined-item-ptr

           If reject-open
               Close reject-file
           End-If

           Display myname ' driver items matched   = ' nb-matched
           Display myname ' driver items unmatched = ' nb-unmatched
           Display myname ' duplicate-key matches  = ' nb-dup-key
           If stop-join
               Display myname ' join stopped; discard the targets'
           End-If

           If matched-count Is Not Omitted
               Move nb-matched To matched-count
           End-If
           If unmatched-count Is Not Omitted
               Move nb-unmatched To unmatched-count
           End-If
           If dup-key-count Is Not Omitted
               Move nb-dup-key To dup-key-count
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Validates one stack (1 = driver, 2 = reference, 3 =
       *>  target, 4 = unmatched) and captures what the walk needs
       *>  from it, borrowing ab the same way STACKSP's target
       *>  validation does.
       1000-Validate-Stack.
           Evaluate check-idx
             When 1
                  Set check-ab-ptr To driver-ab-ptr
             When 2
                  Set check-ab-ptr To reference-ab-ptr
             When 3
                  Set check-ab-ptr To target-ab-ptr
             When Other
                  If unmatched-ab-ptr Is Omitted
                      Set check-ab-ptr To NULL
                  Else
                      Set check-ab-ptr To unmatched-ab-ptr
                  End-If
           End-Evaluate

           If check-ab-ptr Not = NULL
               Set Address Of ab To check-ab-ptr
               If stack-eyecatcher Not = ab-eyecatcher
                   Move rc-ab-corrupt To save-rc
               Else
                 If stack-varlen-on Or stack-compress-on
                   Or stack-segmented-on
                     Display myname ' stack ' check-idx
                       ' is varlen, compressed or segmented;'
                       ' nothing joined'
                     Move rc-not-comparable To save-rc
                 Else
                   If stack-overflow-on
                     Display myname ' stack ' check-idx
                       ' spills to disk overflow; nothing joined'
                     Move rc-overflow-not-supported To save-rc
                   Else
                     Perform 1010-Capture-Stack
                   End-If
                 End-If
               End-If
           End-If
           .

       *>  Keeps what the walk needs from the stack ab addresses,
       *>  and checks it against the stacks captured before it.
       1010-Capture-Stack.
           Evaluate check-idx
             When 1
                  Move stack-item-len      To driver-item-len
                  Move stack-curr-nb-items To driver-nb-items
                  Move stack-tagged-switch To driver-tagged-switch
                  Move stack-items-ptr     To drv-items-ptr
                  Move stack-items-len     To drv-items-len
                  Move stack-tags-ptr      To drv-tags-ptr
                  Move stack-tags-len      To drv-tags-len
             When 2
                  If Not stack-ordered-on
                    Or stack-key-offset Not = reference-key-offset
                    Or stack-key-length Not = driver-key-length
                      Display myname ' reference stack is not'
                        ' ordered on the key given; nothing joined'
                      Move rc-bad-join-key To save-rc
                  End-If
                  Move stack-item-len      To ref-item-len
                  Move stack-curr-nb-items To ref-nb-items
                  Move stack-items-ptr     To ref-items-ptr
                  Move stack-items-len     To ref-items-len
             When 3
                  If stack-item-len < driver-item-len
                      Display myname ' target item is shorter than'
                        ' the driver item; nothing joined'
                      Move rc-not-comparable To save-rc
                  End-If
                  Move stack-item-len To target-item-len
                  If stack-ordered-on
                      Move ordered-push-func To target-push-func
                  Else
                      Move push-func To target-push-func
                  End-If
             When Other
                  If stack-item-len Not = driver-item-len
                      Display myname ' unmatched stack item length'
                        ' differs from the driver; nothing joined'
                      Move rc-not-comparable To save-rc
                  End-If
                  If stack-ordered-on
                      Move ordered-push-func To unmatched-push-func
                  Else
                      Move push-func To unmatched-push-func
                  End-If
           End-Evaluate
           .

       *>  The driver key, and every map entry, must lie inside the
       *>  items they name.
       1100-Validate-Join-Rule.
           If driver-key-offset < 1
             Or driver-key-length < 1
             Or driver-key-offset + driver-key-length - 1
                  > driver-item-len
               Display myname ' driver key runs outside the driver'
                 ' item; nothing joined'
               Move rc-bad-join-key To save-rc
           End-If

           If save-rc = rc-success
               If jm-nb-entries > 20
                   Display myname ' field map holds more than 20'
                     ' entries; nothing joined'
                   Move rc-bad-join-map To save-rc
               Else
                   Perform 1110-Validate-Map-Entry
                     Varying map-idx
                     From 1 By 1
                     Until map-idx > jm-nb-entries
                       Or save-rc Not = rc-success
               End-If
           End-If
           .

       *>  Body of the 1100-Validate-Join-Rule map loop.
       1110-Validate-Map-Entry.
           If jm-ref-offset(map-idx) < 1
             Or jm-length(map-idx) < 1
             Or jm-target-offset(map-idx) < 1
             Or jm-ref-offset(map-idx) + jm-length(map-idx) - 1
                  > ref-item-len
             Or jm-target-offset(map-idx) + jm-length(map-idx) - 1
                  > target-item-len
               Display myname ' field map entry ' map-idx
                 ' runs outside an item; nothing joined'
               Move rc-bad-join-map To save-rc
           End-If
           .

       *>  Stages the driver item at slot slot-idx (slot 1 = the
       *>  driver's bottom) and its tag, looks its key up on the
       *>  reference stack, and routes it.
       2000-Join-One-Slot.
           Compute item-position =
             ((slot-idx - 1) * driver-item-len) + 1
           Move driver-items(item-position:driver-item-len)
             To driver-item(1:driver-item-len)

           Move Spaces To work-tag
           If driver-tagged-switch = 'Y'
               Compute tag-position =
                 ((slot-idx - 1) * item-tag-len) + 1
               Move driver-tags(tag-position:item-tag-len)
                 To work-tag
           End-If

           Move Spaces To search-item(1:search-item-len)
           Move driver-item(driver-key-offset:driver-key-length)
             To search-item(reference-key-offset:driver-key-length)
           Move 0 To ref-found-depth

           Call stack-process Using
             reference-ab-ptr
             ordered-find-func
             search-item
             Omitted
             ref-item-len
             myname
             Omitted
             Omitted
             Omitted
             ref-found-depth
           End-Call

           Move Return-Code To push-rc

           Evaluate push-rc
             When rc-success
                  Perform 3000-Build-Joined-Item
                  Perform 3200-Push-Joined-Item
             When rc-item-not-found
                  Perform 4000-Route-Unmatched
             When Other
                  Display myname ' OFND refused (rc=' push-rc ') '
                    'slot ' slot-idx ' -- join stopped'
                  Move rc-push-failed To save-rc
                  Move 'Y' To stop-join-switch
           End-Evaluate
           .

       *>  OFND lands on any one of the reference items under the
       *>  key; steps down to the bottom-most of them, so the join
       *>  does not depend on where the search happened to land,
       *>  then notes whether another one sits above it.  The
       *>  output item is the driver item with the map laid over
       *>  it.
       3000-Build-Joined-Item.
           Compute ref-slot = ref-nb-items - ref-found-depth + 1
           Move 'N' To walk-done-switch
           Perform 3010-Step-Down Until walk-done

           Compute ref-position =
             ((ref-slot - 1) * ref-item-len) + 1
           If ref-slot < ref-nb-items
               Compute next-position = ref-position + ref-item-len
               If reference-items
                    (next-position + reference-key-offset - 1:
                      driver-key-length)
                  = reference-items
                    (ref-position + reference-key-offset - 1:
                      driver-key-length)
                   Add 1 To nb-dup-key
               End-If
           End-If

           Move Spaces To joined-item(1:joined-item-len)
           Move driver-item(1:driver-item-len)
             To joined-item(1:driver-item-len)
           Perform 3100-Apply-Map-Entry
             Varying map-idx
             From 1 By 1
             Until map-idx > jm-nb-entries
           .

       *>  Body of the 3000-Build-Joined-Item step-down loop.
       3010-Step-Down.
           If ref-slot = 1
               Move 'Y' To walk-done-switch
           Else
               Compute ref-position =
                 ((ref-slot - 1) * ref-item-len) + 1
               Compute next-position = ref-position - ref-item-len
               If reference-items
                    (next-position + reference-key-offset - 1:
                      driver-key-length)
                  = reference-items
                    (ref-position + reference-key-offset - 1:
                      driver-key-length)
                   Subtract 1 From ref-slot
               Else
                   Move 'Y' To walk-done-switch
               End-If
           End-If
           .

       *>  Body of the 3000-Build-Joined-Item map loop.
       3100-Apply-Map-Entry.
           Move reference-items
                  (ref-position + jm-ref-offset(map-idx) - 1:
                    jm-length(map-idx))
             To joined-item
                  (jm-target-offset(map-idx):jm-length(map-idx))
           .

       *>  Pushes the joined item onto the target through STACKP.
       3200-Push-Joined-Item.
           Call stack-process Using
             target-ab-ptr
             target-push-func
             joined-item
             Omitted
             target-item-len
             myname
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             work-tag
           End-Call

           Move Return-Code To push-rc

           If push-rc = rc-success
               Add 1 To nb-matched
           Else
               Display myname ' push to target refused (rc='
                 push-rc ') slot ' slot-idx ' -- join stopped'
               Move rc-push-failed To save-rc
               Move 'Y' To stop-join-switch
           End-If
           .

       *>  An unmatched driver item goes, as it stands, onto the
       *>  unmatched stack when there is one, or to STACKJNR.
       4000-Route-Unmatched.
           If unmatched-ab-ptr Is Omitted
               Perform 4100-Write-Reject
           Else
               Set push-target-ptr To unmatched-ab-ptr
               Call stack-process Using
                 push-target-ptr
                 unmatched-push-func
                 driver-item
                 Omitted
                 driver-item-len
                 myname
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 work-tag
               End-Call

               Move Return-Code To push-rc

               If push-rc = rc-success
                   Add 1 To nb-unmatched
               Else
                   Display myname ' push to unmatched stack refused'
                     ' (rc=' push-rc ') slot ' slot-idx
                     ' -- join stopped'
                   Move rc-push-failed To save-rc
                   Move 'Y' To stop-join-switch
               End-If
           End-If
           .

       *>  Writes the unmatched driver item to STACKJNR, opened at
       *>  the first reject of the call and extended the way the
       *>  dead-letter dataset is, so a job joining more than once
       *>  keeps every call's rejects.
       4100-Write-Reject.
           If Not reject-open
               Open Extend reject-file
               If reject-file-status = '35'
                   Open Output reject-file
               End-If
               If reject-file-status = '00'
                   Move 'Y' To reject-open-switch
               End-If
           End-If

           If reject-open
               Move driver-item-len To reject-rec-len
               Move driver-item(1:driver-item-len)
                 To reject-record(1:reject-rec-len)
               Write reject-record
           End-If

           If reject-open And reject-file-status = '00'
               Add 1 To nb-unmatched
           Else
               Display myname ' STACKJNR could not be written'
                 ' (status=' reject-file-status ') slot ' slot-idx
                 ' -- join stopped'
               Move rc-push-failed To save-rc
               Move 'Y' To stop-join-switch
           End-If
           .
