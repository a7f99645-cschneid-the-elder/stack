       *> functions leave the contents of the output queue-item
       *> unchanged, the same as QUEUEP.
       *>
       *> ENQR enqueues with the priority the queue's rules on
       *> PRIQRUL give the item (see PRIQRL) instead of one the
       *> caller computed, so the rule is written down once rather
       *> than in every program that enqueues.  The number of the
       *> rule that fired is kept in the entry's header, shown by
       *> DUMP and handed back by PEEK, DEQUEUE and LIST in
       *> entry-rule; an entry enqueued by ENQU carries rule zero.
       *> PRIQRL's HITS function lists the run's rule hit counts.
       *>
       Program-ID. PRIQP.
       Environment Division.
       Configuration Section.
       01  constants.
           *>  Eyecatcher.
           05  myname                   PIC X(008) Value 'PRIQP'.
           *>  Bytes of entry header ahead of each item: priority,
           *>  arrival sequence and rule number, 4 binary bytes
           *>  apiece; see PRIQAB.cpy.
           05  priq-header-len          PIC 9(009)  Binary Value 12.
           05  priority-rules           PIC X(008) Value 'PRIQRL'.
           05  rules-eval-func          PIC X(004) Value 'EVAL'.
           *>  The queue's buffer is first allocated (by PRIQI) at
           *>  this many entries, matching QUEUEP's own increment;
           *>  it doubles each time it fills, so growth is paid for
           *>  once per doubling rather than once per ten entries.
           05  priq-items-increment     PIC 9(009)  Binary Value 10.
           *>  Return code indicating success.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  new priority, or with a key offset/length that runs
           *>  outside the item.
           05  rc-bad-repri             PIC S9(004) Binary Value +20.
           *>  Return code indicating ENQR found rules for the
           *>  queue but the item matched none of them; nothing was
           *>  enqueued.
           05  rc-no-rule-matched       PIC S9(004) Binary Value +24.
           *>  Return code indicating ENQR found no rules for the
           *>  queue -- it has no name, or PRIQRUL names it
           *>  nowhere; nothing was enqueued.
           05  rc-no-rules              PIC S9(004) Binary Value +28.
           05  rc-rule-no-match         PIC S9(004) Binary Value +4.
           05  storage-account          PIC X(008) Value 'STACKAC'.
           05  account-add-func         PIC X(004) Value 'ADD '.
           05  account-kind             PIC X(008) Value 'PRIQ'.
       01  seq-redef Redefines seq-area.
           05  seq-chars                PIC X(004).

       01  rule-area.
           05  rule-bin                 PIC 9(009) Binary.
       01  rule-redef Redefines rule-area.
           05  rule-chars               PIC X(004).

       Local-Storage Section.
       01  work-areas.
           05  new-priq-items-ptr       Pointer            Value NULL.
           05  best-prio                PIC 9(009) Binary  Value 0.
           05  best-seq                 PIC 9(009) Binary  Value 0.
           05  best-pos                 PIC 9(009) Binary  Value 0.
           05  account-delta            PIC 9(009) Binary  Value 0.
           05  repri-offset             PIC 9(009) Binary  Value 0.
           05  repri-length             PIC 9(009) Binary  Value 0.
           05  repri-nb-changed         PIC 9(009) Binary  Value 0.
           05  repri-all-switch         PIC X(001) Value 'N'.
               88  repri-all-matches                Value 'Y'.
           05  list-next-idx            PIC 9(009) Binary  Value 0.
           *>  Heap maintenance: the number of entries the heap
           *>  currently spans, the slot the moving entry's hole is
           *>  at, and the parent or child slot it is being compared
           *>  against.  The moving entry itself waits in the
           *>  scratch entry, its priority and sequence number in
           *>  hold-prio and hold-seq.
           05  heap-size                PIC 9(009) Binary  Value 0.
           05  heap-idx                 PIC 9(009) Binary  Value 0.
           05  heap-start-idx           PIC 9(009) Binary  Value 0.
           05  heap-other-idx           PIC 9(009) Binary  Value 0.
           05  heap-other-pos           PIC 9(009) Binary  Value 0.
           05  heap-hole-pos            PIC 9(009) Binary  Value 0.
           05  heap-node                PIC 9(009) Binary  Value 0.
           05  hold-prio                PIC 9(009) Binary  Value 0.
           05  hold-seq                 PIC 9(009) Binary  Value 0.
           05  cand-prio                PIC 9(009) Binary  Value 0.
           05  cand-seq                 PIC 9(009) Binary  Value 0.
           05  sift-switch              PIC X(001) Value 'N'.
               88  sift-done                        Value 'Y'.
           *>  Building the service-order copy: the slot the sort
           *>  has filled down to, and the copy's slot for the
           *>  service position being presented.
           05  sort-last-idx            PIC 9(009) Binary  Value 0.
           05  order-idx                PIC 9(009) Binary  Value 0.
           05  service-pos              PIC 9(009) Binary  Value 0.
           *>  The priority and rule number the entry being
           *>  enqueued is stamped with.
           05  enq-prio                 PIC 9(009) Binary  Value 0.
           05  enq-rule                 PIC 9(009) Binary  Value 0.

       Linkage Section.
       *>  Input.  Pointer to the anchor block for the queue.
       *>  Input.  Function to be performed.
       01  func                         PIC X(004).
           88  func-enqueue                        Value 'ENQU'.
           *>  ENQR: enqueue with the priority the queue's PRIQRUL
           *>  rules derive from the item.
           88  func-enqueue-by-rule                 Value 'ENQR'.
           88  func-dequeue                        Value 'DEQU'.
           88  func-peek                            Value 'PEEK'.
           *>  REPRI: rewrite the priority of an entry already on
           *>  The inquiry pair the stack side has had all along:
           *>  DUMP writes a formatted picture to SYSOUT (each
           *>  entry's priority and arrival sequence shown), LIST
           *>  enumerates the entries in service order without
           *>  disturbing anything, cursor in list-index.
           88  func-dump                            Value 'DUMP'.
           88  func-list                            Value 'LIST'.
               Depending new-priq-items-len
               PIC X(001).

       *>  The one-entry scratch area a moving entry waits in while
       *>  the heap is adjusted around it.
       01  priq-scratch.
           05  Occurs 1 To Unbounded
               Depending priq-entry-len
               PIC X(001).

       *>  The service-order copy DUMP and LIST read from.
       01  priq-order.
           05  Occurs 1 To Unbounded
               Depending priq-order-len
               PIC X(001).

       *>  Input for ENQUEUE and REPRI, Output for ENQR, DEQUEUE and
       *>  PEEK (when the caller wants it).  The item's numeric
       *>  priority -- on ENQR, the one its rule supplied;
       *>  a larger number is served sooner.  Omitted on ENQUEUE
       *>  means priority zero, the back of every line; required
       *>  for REPRI, which has nothing to rewrite without it.

       *>  Optional, for REPRI only.  Pass 'Y' to reprioritize
       *>  every matching entry (the bulk form); omit it, or pass
       *>  'N', to rewrite only the oldest match -- the one with
       *>  the lowest arrival sequence, the one that has waited
       *>  longest.
       01  repri-all                    PIC X(001).

       *>  Output, optional, for REPRI only.  How many entries had
       *>  their priority rewritten.
       01  repri-count                  PIC 9(009) Binary.

       *>  Input or Output, for LIST only.  On input, the service
       *>  position last returned (0 to start at the entry DEQUEUE
       *>  would serve next); on output, the position of the entry
       *>  now being returned.  The entry's own priority comes back
       *>  in item-priority when the caller passed it.  A LIST
       *>  starting from 0 takes a fresh picture of the queue; a
       *>  LIST continuing after the queue has changed underneath
       *>  it takes a fresh picture too, and carries on from the
       *>  same position in the new one.
       01  list-index                   PIC 9(009) Binary.

       *>  Output, optional, for ENQR, DEQUEUE, PEEK and LIST.  The
       *>  number of the PRIQRUL rule that supplied the entry's
       *>  priority; zero for an entry enqueued by ENQU.
       01  entry-rule                   PIC 9(009) Binary.

       Procedure Division Using
             ab-ptr
             func
             Optional repri-all
             Optional repri-count
             Optional list-index
             Optional entry-rule
           .

           Set Address Of ab To ab-ptr
           Set Address Of priq-items To priq-items-ptr
           Set Address Of priq-scratch To priq-scratch-ptr
           Move rc-success To save-rc

           Evaluate True
             When func-enqueue
                  If item-priority Is Omitted
                      Move 0 To enq-prio
                  Else
                      Move item-priority To enq-prio
                  End-If
                  Move 0 To enq-rule
                  Perform 1000-Enqueue
                  If priq-stats-on And save-rc = rc-success
                      Add 1 To priq-stat-enqueues
                  End-If
             When func-enqueue-by-rule
                  Perform 1100-Apply-Priority-Rules
                  If save-rc = rc-success
                      Perform 1000-Enqueue
                  End-If
                  If priq-stats-on And save-rc = rc-success
                      Add 1 To priq-stat-enqueues
                  End-If
             When func-peek
                  If priq-curr-nb-items = 0
                      Move rc-queue-empty To save-rc
           Move save-rc To Return-Code
           Goback.

       *>  Places an entry -- priority, arrival sequence, item --
       *>  at the first free slot, growing the buffer first if every
       *>  slot is already occupied, then lets it climb the heap to
       *>  where its priority and arrival put it.
       1000-Enqueue.
           If priq-curr-nb-items >= priq-items-capacity
               Perform 1010-Reallocate
           Compute entry-pos =
             (priq-curr-nb-items * priq-entry-len) + 1

           Move enq-prio To prio-bin
           Move prio-chars To priq-items(entry-pos:4)

           Move priq-next-seq To seq-bin
           Move seq-chars To priq-items(entry-pos + 4:4)

           Move enq-rule To rule-bin
           Move rule-chars To priq-items(entry-pos + 8:4)

           Move queue-item
             To priq-items(entry-pos + priq-header-len:priq-item-len)

           Add 1 To priq-next-seq
           Add 1 To priq-curr-nb-items

           Move priq-curr-nb-items To heap-size
           Move priq-curr-nb-items To heap-start-idx
           Perform 1030-Sift-Up

           Perform 9000-Note-Change
           End-If
           .

       *>  ENQR: asks PRIQRL for the priority the queue's rules
       *>  give this item.  A queue with no name has no rules to
       *>  ask about.
       1100-Apply-Priority-Rules.
           If priq-queue-name = Spaces
               Move rc-no-rules To save-rc
           Else
               Call priority-rules Using
                 rules-eval-func
                 priq-queue-name
                 ab-ptr
                 queue-item
                 priq-item-len
                 enq-prio
                 enq-rule
               End-Call

               Evaluate Return-Code
                 When rc-success
                      If item-priority Is Not Omitted
                          Move enq-prio To item-priority
                      End-If
                      If entry-rule Is Not Omitted
                          Move enq-rule To entry-rule
                      End-If
                 When rc-rule-no-match
                      Move rc-no-rule-matched To save-rc
                 When Other
                      Move rc-no-rules To save-rc
               End-Evaluate
           End-If
           .

       *>  Doubles the buffer (or gives an empty one
       *>  priq-items-increment entries), the same
       *>  Allocate/copy/Free/reassign sequence QUEUEP's
       *>  1010-Compact uses when its queue is genuinely full.
       *>  Doubling keeps the copying down to about one buffer's
       *>  worth per entry over the life of the queue, so ENQUEUE
       *>  stays flat however deep the queue gets.  The heap
       *>  occupies the front of the buffer either way, so the
       *>  copy carries it across intact.
       1010-Reallocate.
           If priq-items-capacity < priq-items-increment
               Move priq-items-increment To new-priq-items-capacity
           Else
               Compute new-priq-items-capacity =
                 priq-items-capacity * 2
           End-If
           Compute new-priq-items-len =
             priq-entry-len * new-priq-items-capacity

           End-If
           .

       *>  Moves the entry at slot heap-start-idx toward the top of
       *>  the heap for as long as it would be served ahead of its
       *>  parent, each parent it passes dropping into the slot it
       *>  vacates.  Leaves the slot it settled in in heap-idx.
       1030-Sift-Up.
           Perform 1045-Take-Into-Scratch

           Move heap-start-idx To heap-idx
           Move 'N' To sift-switch

           Perform 1031-Sift-Up-Step
             Until heap-idx = 1 Or sift-done

           Perform 1046-Place-From-Scratch
           .

       *>  Body of the 1030-Sift-Up climb.
       1031-Sift-Up-Step.
           Compute heap-other-idx = heap-idx / 2
           Compute heap-other-pos =
             ((heap-other-idx - 1) * priq-entry-len) + 1

           Move priq-items(heap-other-pos:4)     To prio-chars
           Move priq-items(heap-other-pos + 4:4) To seq-chars

           If hold-prio > prio-bin
             Or (hold-prio = prio-bin And hold-seq < seq-bin)
               Compute heap-hole-pos =
                 ((heap-idx - 1) * priq-entry-len) + 1
               Move priq-items(heap-other-pos:priq-entry-len)
                 To priq-items(heap-hole-pos:priq-entry-len)
               Move heap-other-idx To heap-idx
           Else
               Move 'Y' To sift-switch
           End-If
           .

       *>  Moves the entry waiting in the scratch area down from the
       *>  hole at slot heap-start-idx, for as long as the better
       *>  of the hole's two children would be served ahead of it,
       *>  that child rising into the hole each time.  Only the
       *>  first heap-size slots are treated as the heap.
       1040-Sift-Down.
           Move heap-start-idx To heap-idx
           Move 'N' To sift-switch

           Perform 1041-Sift-Down-Step
             Until sift-done

           Perform 1046-Place-From-Scratch
           .

       *>  Body of the 1040-Sift-Down descent.
       1041-Sift-Down-Step.
           Compute heap-other-idx = heap-idx * 2

           If heap-other-idx > heap-size
               Move 'Y' To sift-switch
           Else
               Compute heap-other-pos =
                 ((heap-other-idx - 1) * priq-entry-len) + 1
               Move priq-items(heap-other-pos:4)     To prio-chars
               Move priq-items(heap-other-pos + 4:4) To seq-chars
               Move prio-bin To cand-prio
               Move seq-bin  To cand-seq

               If heap-other-idx < heap-size
                   Move priq-items(heap-other-pos + priq-entry-len:4)
                     To prio-chars
                   Move priq-items
                     (heap-other-pos + priq-entry-len + 4:4)
                     To seq-chars
                   If prio-bin > cand-prio
                     Or (prio-bin = cand-prio And seq-bin < cand-seq)
                       Add 1 To heap-other-idx
                       Add priq-entry-len To heap-other-pos
                       Move prio-bin To cand-prio
                       Move seq-bin  To cand-seq
                   End-If
               End-If

               If cand-prio > hold-prio
                 Or (cand-prio = hold-prio And cand-seq < hold-seq)
                   Compute heap-hole-pos =
                     ((heap-idx - 1) * priq-entry-len) + 1
                   Move priq-items(heap-other-pos:priq-entry-len)
                     To priq-items(heap-hole-pos:priq-entry-len)
                   Move heap-other-idx To heap-idx
               Else
                   Move 'Y' To sift-switch
               End-If
           End-If
           .

       *>  Copies the entry at slot heap-start-idx into the scratch
       *>  area, its priority and sequence number into hold-prio
       *>  and hold-seq, leaving its slot free to be a hole.
       1045-Take-Into-Scratch.
           Compute heap-hole-pos =
             ((heap-start-idx - 1) * priq-entry-len) + 1

           Move priq-items(heap-hole-pos:priq-entry-len)
             To priq-scratch

           Move priq-scratch(1:4) To prio-chars
           Move priq-scratch(5:4) To seq-chars
           Move prio-bin To hold-prio
           Move seq-bin  To hold-seq
           .

       *>  Drops the entry waiting in the scratch area into the
       *>  slot the hole ended up at, heap-idx.
       1046-Place-From-Scratch.
           Compute heap-hole-pos =
             ((heap-idx - 1) * priq-entry-len) + 1

           Move priq-scratch
             To priq-items(heap-hole-pos:priq-entry-len)
           .

       *>  Return the highest-priority item without removing it:
       *>  the entry at the top of the heap, slot 1.
       2000-Peek.
           Move 1 To best-idx
           Move 1 To best-pos

           Move priq-items(best-pos:4)     To prio-chars
           Move priq-items(best-pos + 4:4) To seq-chars
           Move prio-bin To best-prio
           Move seq-bin  To best-seq

           Move priq-items(best-pos + priq-header-len:priq-item-len)
             To queue-item

           If item-priority Is Not Omitted
               Move best-prio To item-priority
           End-If

           If entry-rule Is Not Omitted
               Move priq-items(best-pos + 8:4) To rule-chars
               Move rule-bin To entry-rule
           End-If
           .

       *>  Remove the highest-priority item and return it in the
       *>  passed queue-item.  The last entry in the heap is lifted
       *>  out into the scratch area and sifted down from the top
       *>  into the hole the served entry left.
       3000-Dequeue.
           Perform 2000-Peek

           If priq-curr-nb-items > 1
               Move priq-curr-nb-items To heap-start-idx
               Perform 1045-Take-Into-Scratch

               Subtract 1 From priq-curr-nb-items

               Move priq-curr-nb-items To heap-size
               Move 1 To heap-start-idx
               Perform 1040-Sift-Down
           Else
               Subtract 1 From priq-curr-nb-items
           End-If

           Perform 9000-Note-Change

           If priq-aging-on
               Perform 3100-Count-Aging-Dequeue
           End-If
           .

       *>  REPRI: validates the arguments, then walks every entry
       *>  looking for matches.  The bulk form rewrites the 4-byte
       *>  priority of every match and rebuilds the heap once; the
       *>  single form rewrites only the match with the lowest
       *>  arrival sequence and moves just that entry up or down
       *>  to where its new priority puts it.  Either way the
       *>  arrival sequence stands untouched.
       4000-Reprioritize.
           If item-priority Is Omitted
               Move rc-bad-repri To save-rc
               If save-rc = rc-success
                   Perform 4010-Scan-For-Matches

                   If Not repri-all-matches And best-idx > 0
                       Perform 4030-Repri-Oldest-Match
                   End-If

                   If repri-nb-changed = 0
                       Move rc-item-not-found To save-rc
                   Else
                       If repri-all-matches
                           Perform 3130-Rebuild-Heap
                       End-If
                       Perform 9000-Note-Change
                   End-If

                   If repri-count Is Not Omitted
           End-If
           .

       *>  The scan itself, across every slot; heap order is not
       *>  arrival order, so the single form has to see them all
       *>  to know which match is oldest.
       4010-Scan-For-Matches.
           Move 0 To repri-nb-changed
           Move 0 To best-idx

           Perform 4020-Check-One-Entry
             Varying entry-idx
             From 1 By 1
             Until entry-idx > priq-curr-nb-items
           .

       *>  Body of the 4010-Scan-For-Matches loop; on the bulk form
       *>  a match has its priority rewritten in the entry header
       *>  on the spot, on the single form the oldest match so far
       *>  is remembered in best-idx.
       4020-Check-One-Entry.
           Compute entry-pos =
             ((entry-idx - 1) * priq-entry-len) + 1
           Compute repri-item-pos =
             entry-pos + priq-header-len + repri-offset - 1

           If priq-items(repri-item-pos:repri-length)
                 = queue-item(repri-offset:repri-length)
               If repri-all-matches
                   Move item-priority To prio-bin
                   Move prio-chars To priq-items(entry-pos:4)
                   Add 1 To repri-nb-changed
               Else
                   Move priq-items(entry-pos + 4:4) To seq-chars
                   If best-idx = 0 Or seq-bin < best-seq
                       Move entry-idx To best-idx
                       Move seq-bin   To best-seq
                   End-If
               End-If
           End-If
           .

       *>  Rewrites the priority of the oldest match and re-seats
       *>  it: up the heap if it now outranks its parent, otherwise
       *>  down it if one of its children now outranks it.
       4030-Repri-Oldest-Match.
           Compute entry-pos =
             ((best-idx - 1) * priq-entry-len) + 1
           Move item-priority To prio-bin
           Move prio-chars To priq-items(entry-pos:4)
           Add 1 To repri-nb-changed

           Move priq-curr-nb-items To heap-size
           Move best-idx To heap-start-idx
           Perform 1030-Sift-Up

           If heap-idx = best-idx
               Perform 1045-Take-Into-Scratch
               Perform 1040-Sift-Down
           End-If
           .

       *>  Counts this dequeue toward the next aging step and, when
       *>  the configured interval has accumulated, runs the step.
       3100-Count-Aging-Dequeue.
           If priq-aging-deq-count >= priq-aging-interval
               Move 0 To priq-aging-deq-count
               Perform 3110-Age-All-Entries
               Perform 3130-Rebuild-Heap
           End-If
           .

           End-If
           .

       *>  Restores heap order over the whole buffer, bottom-most
       *>  parent first.  Needed after an aging step -- an entry
       *>  that has just climbed to the ceiling can now tie a
       *>  younger parent that was already sitting there unaged,
       *>  and the older of the two must be served first -- and
       *>  after a bulk REPRI.  Costs no more than the aging sweep
       *>  itself.
       3130-Rebuild-Heap.
           Move priq-curr-nb-items To heap-size
           Compute heap-node = priq-curr-nb-items / 2

           Perform 3140-Rebuild-One-Node
             Varying heap-node
             From heap-node By -1
             Until heap-node < 1
           .

       *>  Body of the 3130-Rebuild-Heap sweep.
       3140-Rebuild-One-Node.
           Move heap-node To heap-start-idx
           Perform 1045-Take-Into-Scratch
           Perform 1040-Sift-Down
           .

       *>  DUMP: writes the queue's picture to SYSOUT -- every
       *>  entry in service order with its priority, arrival
       *>  sequence and rule -- without removing anything.
       *>  Support stops diagnosing queue incidents blind.
       5000-Dump.
           If priq-order-ptr = NULL
             Or priq-order-change-count Not = priq-change-count
               Perform 7000-Build-Service-Order
           End-If

           If save-rc = rc-success
               Display myname ' DUMP priq-curr-nb-items = '
                 priq-curr-nb-items
                 ' next seq = ' priq-next-seq

               Perform 5010-Dump-One-Entry
                 Varying service-pos
                 From 1 By 1
                 Until service-pos > priq-order-nb-items
           End-If
           .

       *>  Body of the 5000-Dump loop.
       5010-Dump-One-Entry.
           Compute order-idx =
             priq-order-nb-items - service-pos + 1
           Compute entry-pos =
             ((order-idx - 1) * priq-entry-len) + 1

           Move priq-order(entry-pos:4)     To prio-chars
           Move priq-order(entry-pos + 4:4) To seq-chars
           Move priq-order(entry-pos + 8:4) To rule-chars

           Display myname ' DUMP entry ' service-pos
             ' priority = ' prio-bin
             ' seq = ' seq-bin
             ' rule = ' rule-bin
             ' item = '
             priq-order(entry-pos + priq-header-len:priq-item-len)
           .

       *>  LIST: returns the next entry after list-index in service
       *>  order, its priority in item-priority and its rule in
       *>  entry-rule when the caller passed them, without
       *>  disturbing anything; rc-queue-empty
       *>  once the last entry in line has been passed.
       6000-List.
           If list-index Is Omitted
               Move 0 To list-next-idx
               Move list-index To list-next-idx
           End-If

           If list-next-idx = 0
             Or priq-order-ptr = NULL
             Or priq-order-change-count Not = priq-change-count
               Perform 7000-Build-Service-Order
           End-If

           Add 1 To list-next-idx

           If save-rc Not = rc-success
               Continue
           Else
           If list-next-idx > priq-order-nb-items
               Move rc-queue-empty To save-rc
           Else
               Compute order-idx =
                 priq-order-nb-items - list-next-idx + 1
               Compute entry-pos =
                 ((order-idx - 1) * priq-entry-len) + 1

               Move priq-order(entry-pos + priq-header-len:
                 priq-item-len)
                 To queue-item

               If item-priority Is Not Omitted
                   Move priq-order(entry-pos:4) To prio-chars
                   Move prio-bin To item-priority
               End-If

               If entry-rule Is Not Omitted
                   Move priq-order(entry-pos + 8:4) To rule-chars
                   Move rule-bin To entry-rule
               End-If

               If list-index Is Not Omitted
                   Move list-next-idx To list-index
               End-If
           End-If
           End-If
           .

       *>  Takes the service-order picture DUMP and LIST present:
       *>  the heap is copied into the order buffer and heap-sorted
       *>  there, the live heap itself never touched.  Each pass
       *>  moves the best entry still unsorted to the end of the
       *>  unsorted run, so the finished copy runs worst first --
       *>  service position p sits at slot nb-items - p + 1.
       7000-Build-Service-Order.
           If priq-order-ptr = NULL
             Or priq-order-len < priq-items-len
               Perform 7010-Allocate-Order-Buffer
           End-If

           If save-rc = rc-success
               Set Address Of priq-order To priq-order-ptr

               Compute live-bytes =
                 priq-curr-nb-items * priq-entry-len
               If live-bytes > 0
                   Move priq-items(1:live-bytes)
                     To priq-order(1:live-bytes)
               End-If

               Set Address Of priq-items To priq-order-ptr

               Perform 7020-Sort-One-Position
                 Varying sort-last-idx
                 From priq-curr-nb-items By -1
                 Until sort-last-idx < 2

               Set Address Of priq-items To priq-items-ptr

               Move priq-curr-nb-items To priq-order-nb-items
               Move priq-change-count  To priq-order-change-count
           End-If
           .

       *>  Sizes the order buffer to the queue's buffer, so it is
       *>  regrown only when the queue itself has grown.  The
       *>  growth is reported to STACKAC like any other, and a
       *>  budget refusal leaves DUMP or LIST with nothing to show
       *>  rather than the region overrun.
       7010-Allocate-Order-Buffer.
           Compute account-delta = priq-items-len - priq-order-len
           Call storage-account Using
             account-add-func
             ab-ptr
             account-kind
             account-delta
           End-Call
           If Return-Code = rc-account-refused
               Move rc-storage-budget To save-rc
           Else
               If priq-order-ptr Not = NULL
                   Free priq-order-ptr
               End-If

               Allocate
                 priq-items-len Characters
                 Initialized
                 Returning priq-order-ptr

               Move priq-items-len To priq-order-len
           End-If
           .

       *>  Body of the 7000-Build-Service-Order sort: swaps the top
       *>  of the unsorted run into its last slot, then sifts the
       *>  entry that was there down from the top of what remains.
       7020-Sort-One-Position.
           Move sort-last-idx To heap-start-idx
           Perform 1045-Take-Into-Scratch

           Compute heap-other-pos =
             ((sort-last-idx - 1) * priq-entry-len) + 1
           Move priq-items(1:priq-entry-len)
             To priq-items(heap-other-pos:priq-entry-len)

           Compute heap-size = sort-last-idx - 1
           Move 1 To heap-start-idx
           Perform 1040-Sift-Down
           .

       *>  Marks the queue changed, so a LIST in progress knows its
       *>  picture is out of date.  Only equality is ever tested,
       *>  so the count simply starts over at its limit.
       9000-Note-Change.
           If priq-change-count >= 999999999
               Move 0 To priq-change-count
           Else
               Add 1 To priq-change-count
           End-If
           .
