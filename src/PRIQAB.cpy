       *>
       *> The buffer holds one entry per item, densely packed at a
       *> fixed priq-entry-len stride: a 4-byte binary priority, a
       *> 4-byte binary arrival sequence number, the 4-byte binary
       *> number of the PRIQRL rule that supplied the priority (zero
       *> when the caller supplied it), then the item's own
       *> priq-item-len bytes.  DEQUEUE serves the highest priority
       *> first and breaks ties by the lowest sequence number, so
       *> equal-priority work comes off oldest-first, the FIFO
       *> behavior the plain queue family already has.
       *>
       *> The entries are kept as a binary heap on that same
       *> ordering: slot 1 is always the entry DEQUEUE serves next,
       *> and the entries at slots 2n and 2n+1 are never served
       *> ahead of the one at slot n.  ENQUEUE and DEQUEUE each
       *> move an entry along one branch of the heap, so their
       *> cost grows with the logarithm of the depth rather than
       *> the depth itself.  Slot order is NOT arrival order and
       *> NOT service order past slot 1; DUMP and LIST present
       *> service order from a sorted copy (priq-order-ptr).
       01  ab.
           *>  Length of each individual item on the queue.
           05  priq-item-len            PIC 9(009) Binary.
           *>  Length of one buffer entry: the 12-byte entry header
           *>  plus priq-item-len.
           05  priq-entry-len           PIC 9(009) Binary.
           *>  Length of the buffer representing the queue.
           05  priq-stat-enqueues       PIC 9(009) Binary.
           05  priq-stat-dequeues       PIC 9(009) Binary.
           05  priq-stat-peeks          PIC 9(009) Binary.
           *>  One entry's worth of scratch storage PRIQP holds an
           *>  entry in while it moves the others up or down the
           *>  heap; allocated at PRIQI time, priq-entry-len bytes.
           05  priq-scratch-ptr         Pointer.
           *>  Bumped by every ENQUEUE, DEQUEUE, REPRI and aging
           *>  step -- anything that changes what is on the queue or
           *>  the order it will be served in.
           05  priq-change-count        PIC 9(009) Binary.
           *>  The service-order copy DUMP and LIST present: the
           *>  live entries sorted best first, built on demand into
           *>  a buffer of priq-order-len bytes and reused by the
           *>  next LIST for as long as priq-order-change-count
           *>  still matches priq-change-count.  NULL until the
           *>  first DUMP or LIST.
           05  priq-order-ptr           Pointer.
           05  priq-order-len           PIC 9(009) Binary.
           05  priq-order-nb-items      PIC 9(009) Binary.
           05  priq-order-change-count  PIC 9(009) Binary.
           *>  The queue's name, given at PRIQI time: the key its
           *>  priority rules are filed under on PRIQRUL.  Spaces
           *>  when it was given none, and then ENQR has no rules
           *>  to apply.
           05  priq-queue-name          PIC X(008).
