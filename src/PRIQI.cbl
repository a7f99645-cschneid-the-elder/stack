           05  myname                   PIC X(008) Value 'PRIQI'.
           05  priq-items-increment     PIC 9(009)  Binary Value 10.
           *>  Bytes of entry header ahead of each item: the 4-byte
           *>  binary priority, the 4-byte binary sequence number
           *>  and the 4-byte binary rule number; see PRIQAB.cpy.
           05  priq-header-len          PIC 9(009)  Binary Value 12.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating aging-interval or
           *>  aging-ceiling was passed without the other, or either
       *>  PRIQN.  Omit it, or pass 'N', to track none of it.
       01  stats-mode                   PIC X(001).

       *>  Optional.  The queue's name, the key PRIQP's ENQR looks
       *>  its priority rules up under on PRIQRUL (see PRIQRL).
       *>  Omit it for a queue whose callers always supply the
       *>  priority themselves.
       01  queue-name                   PIC X(008).

       Procedure Division Using
             ab-ptr
             item-len
             Optional aging-interval
             Optional aging-ceiling
             Optional stats-mode
             Optional queue-name
           .

           Allocate
             Initialized
             Returning priq-items-ptr

           Allocate
             priq-entry-len Characters
             Initialized
             Returning priq-scratch-ptr

           Move 0 To priq-curr-nb-items
           Move 1 To priq-next-seq
           Move 0 To priq-change-count

           Set priq-order-ptr To NULL
           Move 0 To priq-order-len
           Move 0 To priq-order-nb-items
           Move 0 To priq-order-change-count

           If stats-mode Is Omitted
               Move 'N' To priq-stats-switch
           Move 0 To priq-stat-dequeues
           Move 0 To priq-stat-peeks

           If queue-name Is Omitted
               Move Spaces To priq-queue-name
           Else
               Move queue-name To priq-queue-name
           End-If

           Move 'N' To priq-aging-switch
           Move 0   To priq-aging-interval
           Move 0   To priq-aging-ceiling
               End-If
           End-If

           Compute account-bytes =
             Length(ab) + priq-items-len + priq-entry-len
           Call storage-account Using
             account-add-func
             ab-ptr
       *>  nothing else has been registered yet, so the caller is
       *>  left holding nothing to free.
       1000-Refuse-Aging-Config.
           Free priq-scratch-ptr
           Free priq-items-ptr
           Free ab-ptr
           Set ab-ptr To NULL
