       *> next morning.  The hash is the same
       *>     hash = Mod(hash * 31 + Ord(byte), 999999937)
       *> running value the STACKMO trailer uses, chained across
       *> the item records in written order.  The trailer also
       *> carries the layout library name and version the stack
       *> was allocated under (STACKI's layout-name), Spaces and
       *> zero when it names none, so a bulk load onto a stack
       *> allocated under a different layout is refused.  A
       *> trailer written before the stamp was added is 26 bytes.
       *>
       Program-ID. STACKU.
       Environment Division.
           05  ut-eyecatcher            PIC X(008).
           05  ut-nb-items              PIC 9(009).
           05  ut-hash-total            PIC 9(009).
           05  ut-layout-name           PIC X(008).
           05  ut-layout-version        PIC 9(004).

       01  work-areas.
           05  unload-rec-len           PIC 9(009) Binary Value 0.
           05  unload-depth             PIC 9(009) Binary Value 0.
           05  unload-position          PIC 9(009) Binary Value 0.
           05  unload-count             PIC 9(009) Binary Value 0.
           05  unload-slot-offset       PIC 9(009) Binary Value 0.
           05  unload-seg-nbr           PIC 9(009) Binary Value 0.

       Linkage Section.
       *>  Input.  Pointer to the anchor block for the stack.
               Depending stack-items-len
               PIC X(001).

       *>  The segment directory of a segmented stack; one pointer
       *>  per segment, segment 1 being stack-items-ptr itself.
       01  stack-seg-dir.
           05  stack-seg-ptr Pointer
               Occurs 1 To Unbounded
               Depending stack-seg-dir-slots.

       *>  Output, optional.  Count of items written to the extract
       *>  file; always stack-curr-nb-items on return.
       01  items-unloaded               PIC 9(009) Binary.

           Set Address Of ab To ab-ptr
           Set Address Of stack-items To stack-items-ptr
           If stack-segmented-on
               Set Address Of stack-seg-dir To stack-seg-dir-ptr
           End-If

           Perform 1100-Load-Mask-Table

           Move unload-trailer-eyecatcher To ut-eyecatcher
           Move stack-curr-nb-items       To ut-nb-items
           Move unload-hash               To ut-hash-total
           Move stack-layout-name         To ut-layout-name
           Move stack-layout-version      To ut-layout-version
           Move Length(unload-trailer)    To unload-rec-len
           Move unload-trailer To unload-record(1:unload-rec-len)
           Write unload-record
             stack-items-position
               - ((unload-depth - 1) * stack-item-len)

           If stack-segmented-on
               Perform 1050-Address-Segment
           End-If

           Move stack-item-len To unload-rec-len
           Move stack-items(unload-position:stack-item-len)
             To unload-record(1:unload-rec-len)
           Write unload-record
           .

       *>  A segmented stack keeps its items in a chain of equal
       *>  sized segments; turns the logical unload-position into
       *>  the segment holding it and the position within that
       *>  segment, and points stack-items at the segment -- the
       *>  same arithmetic STACKP addresses segments with.
       1050-Address-Segment.
           Compute unload-slot-offset =
             (unload-position - 1) / stack-item-len
           Compute unload-seg-nbr =
             (unload-slot-offset / stack-seg-nb-items) + 1
           Compute unload-position =
             ((unload-slot-offset
               - ((unload-seg-nbr - 1) * stack-seg-nb-items))
               * stack-item-len) + 1

           Set Address Of stack-items To stack-seg-ptr(unload-seg-nbr)
           .

       *>  Chains the trailer hash across the record about to be
       *>  written, masked bytes and all -- the load side hashes
       *>  exactly what it reads.
