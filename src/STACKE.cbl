           05  mask-keep-from           PIC 9(009) Binary Value 0.
           05  export-depth             PIC 9(009) Binary Value 0.
           05  export-position          PIC 9(009) Binary Value 0.
           05  export-slot-offset       PIC 9(009) Binary Value 0.
           05  export-seg-nbr           PIC 9(009) Binary Value 0.
           05  export-item              PIC X(9999999).
           05  export-item-len          PIC 9(009) Binary Value 0.
           05  export-rec-len           PIC 9(009) Binary Value 0.
               Depending stack-items-len
               PIC X(001).

       *>  The segment directory of a segmented stack; one pointer
       *>  per segment, segment 1 being stack-items-ptr itself.
       01  stack-seg-dir.
           05  stack-seg-ptr Pointer
               Occurs 1 To Unbounded
               Depending stack-seg-dir-slots.

       *>  Optional.  The character to separate each line's depth
       *>  from its item value.  Omit it, or pass Space, for the
       *>  default of a comma.

           Set Address Of ab To ab-ptr
           Set Address Of stack-items To stack-items-ptr
           If stack-segmented-on
               Set Address Of stack-seg-dir To stack-seg-dir-ptr
           End-If

           If export-delim-param Is Omitted
             Or export-delim-param = Space
             stack-items-position
               - ((export-depth - 1) * stack-item-len)

           If stack-segmented-on
               Perform 1050-Address-Segment
           End-If

           Move Spaces To export-item
           Move stack-items(export-position:stack-item-len)
             To export-item(1:stack-item-len)
           End-If
           .

       *>  A segmented stack keeps its items in a chain of equal
       *>  sized segments; turns the logical export-position into
       *>  the segment holding it and the position within that
       *>  segment, and points stack-items at the segment -- the
       *>  same arithmetic STACKP addresses segments with.
       1050-Address-Segment.
           Compute export-slot-offset =
             (export-position - 1) / stack-item-len
           Compute export-seg-nbr =
             (export-slot-offset / stack-seg-nb-items) + 1
           Compute export-position =
             ((export-slot-offset
               - ((export-seg-nbr - 1) * stack-seg-nb-items))
               * stack-item-len) + 1

           Set Address Of stack-items To stack-seg-ptr(export-seg-nbr)
           .

       *>  Reads the optional masking control file; each usable
       *>  range is noted to SYSOUT for the compliance record, and
       *>  a range that doesn't fit the item is refused out loud
