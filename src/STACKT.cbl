           *>  the job step has overlaid this anchor block, and
           *>  nothing else in it can be trusted.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.
           *>  The shared event feed the capture is also written to
           *>  for the monitoring tool; see STACKEV.cbl.
           05  event-program            PIC X(008) Value 'STACKEV'.

       01  ffdc-work-areas.
           05  ffdc-rec-len             PIC 9(009) Binary  Value 0.
               10  ffdc-eyecatcher      PIC X(008) Value 'STACKFFD'.
               10  ffdc-timestamp       PIC X(021).
               10  ffdc-reason          PIC S9(004).
           05  event-type               PIC X(008) Value 'STKFFDC'.
           05  event-resource-name      PIC X(008) Value '*OVERLAY'.
           05  event-rc                 PIC S9(004) Binary Value +0.
           05  event-text               PIC X(060) Value
               'First-failure data captured on STACKFFD'.

       01  work-areas.
           05  storage-account          PIC X(008) Value 'STACKAC'.
           05  new-stack-items-ptr      Pointer            Value NULL.
           05  new-stack-items-len      PIC 9(009) Binary  Value 0.
           05  new-stack-items-capacity PIC 9(009) Binary  Value 0.
           05  seg-free-idx             PIC 9(009) Binary  Value 0.

       Linkage Section.
       01  ab-ptr                       Pointer.

       Copy 'STACKAB.cpy'.

       *>  The segment directory of a segmented stack; see
       *>  stack-seg-dir-ptr in STACKAB.cpy.
       01  stack-seg-dir.
           05  stack-seg-ptr Pointer
               Occurs 1 To Unbounded
               Depending stack-seg-dir-slots.

       Procedure Division Using
             ab-ptr
           .
               Free stack-holds-ptr
           End-If

       *>  Segment 1 is stack-items-ptr itself, freed below with
       *>  the rest; every later segment, and the directory, go
       *>  here.
           If stack-segmented-on
               Set Address Of stack-seg-dir To stack-seg-dir-ptr
               Perform 1000-Free-One-Segment
                 Varying seg-free-idx
                 From 2 By 1
                 Until seg-free-idx > stack-seg-nb-segments
               Free stack-seg-dir-ptr
           End-If

           If stack-txn-active
               Free stack-txn-items-ptr
               If stack-tagged-on
           Move rc-success To Return-Code
           Goback.

       *>  Body of the segment release loop.
       1000-Free-One-Segment.
           Free stack-seg-ptr(seg-free-idx)
           .

       *>  Appends the detection header and the raw anchor block to
       *>  the capture dataset; by the time anyone looks at the
       *>  abend this return code usually causes, this is the only
       *>  evidence left.  The capture is announced on the shared
       *>  event feed.  Capture failures are swallowed.
       9950-Capture-FFDC.
           Open Extend ffdc-file
           If ffdc-file-status = '35'

               Close ffdc-file
           End-If

           Move rc-ab-corrupt To event-rc
           Call event-program Using
             event-type
             myname
             event-resource-name
             event-rc
             event-text
             On Exception
                Continue
           End-Call
           .

