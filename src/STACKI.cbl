           *>  (or a record from before this column existed) means
           *>  the policy says nothing about checkpointing.
           05  pol-ckpt-interval        PIC 9(009).
           *>  'Y' to keep the stack in segmented storage; anything
           *>  else (including a record from before this column
           *>  existed) means the policy says nothing about it.
           05  pol-segmented-mode       PIC X(001).
           *>  The layout library (STACKLIB) layout the stack's
           *>  items are written under, and the version -- Spaces
           *>  or zero for the highest active one.  A name of
           *>  Spaces (or a record from before these columns
           *>  existed) means the policy names no layout.
           05  pol-layout-name          PIC X(008).
           05  pol-layout-version       PIC 9(004).
       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKI'.
           *>  allocation is still handed back so STACKT can free
           *>  it, but its contents are not to be trusted.
           05  rc-load-verify-failed    PIC S9(004) Binary Value +44.
           *>  Return code indicating segmented-mode (from the
           *>  caller or the policy record) was asked for together
           *>  with a mode that keeps a parallel per-slot buffer or
           *>  reorders slots -- varlen, tagged, disk overflow,
           *>  ordered, compress, expiry, restime, indexed, claim,
           *>  provenance or retry.  The segments hold items only;
           *>  those modes assume one contiguous buffer.
           05  rc-bad-segment-config    PIC S9(004) Binary Value +80.
           *>  Return code indicating the layout named (by the
           *>  caller or the policy record) could not be registered
           *>  -- not on the layout library, retired, the library
           *>  unavailable, or refused by STACKLY; STACKLR's own
           *>  return code says which.  The allocation is handed
           *>  back with no layout registered.
           05  rc-bad-layout-config     PIC S9(004) Binary Value +84.
           *>  Return code indicating the bulk-load dataset's STACKU
           *>  trailer says its items were written under a layout
           *>  name or version other than the one this stack was
           *>  allocated with.  As with rc-load-verify-failed, the
           *>  allocation is still handed back so STACKT can free
           *>  it, but its contents are not to be trusted.
           05  rc-load-layout-mismatch  PIC S9(004) Binary Value +88.
           05  layout-resolver          PIC X(008) Value 'STACKLR'.
           *>  How many segment pointers the directory of a
           *>  segmented stack starts with room for; STACKP grows it
           *>  by the same amount whenever it fills.
           05  seg-dir-increment        PIC 9(009) Binary Value 16.
           *>  The STACKU trailer's eyecatcher and hash parameters;
           *>  see STACKU.cbl.
           05  unload-trailer-eyecatcher
                                        PIC X(008) Value 'STACKU9 '.
           05  unload-hash-modulus      PIC 9(009) Binary
                                        Value 999999937.
           *>  Length of a trailer from before the layout stamp.
           05  short-trailer-len        PIC 9(009) Binary Value 26.
           *>  Value stamped into stack-eyecatcher at allocation
           *>  time, for STACKN/STACKP/STACKT to check on every later
           *>  call against this anchor block.
           05  ut-eyecatcher            PIC X(008).
           05  ut-nb-items              PIC 9(009).
           05  ut-hash-total            PIC 9(009).
           *>  The layout stamp; a trailer written before STACKU
           *>  carried one is the 26 bytes above alone.
           05  ut-layout-name           PIC X(008).
           05  ut-layout-version        PIC 9(004).

       *>  The policy record matched for this allocation, captured
       *>  before the dataset is closed.  Zero and Space mean "the
           05  policy-alert-mode        PIC X(001) Value Space.
           05  policy-alert-threshold   PIC 9(009) Binary Value 0.
           05  policy-ckpt-interval     PIC 9(009) Binary Value 0.
           05  policy-segmented-mode    PIC X(001) Value Space.
           05  policy-layout-name       PIC X(008) Value Spaces.
           05  policy-layout-version    PIC 9(004) Binary Value 0.

       *>  The layout this allocation resolves through STACKLR,
       *>  from the caller or the policy record.
       01  layout-work-areas.
           05  resolve-layout-name      PIC X(008) Value Spaces.
           05  resolve-layout-version   PIC 9(004) Binary Value 0.

       01  bulk-load-work-areas.
           05  bulk-load-rec-len        PIC 9(009) Binary Value 0.
           05  stack-holds-ptr           Pointer.
           05  stack-holds-len           PIC 9(009) Binary.
           05  stack-scramble-key        PIC X(016).
           05  stack-segmented-switch    PIC X(001).
           05  stack-seg-nb-items        PIC 9(009) Binary.
           05  stack-seg-dir-ptr         Pointer.
           05  stack-seg-dir-len         PIC 9(009) Binary.
           05  stack-seg-dir-slots       PIC 9(009) Binary.
           05  stack-seg-nb-segments     PIC 9(009) Binary.
           05  stack-layout-name         PIC X(008).
           05  stack-layout-version      PIC 9(004) Binary.
           05  stack-change-count        PIC 9(009) Binary.

       01  stack-items.
           05  Occurs 1 To Unbounded
               Depending stack-items-len
               PIC X(001).

       *>  The segment directory of a segmented stack; see
       *>  stack-seg-dir-ptr in STACKAB.cpy.
       01  stack-seg-dir.
           05  stack-seg-ptr Pointer
               Occurs 1 To Unbounded
               Depending stack-seg-dir-slots.

       *>  Optional.  Caller-imposed ceiling on the number of items
       *>  this stack may ever hold; a push that would exceed it is
       *>  rejected by STACKP rather than growing the buffer without
       *>  Spaces, for cleartext.
       01  scramble-key                 PIC X(016).

       *>  Optional.  Pass 'Y' to keep this stack in segmented
       *>  storage: growth adds one more segment of
       *>  growth-increment items and never copies the items
       *>  already resident, which is what a stack expected to
       *>  run into the millions wants; see stack-segmented-switch
       *>  in STACKAB.cpy for the modes and functions it forgoes.
       *>  Omit it to take the STACKPOL policy record's setting,
       *>  or pass 'N', for one contiguous buffer.
       01  segmented-mode               PIC X(001).

       *>  Optional.  The name of a layout on the layout library
       *>  STACKLIB (see STACKLBR.cpy) the stack's items are
       *>  written under, and the version; STACKLR registers it
       *>  with STACKLY for the display surfaces and records both
       *>  in the anchor block, so STACKMO, STACKSV and STACKU
       *>  stamp them onto what they write -- and a bulk load from
       *>  a STACKU extract stamped with a different layout fails
       *>  the allocation.  Omit layout-version, or pass zero, for
       *>  the highest active version.  Omit layout-name to take
       *>  the STACKPOL policy record's, or pass Spaces, for no
       *>  layout.
       01  layout-name                  PIC X(008).
       01  layout-version               PIC 9(004) Binary.

       Procedure Division Using
             ab-ptr
             item-len
             Optional retry-limit
             Optional quarantine-ddname
             Optional scramble-key
             Optional segmented-mode
             Optional layout-name
             Optional layout-version
           .

           Allocate
           Move Space  To policy-alert-mode
           Move 0      To policy-alert-threshold
           Move 0      To policy-ckpt-interval
           Move Space  To policy-segmented-mode
           Move Spaces To policy-layout-name
           Move 0      To policy-layout-version

           If policy-stack-name Is Not Omitted
               Perform 3000-Read-Policy
           Move 'N' To stack-exit-on-spill
           Move 'N' To stack-exit-on-threshold

           Move 'N' To stack-segmented-switch
           Move 0   To stack-seg-nb-items
           Set stack-seg-dir-ptr To NULL
           Move 0   To stack-seg-dir-len
           Move 0   To stack-seg-dir-slots
           Move 0   To stack-seg-nb-segments
           If (segmented-mode Is Not Omitted And segmented-mode = 'Y')
             Or (segmented-mode Is Omitted
               And policy-segmented-mode = 'Y')
               If stack-varlen-switch = 'Y'
                 Or stack-tagged-switch = 'Y'
                 Or stack-overflow-switch = 'Y'
                 Or stack-ordered-switch = 'Y'
                 Or stack-compress-switch = 'Y'
                 Or stack-expiry-switch = 'Y'
                 Or stack-restime-switch = 'Y'
                 Or stack-index-switch = 'Y'
                 Or stack-claim-switch = 'Y'
                 Or stack-prov-switch = 'Y'
                 Or stack-retry-switch = 'Y'
                   Move rc-bad-segment-config To load-rc
               Else
                   Perform 5000-Allocate-Segment-Dir
               End-If
           End-If

           Move Spaces To stack-layout-name
           Move 0      To stack-layout-version
           Move 0      To stack-change-count
           If layout-name Is Omitted
               Move policy-layout-name    To resolve-layout-name
               Move policy-layout-version To resolve-layout-version
           Else
               Move layout-name To resolve-layout-name
               If layout-version Is Omitted
                   Move 0 To resolve-layout-version
               Else
                   Move layout-version To resolve-layout-version
               End-If
           End-If
           If resolve-layout-name Not = Spaces
             And load-rc = rc-success
               Perform 6000-Resolve-Layout
           End-If

           Set stack-mirror-ab-ptr To NULL
           If mirror-mode Is Not Omitted And mirror-mode = 'Y'
             And load-rc = rc-success
                 Or stack-claim-switch = 'Y'
                 Or stack-prov-switch = 'Y'
                 Or stack-retry-switch = 'Y'
                 Or stack-segmented-switch = 'Y'
                   Move rc-bad-mirror-config To load-rc
               Else
                   Perform 4000-Allocate-Mirror
               + stack-tags-len + stack-times-len
               + stack-index-len + stack-claims-len
               + stack-prov-len + stack-retry-len
               + stack-seg-dir-len
           If stack-mirror-ab-ptr Not = NULL
               Compute account-bytes =
                 account-bytes + Length(ab)
           End-Read

           If Not bulk-load-eof
             And (bulk-load-rec-len = Length(bulk-load-trailer)
               Or bulk-load-rec-len = short-trailer-len)
             And bulk-load-record(1:8) = unload-trailer-eyecatcher
       *>  The control-total trailer STACKU writes behind its
       *>  items.  A genuine 26- or 38-byte data record opening
       *>  with the eyecatcher would be mistaken for one; no
       *>  extract this shop exchanges looks like that.
               Move Spaces To bulk-load-trailer
               Move bulk-load-record(1:bulk-load-rec-len)
                 To bulk-load-trailer(1:bulk-load-rec-len)
               If bulk-load-rec-len = short-trailer-len
                   Move 0 To ut-layout-version
               End-If
               Move 'Y' To trailer-seen-switch
               Perform 2020-Verify-Trailer
           Else
                 bulk-load-item
                 Omitted
                 bulk-load-rec-len
                 myname
                 Omitted
                 Omitted
                 Omitted
             Or ut-hash-total Not = bulk-load-hash
               Move rc-load-verify-failed To load-rc
           End-If

       *>  Items stamped with one layout loaded onto a stack
       *>  allocated under another are refused; with no stamp on
       *>  either side there is nothing to compare.
           If load-rc = rc-success
             And ut-layout-name Not = Spaces
             And stack-layout-name Not = Spaces
             And (ut-layout-name Not = stack-layout-name
               Or ut-layout-version Not = stack-layout-version)
               Move rc-load-layout-mismatch To load-rc
           End-If
           .

       *>  Chains the verification hash across the record just
               If pol-ckpt-interval Is Numeric
                   Move pol-ckpt-interval To policy-ckpt-interval
               End-If
               If pol-segmented-mode = 'Y'
                   Move 'Y' To policy-segmented-mode
               End-If
               If pol-layout-name Not = Low-Values
                   Move pol-layout-name To policy-layout-name
               End-If
               If pol-layout-version Is Numeric
                   Move pol-layout-version To policy-layout-version
               End-If
           End-If
           .

             stack-mirror-ab-ptr
           End-Call
           .

       *>  Turns the buffer just allocated into segment 1 of a
       *>  segmented stack: allocates the segment directory with
       *>  room for seg-dir-increment segments and files the
       *>  buffer's pointer as its first entry.  Every later
       *>  segment is added by STACKP as the stack grows.
       5000-Allocate-Segment-Dir.
           Move 'Y' To stack-segmented-switch
           Move stack-items-increment To stack-seg-nb-items
           Move seg-dir-increment To stack-seg-dir-slots
           Compute stack-seg-dir-len =
             stack-seg-dir-slots * Length(stack-items-ptr)

           Allocate
             stack-seg-dir-len Characters
             Initialized
             Returning stack-seg-dir-ptr

           Set Address Of stack-seg-dir To stack-seg-dir-ptr
           Set stack-seg-ptr(1) To stack-items-ptr
           Move 1 To stack-seg-nb-segments
           .

       *>  Has STACKLR find the named layout on the layout library,
       *>  register it with STACKLY and record its name and version
       *>  in the anchor block.  A layout that cannot be registered
       *>  fails the allocation's return code; the stack itself is
       *>  usable, just without the layout.
       6000-Resolve-Layout.
           If resolve-layout-version = 0
               Call layout-resolver Using
                 ab-ptr
                 resolve-layout-name
                 Omitted
                 Omitted
               End-Call
           Else
               Call layout-resolver Using
                 ab-ptr
                 resolve-layout-name
                 resolve-layout-version
                 Omitted
               End-Call
           End-If

           Set Address Of ab To ab-ptr

           If Return-Code Not = rc-success
               Move rc-bad-layout-config To load-rc
           End-If
           .
