           05  stack-audit-ddname        PIC X(008).
           *>  The stack's identity, stamped on every audit record
           *>  it writes; Spaces when the caller never named it.
           *>  It is also the name the STACKACL access rules are
           *>  keyed by: every STACKP call against a named stack is
           *>  first checked through STACKAUT.
           05  stack-audit-id            PIC X(008).
           *>  'Y' while a caller has a SNAP...SREL snapshot view
           *>  open against this stack: a frozen point-in-time copy
           *>  timestamp, the function attempted and the refusing
           *>  return code -- so a rejected item is recoverable
           *>  from a dataset instead of from someone's memory of
           *>  the job log.  Every call the access rules refuse
           *>  is appended here too, the item only when the
           *>  function arrived with one.  Set at STACKI time the
           *>  way stack-overflow-ddname is; Spaces means no
           *>  capture.
           05  stack-deadletter-ddname   PIC X(008).
           *>  'Y' if this stack supports work claims, so parallel
           *>  worker tasks can share one worklist without two of
           *>  a reload (STACKLD) or a trail replay (STACKPT) must
           *>  be handed the key again.
           05  stack-scramble-key        PIC X(016).
           *>  'Y' if this stack keeps its items in a chain of
           *>  fixed-size segments instead of one contiguous buffer:
           *>  when the stack outgrows its room, STACKP allocates one
           *>  more segment and leaves every resident item where it
           *>  is, instead of allocating a larger buffer and copying
           *>  the whole stack across -- on a two-million-item stack
           *>  that copy was moving a gigabyte to gain one
           *>  increment.  Set at STACKI time (segmented-mode, or the
           *>  STACKPOL policy record); defaults to 'N'.  Slot
           *>  numbering and stack-items-position are unchanged --
           *>  stack-items-position is still the top item's byte
           *>  position as though the segments were laid end to end,
           *>  and stack-items-len and stack-items-capacity cover
           *>  every segment -- but stack-items-ptr addresses only
           *>  the first segment.  Not supported together with any
           *>  mode that keeps a parallel per-slot buffer or reorders
           *>  slots (varlen, tagged, compress, expiry, restime,
           *>  disk overflow, ordered, indexed, claim, provenance,
           *>  retry, mirror), nor with STACKP's PSHB/POPB, SORT,
           *>  REPL, DELN, SWAP, ROT, DUP, HOLD/RELS, TBEG or SNAP.
           05  stack-segmented-switch    PIC X(001).
               88  stack-segmented-on                Value 'Y'.
           *>  Items each segment holds: stack-items-increment as it
           *>  stood at STACKI time, fixed for the life of the stack.
           05  stack-seg-nb-items        PIC 9(009) Binary.
           *>  Pointer to the segment directory: one pointer per
           *>  segment, segment 1 first (the same storage
           *>  stack-items-ptr addresses).  Slot s lives in segment
           *>  ((s - 1) / stack-seg-nb-items) + 1.  NULL unless
           *>  stack-segmented-on.
           05  stack-seg-dir-ptr         Pointer.
           *>  Length of the directory in bytes, how many pointers
           *>  it has room for, and how many segments are allocated.
           05  stack-seg-dir-len         PIC 9(009) Binary.
           05  stack-seg-dir-slots       PIC 9(009) Binary.
           05  stack-seg-nb-segments     PIC 9(009) Binary.
           *>  The layout library entry (STACKLIB, see STACKLBR.cpy)
           *>  this stack's items are written under: the name and
           *>  version STACKLR resolved and registered with STACKLY
           *>  at STACKI time.  STACKMO, STACKSV and STACKU stamp
           *>  both onto what they write, so a receiving job can
           *>  refuse items laid out under a version it doesn't
           *>  expect.  Spaces and zero when no library layout was
           *>  named -- a layout registered with STACKLY directly
           *>  carries no version.
           05  stack-layout-name         PIC X(008).
           05  stack-layout-version      PIC 9(004) Binary.
           *>  Moved on by STACKP on every call that changes the
           *>  stack (wrapping back to 1 after 999999999), and
           *>  handed back to any caller that passes change-stamp,
           *>  so a worker can make its REPL, DELN or POP conditional
           *>  (CREP, CDEL, CPOP) on nothing having changed since it
           *>  read the item.  Zero at STACKI time.
           05  stack-change-count        PIC 9(009) Binary.
