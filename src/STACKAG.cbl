       *> stack-times-ptr; this walks those non-destructively and
       *> prints the age distribution plus the oldest ten items,
       *> rendered through the registered STACKLY layout when one
       *> exists.  The stack's owner from the ownership catalogue
       *> (see STACKOWN.cbl) heads the report, or a flag that it
       *> has none.
       *>
       *> Band boundaries come from the optional control dataset
       *> STACKAGIN, one record per boundary:
           *>  Width, in bytes, of the per-item push timestamp,
           *>  same as everywhere else in this library.
           05  item-time-len            PIC 9(009) Binary Value 21.
           *>  The ownership catalogue lookup; see STACKOWN.cbl.
           05  owner-program            PIC X(008) Value 'STACKOWN'.

       *>  Pulls a 21-byte Current-Date style timestamp apart, the
       *>  same arithmetic STACKP's 9830-Timestamp-To-Seconds does.
               88  layout-present                   Value 'Y'.
           05  layout-fld-idx           PIC 9(004) Value 0.
           05  report-depth             PIC 9(009) Binary Value 0.
           05  owner-text               PIC X(070) Value Spaces.

       *>  The band boundaries, ascending, plus a count per band;
       *>  slot band-nb-entries + 1 is the final "older" bucket.
           Set Address Of stack-items To stack-items-ptr
           Set Address Of stack-times To stack-times-ptr

       *>  Whose stack this is, from the catalogue; a stack never
       *>  named, or named but not catalogued, is flagged.
           If stack-audit-id = Spaces
               Move '*** NOT CATALOGUED: stack has no identity'
                 To owner-text
           Else
               Call owner-program Using
                 stack-audit-id
                 owner-text
               End-Call
           End-If
           Display myname ' stack ' stack-audit-id
             ' owner= ' owner-text

       *>  The counters and the oldest table start from zero
       *>  explicitly: a VALUE-less table in Local-Storage is
       *>  undefined on entry under the dialect this compiles to,
