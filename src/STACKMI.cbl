       *> reading the same self-describing, byte-order-independent
       *> flat file back.
       *>
       *> A receiving job that knows which layout library layout
       *> its items should be in passes the name, and optionally
       *> the version; a dataset whose header names another
       *> layout or version -- or none at all -- is refused before
       *> anything is allocated.  The rebuilt stack carries the
       *> header's layout name and version forward either way.
       *>
       Program-ID. STACKMI.
       Environment Division.
       Configuration Section.
           *>  -- either empty, truncated, or not a STACKMO dataset
           *>  at all.
           05  rc-format-mismatch       PIC S9(004) Binary Value +8.
           *>  Return code indicating the dataset's items were
           *>  marshalled under a layout name or version other than
           *>  the one the caller expects.  Nothing was allocated.
           05  rc-layout-mismatch       PIC S9(004) Binary Value +12.

       01  account-work-areas.
           05  storage-account          PIC X(008) Value 'STACKAC'.
               Depending mi-tags-len
               PIC X(001).

       *>  Optional.  The layout library name the items are
       *>  expected to be in; Omitted or Spaces to accept any.
       01  expected-layout-name         PIC X(008).

       *>  Optional.  The version of it expected; Omitted or zero
       *>  to accept any version of the expected name.
       01  expected-layout-version      PIC 9(004) Binary.

       Procedure Division Using
             ab-ptr
             Optional expected-layout-name
             Optional expected-layout-version
           .

           Open Input mi-file
                   Goback
           End-Read

       *>  A header from before the layout stamp is shorter; it
       *>  names no layout.
           Move Spaces To mo-header
           If mi-rec-len < Length(mo-header)
               Move mi-record(1:mi-rec-len) To mo-header(1:mi-rec-len)
               Move Spaces To mo-layout-name
               Move 0      To mo-layout-version
           Else
               Move mi-record(1:Length(mo-header)) To mo-header
           End-If

           If mo-eyecatcher Not = mo-eyecatcher-value
               If mo-eyecatcher = mo-old-eyecatcher
               Goback
           End-If

           If expected-layout-name Is Not Omitted
             And expected-layout-name Not = Spaces
               Perform 4000-Check-Layout
           End-If

           Read mi-file
               At End
                   Move rc-format-mismatch To Return-Code
           Move mo-key-offset         To stack-key-offset
           Move mo-key-length         To stack-key-length

           Move mo-layout-name        To stack-layout-name
           Move mo-layout-version     To stack-layout-version

           If stack-tagged-on
               Compute mi-tags-len =
                 item-tag-len * stack-items-capacity
           Move mo-stat-error(mi-error-idx)
             To stack-stat-error(mi-error-idx)
           .

       *>  Refuses the dataset when its header names a layout other
       *>  than the one expected, or a version other than the one
       *>  expected when a version was given.
       4000-Check-Layout.
           If mo-layout-name Not = expected-layout-name
             Or (expected-layout-version Is Not Omitted
               And expected-layout-version > 0
               And mo-layout-version Not = expected-layout-version)
               Display myname ' dataset items are in layout '
                 mo-layout-name ' version ' mo-layout-version
                 '; expected ' expected-layout-name
               Move rc-layout-mismatch To Return-Code
               Close mi-file
               Goback
           End-If
           .
