       *> restores them to exactly the state they were in when
       *> STACKSV was called.
       *>
       *> A restart that knows which layout library layout the
       *> stack's items should be in passes the name, and
       *> optionally the version; a checkpoint whose header names
       *> another layout or version -- or none at all -- is refused
       *> before anything is allocated.  The reloaded stack carries
       *> the checkpoint's layout name and version forward either
       *> way.
       *>
       Program-ID. STACKLD.
       Environment Division.
       Configuration Section.
           *>  did not match sv-eyecatcher-value -- the dataset is
           *>  not one of ours, or it's truncated/corrupt.
           05  rc-format-mismatch       PIC S9(004) Binary Value +12.
           *>  Return code indicating the checkpoint's items were
           *>  written under a layout name or version other than
           *>  the one the caller expects.  Nothing was allocated.
           05  rc-layout-mismatch       PIC S9(004) Binary Value +16.

       01  account-work-areas.
           05  storage-account          PIC X(008) Value 'STACKAC'.
       *>  over again here.
       01  reload-scramble-key          PIC X(016).

       *>  Optional.  The layout library name the items are
       *>  expected to be in; Omitted or Spaces to accept any.
       01  expected-layout-name         PIC X(008).

       *>  Optional.  The version of it expected; Omitted or zero
       *>  to accept any version of the expected name.
       01  expected-layout-version      PIC 9(004) Binary.

       *>  checkpoint-id: when passed, only checkpoint groups
       *>  stamped with this shared identifier by a coordinated
       *>  sweep are considered -- the way a restart reloads the
             stack-id
             Optional checkpoint-id
             Optional reload-scramble-key
             Optional expected-layout-name
             Optional expected-layout-version
           .

           *>  STACKSV appends a fresh header/buffer(/tags) record
                   Goback
           End-Read

       *>  A group from before the layout stamp has a shorter header;
       *>  it names no layout.  One from before the business date
       *>  was stamped is shorter by that much only.
           Move Spaces To sv-header
           If ld-rec-len < Length(sv-header)
               Move ld-record(1:ld-rec-len) To sv-header(1:ld-rec-len)
               If ld-rec-len
                   < Length(sv-header) - Length(sv-business-date)
                   Move Spaces To sv-layout-name
                   Move 0      To sv-layout-version
               End-If
           Else
               Move ld-record(1:Length(sv-header))
                 To sv-header
           End-If

           If expected-layout-name Is Not Omitted
             And expected-layout-name Not = Spaces
               Perform 2000-Check-Layout
           End-If

           Read ld-file
               At End
           Move sv-res-max            To stack-stat-res-max
           Move sv-res-total          To stack-stat-res-total
           Move sv-res-count          To stack-stat-res-count
           Move sv-layout-name        To stack-layout-name
           Move sv-layout-version     To stack-layout-version

           If stack-expiry-on Or stack-restime-on
               Move ld-times-len To stack-times-len
           Move sv-stat-error(ld-error-idx)
             To stack-stat-error(ld-error-idx)
           .

       *>  Refuses the checkpoint when its header names a layout
       *>  other than the one expected, or a version other than
       *>  the one expected when a version was given.
       2000-Check-Layout.
           If sv-layout-name Not = expected-layout-name
             Or (expected-layout-version Is Not Omitted
               And expected-layout-version > 0
               And sv-layout-version Not = expected-layout-version)
               Display myname ' checkpoint items are in layout '
                 sv-layout-name ' version ' sv-layout-version
                 '; expected ' expected-layout-name
               Move rc-layout-mismatch To Return-Code
               Close ld-file
               Goback
           End-If
           .
