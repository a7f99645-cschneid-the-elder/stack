       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Batch maintenance of the layout library STACKLIB (see
       *> STACKLBR.cpy): item layouts kept under a name and a
       *> version number, so a layout is defined once, outlives the
       *> job that defined it, and can be named at allocation time
       *> (STACKI's layout-name, or the STACKPOL policy record)
       *> instead of being coded into every job that REGisters one
       *> with STACKLY.  A layout that changes gets a new version;
       *> the old one stays on the library, retired, so items
       *> already written under it can still be identified.
       *>
       *> Transactions (STACKLBIN), 80 bytes, applied in order:
       *>     tr-action           PIC X(004)  ADD, RETR or LIST
       *>     tr-name             PIC X(008)  layout name
       *>     tr-version          PIC 9(004)  version number
       *>     tr-description      PIC X(030)  ADD only
       *> ADD takes the layout's fields from STACKLBF, records in
       *> STACKLGR.cpy's format -- STACKLG's STACKLGO output as it
       *> stands, or keyed by hand in the same columns -- using the
       *> last layout on it carrying the transaction's name.  With
       *> the version left Spaces or zero, ADD gives the layout the
       *> next version after the highest already on the library.
       *> RETR retires the named version: STACKLR will no longer
       *> register it.  LIST prints one version with its fields,
       *> with no version every version of the name with their
       *> fields, or with no name one line for every entry.
       *>
       *> A transaction that cannot be applied -- an ADD with no
       *> fields on STACKLBF or more than a layout holds, a field
       *> outside the values STACKLYT.cpy allows, a version already
       *> on the library, a RETR of a version that is not there or
       *> already retired -- is rejected on the report with the
       *> reason, and the rest still go through.  The report goes
       *> to STACKLBRPT.
       *>
       Program-ID. STACKLB.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select transaction-file Assign To "STACKLBIN"
             Organization Is Sequential
             File Status Is transaction-file-status
           .
           Select report-file Assign To "STACKLBRPT"
             Organization Is Sequential
           .
           Select library-file Assign To "STACKLIB"
             Organization Is Indexed
             Access Mode Is Dynamic
             Record Key Is lb-key
             File Status Is library-file-status
           .
           Select fields-file Assign To "STACKLBF"
             Organization Is Sequential
             File Status Is fields-file-status
           .
       Data Division.
       File Section.
       FD  transaction-file.
       01  transaction-record.
           05  tr-action                PIC X(004).
               88  tr-add                           Value 'ADD '.
               88  tr-retire                        Value 'RETR'.
               88  tr-list                          Value 'LIST'.
           05  tr-name                  PIC X(008).
           05  tr-version               PIC X(004).
           05  tr-version-nb Redefines tr-version
                                        PIC 9(004).
           05  tr-description           PIC X(030).
           05  Filler                   PIC X(034).

       FD  report-file.
       01  report-record                PIC X(132).

       FD  library-file.
       Copy 'STACKLBR.cpy'.

       FD  fields-file.
       Copy 'STACKLGR.cpy'.

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKLB'.
           05  max-fields               PIC 9(004) Value 20.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating one or more transactions were
           *>  rejected; the others were applied.
           05  rc-some-rejected         PIC S9(004) Binary Value +4.
           *>  Return code indicating the library could not be
           *>  opened; nothing was applied.
           05  rc-no-library            PIC S9(004) Binary Value +8.
           *>  Return code indicating STACKLBIN could not be
           *>  opened.
           05  rc-no-transactions       PIC S9(004) Binary Value +12.

       01  count-edit                   PIC Z(8)9.
       01  version-edit                 PIC Z(3)9.
       01  number-edit                  PIC Z(3)9.

       01  work-areas.
           05  transaction-file-status  PIC X(002) Value '00'.
           05  library-file-status      PIC X(002) Value '00'.
           05  fields-file-status       PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  browse-done-switch       PIC X(001) Value 'N'.
               88  browse-done                      Value 'Y'.
           05  fields-eof-switch        PIC X(001) Value 'N'.
               88  fields-eof                       Value 'Y'.
           *>  'Y' while LIST prints each entry's fields too.
           05  list-fields-switch       PIC X(001) Value 'N'.
               88  list-fields                      Value 'Y'.
           05  reject-reason            PIC X(060) Value Spaces.
           05  new-version              PIC 9(004) Value 0.
           05  fld-idx                  PIC 9(004) Binary Value 0.
           05  nb-read                  PIC 9(009) Binary Value 0.
           05  nb-applied               PIC 9(009) Binary Value 0.
           05  nb-rejected              PIC 9(009) Binary Value 0.
           05  nb-listed                PIC 9(009) Binary Value 0.
           *>  Entries one LIST browse found.
           05  nb-browsed               PIC 9(009) Binary Value 0.

       *>  The layout gathered off STACKLBF for an ADD, before it
       *>  is known to be fit for the library.
       01  new-layout.
           05  new-nb-fields            PIC 9(004) Binary Value 0.
           05  new-too-many-switch      PIC X(001) Value 'N'.
               88  new-too-many                     Value 'Y'.
           05  new-field Occurs 20 Times.
               10  new-fld-name         PIC X(012).
               10  new-fld-offset       PIC X(004).
               10  new-fld-offset-nb Redefines new-fld-offset
                                        PIC 9(004).
               10  new-fld-length       PIC X(004).
               10  new-fld-length-nb Redefines new-fld-length
                                        PIC 9(004).
               10  new-fld-type         PIC X(001).
               10  new-fld-domain       PIC X(001).
               10  new-fld-values       PIC X(040).

       Procedure Division.
           Move rc-success To save-rc

           Open Output report-file
           Move 'STACKLB layout library maintenance'
             To report-record
           Write report-record
           Move Spaces To report-record
           Write report-record

           Open Input transaction-file
           If transaction-file-status Not = '00'
               Move 'STACKLBIN could not be opened; nothing applied'
                 To report-record
               Write report-record
               Close report-file
               Move rc-no-transactions To Return-Code
               Goback
           End-If

           Perform 1000-Open-Library
           If library-file-status Not = '00'
               Move Spaces To report-record
               Move 'STACKLIB could not be opened, file status'
                 To report-record
               Move library-file-status To report-record(43:2)
               Write report-record
               Move Spaces To report-record
               Move 'Nothing applied' To report-record
               Write report-record
               Close transaction-file
               Close report-file
               Move rc-no-library To Return-Code
               Goback
           End-If

           Perform 2000-Apply-One-Transaction Until eof

           Close transaction-file
           Close library-file

           Move Spaces To report-record
           Write report-record
           Move 'Transactions read' To report-record
           Move nb-read To count-edit
           Move count-edit To report-record(19:9)
           Move 'applied' To report-record(30:7)
           Move nb-applied To count-edit
           Move count-edit To report-record(38:9)
           Move 'rejected' To report-record(49:8)
           Move nb-rejected To count-edit
           Move count-edit To report-record(58:9)
           Move 'entries listed' To report-record(69:14)
           Move nb-listed To count-edit
           Move count-edit To report-record(84:9)
           Write report-record

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  Opens the library for update, creating it first when
       *>  the JCL allocated it new and empty, as KEYD does.
       1000-Open-Library.
           Open I-O library-file
           If library-file-status = '35'
               Open Output library-file
               If library-file-status = '00'
                   Close library-file
                   Open I-O library-file
               End-If
           End-If
           .

       *>  Body of the mainline loop: one transaction read, echoed
       *>  and applied.
       2000-Apply-One-Transaction.
           Read transaction-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
               Move Spaces To reject-reason

               Move Spaces To report-record
               Move tr-action  To report-record
               Move tr-name    To report-record(6:8)
               Move tr-version To report-record(15:4)
               Write report-record

               Evaluate True
                 When tr-version Not = Spaces
                   And tr-version Is Not Numeric
                      Move 'Version must be numeric' To reject-reason
                 When tr-add
                      Perform 3000-Add-Version
                 When tr-retire
                      Perform 4000-Retire-Version
                 When tr-list
                      Perform 5000-List-Entries
                 When Other
                      Move 'Unknown action; ADD, RETR or LIST'
                        To reject-reason
               End-Evaluate

               If reject-reason Not = Spaces
                   Add 1 To nb-rejected
                   Move rc-some-rejected To save-rc
                   Move Spaces To report-record
                   Move '  Rejected:' To report-record
                   Move reject-reason To report-record(13:60)
                   Write report-record
               End-If
           End-If
           .

       *>  ADD: the layout gathered off STACKLBF and checked, the
       *>  version settled, the entry written active.
       3000-Add-Version.
           If tr-name = Spaces
               Move 'No layout name given' To reject-reason
           Else
               Perform 3100-Gather-Fields
           End-If

           If reject-reason = Spaces
               If tr-version = Spaces Or tr-version-nb = 0
                   Perform 3200-Find-Next-Version
               Else
                   Move tr-version-nb To new-version
               End-If
           End-If

           If reject-reason = Spaces
               Move Spaces          To lb-record
               Move tr-name         To lb-layout-name
               Move new-version     To lb-layout-version
               Move 'A'             To lb-status
               Move Current-Date    To lb-added
               Move tr-description  To lb-description
               Move new-nb-fields   To lb-nb-fields
               Perform 3010-Copy-Field-Out
                 Varying fld-idx
                 From 1 By 1
                 Until fld-idx > max-fields
               Write lb-record
               Evaluate library-file-status
                 When '00'
                      Add 1 To nb-applied
                      Perform 6000-Print-Entry
                      Perform 6010-Print-Field
                        Varying fld-idx
                        From 1 By 1
                        Until fld-idx > lb-nb-fields
                 When '22'
                      Move 'Version already on the library'
                        To reject-reason
                 When Other
                      Move 'Library write failed, file status'
                        To reject-reason
                      Move library-file-status
                        To reject-reason(36:2)
               End-Evaluate
           End-If
           .

       *>  Body of the 3000-Add-Version field copy; unused slots go
       *>  onto the library as zeros and Spaces.
       3010-Copy-Field-Out.
           If fld-idx > new-nb-fields
               Move 0 To lb-fld-offset(fld-idx)
               Move 0 To lb-fld-length(fld-idx)
           Else
               Move new-fld-name(fld-idx)  To lb-fld-name(fld-idx)
               Move new-fld-offset-nb(fld-idx)
                 To lb-fld-offset(fld-idx)
               Move new-fld-length-nb(fld-idx)
                 To lb-fld-length(fld-idx)
               Move new-fld-type(fld-idx)  To lb-fld-type(fld-idx)
               Move new-fld-domain(fld-idx)
                 To lb-fld-domain(fld-idx)
               Move new-fld-values(fld-idx)
                 To lb-fld-values(fld-idx)
           End-If
           .

       *>  Reads STACKLBF through, keeping the last layout on it
       *>  under the transaction's name -- STACKLG appends every
       *>  generation, so a regenerated layout is the later one --
       *>  then checks what was kept.
       3100-Gather-Fields.
           Move 0   To new-nb-fields
           Move 'N' To new-too-many-switch
           Move 'N' To fields-eof-switch

           Open Input fields-file
           If fields-file-status Not = '00'
               Move 'STACKLBF could not be opened, file status'
                 To reject-reason
               Move fields-file-status To reject-reason(43:2)
           Else
               Perform 3110-Gather-One-Field Until fields-eof
               Close fields-file
           End-If

           Evaluate True
             When reject-reason Not = Spaces
                  Continue
             When new-too-many
                  Move 'More than 20 fields on STACKLBF for the layout'
                    To reject-reason
             When new-nb-fields = 0
                  Move 'No fields on STACKLBF for the layout'
                    To reject-reason
             When Other
                  Perform 3120-Check-One-Field
                    Varying fld-idx
                    From 1 By 1
                    Until fld-idx > new-nb-fields
                      Or reject-reason Not = Spaces
           End-Evaluate
           .

       *>  Body of the 3100-Gather-Fields read loop.  Sequence 01
       *>  under the name starts the layout over.
       3110-Gather-One-Field.
           Read fields-file
               At End
                   Move 'Y' To fields-eof-switch
           End-Read

           If Not fields-eof
             And lg-layout-name = tr-name
               If lg-seq = 1
                   Move 0   To new-nb-fields
                   Move 'N' To new-too-many-switch
               End-If
               If new-nb-fields >= max-fields
                   Move 'Y' To new-too-many-switch
               Else
                   Add 1 To new-nb-fields
                   Move lg-fld-name   To new-fld-name(new-nb-fields)
                   Move lg-fld-offset To new-fld-offset(new-nb-fields)
                   Move lg-fld-length To new-fld-length(new-nb-fields)
                   Move lg-fld-type   To new-fld-type(new-nb-fields)
                   Move lg-fld-domain To new-fld-domain(new-nb-fields)
                   Move lg-fld-values To new-fld-values(new-nb-fields)
               End-If
           End-If
           .

       *>  Body of the 3100-Gather-Fields check: each field the way
       *>  STACKLYT.cpy describes it.
       3120-Check-One-Field.
           Move fld-idx To number-edit
           Evaluate True
             When new-fld-offset(fld-idx) Is Not Numeric
               Or new-fld-offset-nb(fld-idx) = 0
                  Move 'Offset not a number above zero, field'
                    To reject-reason
                  Move number-edit To reject-reason(39:4)
             When new-fld-length(fld-idx) Is Not Numeric
               Or new-fld-length-nb(fld-idx) = 0
                  Move 'Length not a number above zero, field'
                    To reject-reason
                  Move number-edit To reject-reason(39:4)
             When new-fld-type(fld-idx) Not = 'C'
               And new-fld-type(fld-idx) Not = 'N'
               And new-fld-type(fld-idx) Not = 'P'
               And new-fld-type(fld-idx) Not = 'B'
                  Move 'Type must be C, N, P or B, field'
                    To reject-reason
                  Move number-edit To reject-reason(34:4)
             When new-fld-domain(fld-idx) Not = Space
               And new-fld-domain(fld-idx) Not = 'N'
               And new-fld-domain(fld-idx) Not = 'D'
               And new-fld-domain(fld-idx) Not = 'V'
                  Move 'Domain must be N, D, V or Space, field'
                    To reject-reason
                  Move number-edit To reject-reason(40:4)
             When Other
                  Continue
           End-Evaluate
           .

       *>  One above the highest version the library holds under
       *>  the name, retired ones included -- a retired version
       *>  number is never handed out again.
       3200-Find-Next-Version.
           Move 0 To new-version
           Move tr-name To lb-layout-name
           Move 0       To lb-layout-version
           Start library-file Key Is >= lb-key
           If library-file-status = '00'
               Move 'N' To browse-done-switch
               Perform 3210-Read-Next-Version Until browse-done
           End-If

           If new-version >= 9999
               Move 'Version numbers for the layout are used up'
                 To reject-reason
           Else
               Add 1 To new-version
           End-If
           .

       *>  Body of the 3200-Find-Next-Version browse.
       3210-Read-Next-Version.
           Read library-file Next Record
           If library-file-status = '00'
             And lb-layout-name = tr-name
               Move lb-layout-version To new-version
           Else
               Move 'Y' To browse-done-switch
           End-If
           .

       *>  RETR: the version read, marked retired, rewritten.
       4000-Retire-Version.
           If tr-version = Spaces Or tr-version-nb = 0
               Move 'No version given' To reject-reason
           Else
               Perform 8000-Read-Entry
           End-If

           If reject-reason = Spaces
               If lb-retired
                   Move 'Already retired' To reject-reason
               Else
                   Move 'R'          To lb-status
                   Move Current-Date To lb-retired-at
                   Rewrite lb-record
                   If library-file-status = '00'
                       Add 1 To nb-applied
                       Perform 6000-Print-Entry
                   Else
                       Move 'Library rewrite failed, file status'
                         To reject-reason
                       Move library-file-status To reject-reason(38:2)
                   End-If
               End-If
           End-If
           .

       *>  LIST: one version, every version of one name, or every
       *>  entry.
       5000-List-Entries.
           Evaluate True
             When tr-name Not = Spaces
               And tr-version Not = Spaces And tr-version-nb > 0
                  Perform 8000-Read-Entry
                  If reject-reason = Spaces
                      Add 1 To nb-listed
                      Perform 6000-Print-Entry
                      Perform 6010-Print-Field
                        Varying fld-idx
                        From 1 By 1
                        Until fld-idx > lb-nb-fields
                  End-If
             When tr-name Not = Spaces
                  Move 'Y' To list-fields-switch
                  Move tr-name To lb-layout-name
                  Move 0       To lb-layout-version
                  Perform 5100-Browse-Library
             When Other
                  Move 'N' To list-fields-switch
                  Move Low-Values To lb-key
                  Perform 5100-Browse-Library
           End-Evaluate
           .

       *>  Lists from the key set up by 5000-List-Entries onward,
       *>  stopping at a change of name when a name was given.
       5100-Browse-Library.
           Move 0 To nb-browsed
           Start library-file Key Is >= lb-key
           If library-file-status = '00'
               Move 'N' To browse-done-switch
               Perform 5110-List-One-Entry Until browse-done
           End-If

           If nb-browsed = 0
               Move Spaces To report-record
               If tr-name = Spaces
                   Move '  Library is empty' To report-record
               Else
                   Move '  No versions on the library' To report-record
               End-If
               Write report-record
           End-If
           .

       *>  Body of the 5100-Browse-Library browse.
       5110-List-One-Entry.
           Read library-file Next Record
           If library-file-status = '00'
             And (tr-name = Spaces Or lb-layout-name = tr-name)
               Add 1 To nb-listed
               Add 1 To nb-browsed
               Perform 6000-Print-Entry
               If list-fields
                   Perform 6010-Print-Field
                     Varying fld-idx
                     From 1 By 1
                     Until fld-idx > lb-nb-fields
               End-If
           Else
               Move 'Y' To browse-done-switch
           End-If
           .

       *>  One library entry as it now stands.
       6000-Print-Entry.
           Move Spaces To report-record
           Move lb-layout-name    To report-record(3:8)
           Move 'V'               To report-record(12:1)
           Move lb-layout-version To version-edit
           Move version-edit      To report-record(13:4)
           If lb-retired
               Move 'RETIRED'     To report-record(19:7)
           Else
               Move 'ACTIVE'      To report-record(19:6)
           End-If
           Move lb-nb-fields      To number-edit
           Move number-edit       To report-record(27:4)
           Move 'fields'          To report-record(32:6)
           Move lb-description    To report-record(40:30)
           Move 'added'           To report-record(72:5)
           Move lb-added(1:14)    To report-record(78:14)
           If lb-retired
               Move 'retired'         To report-record(94:7)
               Move lb-retired-at(1:14) To report-record(102:14)
           End-If
           Write report-record
           .

       *>  Body of the field listing: one slot of the entry.
       6010-Print-Field.
           Move Spaces To report-record
           Move fld-idx                To number-edit
           Move number-edit            To report-record(7:4)
           Move lb-fld-name(fld-idx)   To report-record(13:12)
           Move 'offset'               To report-record(27:6)
           Move lb-fld-offset(fld-idx) To number-edit
           Move number-edit            To report-record(34:4)
           Move 'length'               To report-record(40:6)
           Move lb-fld-length(fld-idx) To number-edit
           Move number-edit            To report-record(47:4)
           Move 'type'                 To report-record(53:4)
           Move lb-fld-type(fld-idx)   To report-record(58:1)
           If lb-fld-domain(fld-idx) Not = Space
               Move 'domain'               To report-record(61:6)
               Move lb-fld-domain(fld-idx) To report-record(68:1)
               Move lb-fld-values(fld-idx) To report-record(71:40)
           End-If
           Write report-record
           .

       *>  Reads the transaction's version for update; a version
       *>  not on the library rejects the transaction.
       8000-Read-Entry.
           Move tr-name       To lb-layout-name
           Move tr-version-nb To lb-layout-version
           Read library-file
           Evaluate library-file-status
             When '00'
                  Continue
             When '23'
                  Move 'Version not on the library' To reject-reason
             When Other
                  Move 'Library read failed, file status'
                    To reject-reason
                  Move library-file-status To reject-reason(35:2)
           End-Evaluate
           .
