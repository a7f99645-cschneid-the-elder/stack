       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Resolves a layout name -- and optionally a version -- on
       *> the layout library STACKLIB (see STACKLBR.cpy), REGisters
       *> the layout with STACKLY against the stack's ab-ptr, and
       *> records the name and version resolved in the anchor block
       *> (stack-layout-name/stack-layout-version) so STACKMO,
       *> STACKSV and STACKU stamp them onto what they write.
       *> STACKI calls it at allocation when a layout is named
       *> there or on the STACKPOL policy record; a job can call it
       *> itself against a stack it already has.
       *>
       *> With no version, or version zero, the highest active
       *> version under the name is taken.  A version asked for by
       *> number must be on the library and still active -- a
       *> retired version is refused, since retiring it is how the
       *> shop says no new items are to be written under it.
       *>
       *> The library is opened at the first call and held open
       *> for the life of the run unit, as STACKOWN holds the
       *> ownership catalogue; a library that cannot be opened is
       *> not retried, and every later call says so.
       *>
       *> Return codes: 0, registered; 4, no such name or version
       *> on the library; 8, the version is retired; 12, the
       *> library could not be opened or read; 16, STACKLY refused
       *> the registration.
       *>
       Program-ID. STACKLR.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select library-file Assign To "STACKLIB"
             Organization Is Indexed
             Access Mode Is Dynamic
             Record Key Is lb-key
             File Status Is library-file-status
           .
       Data Division.
       File Section.
       FD  library-file.
       Copy 'STACKLBR.cpy'.

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKLR'.
           05  layout-registry          PIC X(008) Value 'STACKLY'.
           05  layout-register-func     PIC X(004) Value 'REG '.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the name, or the version
           *>  asked for, is not on the library.
           05  rc-not-found             PIC S9(004) Binary Value +4.
           *>  Return code indicating the version asked for has
           *>  been retired.
           05  rc-retired               PIC S9(004) Binary Value +8.
           *>  Return code indicating the library could not be
           *>  opened or read.
           05  rc-no-library            PIC S9(004) Binary Value +12.
           *>  Return code indicating STACKLY would not take the
           *>  registration.
           05  rc-register-failed       PIC S9(004) Binary Value +16.

       01  work-areas.
           05  library-file-status      PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  open-state-switch        PIC X(001) Value 'N'.
               88  library-not-tried                Value 'N'.
               88  library-open                     Value 'Y'.
               88  library-unavailable              Value 'U'.
           05  browse-done-switch       PIC X(001) Value 'N'.
               88  browse-done                      Value 'Y'.
           05  wanted-version           PIC 9(004) Value 0.
           05  found-version            PIC 9(004) Value 0.
           05  fld-idx                  PIC 9(004) Binary Value 0.

       *>  The layout as STACKLY takes it.
       Copy 'STACKLYT.cpy'.

       Linkage Section.
       *>  Input.  Pointer to the anchor block of the stack the
       *>  layout is for.
       01  ab-ptr                       Pointer.

       *>  Input.  The layout's name on the library.
       01  lr-layout-name               PIC X(008).

       *>  Input, optional.  The version wanted; Omitted or zero
       *>  for the highest active one.
       01  lr-layout-version            PIC 9(004) Binary.

       *>  Output, optional.  The version resolved; zero when none
       *>  was.
       01  lr-resolved-version          PIC 9(004) Binary.

       Copy 'STACKAB.cpy'.

       Procedure Division Using
             ab-ptr
             lr-layout-name
             Optional lr-layout-version
             Optional lr-resolved-version
           .

           Move rc-success To save-rc
           Move 0          To found-version

           If lr-layout-version Is Omitted
               Move 0 To wanted-version
           Else
               Move lr-layout-version To wanted-version
           End-If

           If library-not-tried
               Open Input library-file
               If library-file-status = '00'
                   Move 'Y' To open-state-switch
               Else
                   Move 'U' To open-state-switch
               End-If
           End-If

           Evaluate True
             When library-unavailable
                  Move rc-no-library To save-rc
             When wanted-version = 0
                  Perform 1000-Find-Highest-Active
             When Other
                  Perform 2000-Read-Version
           End-Evaluate

           If save-rc = rc-success
               Perform 3000-Register-Layout
           End-If

           If lr-resolved-version Is Not Omitted
               Move found-version To lr-resolved-version
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Browses every version under the name, keeping the
       *>  highest active one; the entry is reread afterward so
       *>  lb-record holds it.
       1000-Find-Highest-Active.
           Move lr-layout-name To lb-layout-name
           Move 0              To lb-layout-version
           Start library-file Key Is >= lb-key
           Evaluate library-file-status
             When '00'
                  Move 'N' To browse-done-switch
                  Perform 1010-Read-Next-Version Until browse-done
             When '23'
                  Continue
             When Other
                  Move rc-no-library To save-rc
           End-Evaluate

           If save-rc = rc-success
               If found-version = 0
                   Move rc-not-found To save-rc
               Else
                   Move found-version To wanted-version
                   Perform 2000-Read-Version
               End-If
           End-If
           .

       *>  Body of the 1000-Find-Highest-Active browse.
       1010-Read-Next-Version.
           Read library-file Next Record
           If library-file-status = '00'
             And lb-layout-name = lr-layout-name
               If lb-active
                   Move lb-layout-version To found-version
               End-If
           Else
               Move 'Y' To browse-done-switch
           End-If
           .

       *>  Reads the one version wanted by number.
       2000-Read-Version.
           Move lr-layout-name To lb-layout-name
           Move wanted-version To lb-layout-version
           Read library-file
           Evaluate library-file-status
             When '00'
                  If lb-retired
                      Move 0 To found-version
                      Move rc-retired To save-rc
                  Else
                      Move lb-layout-version To found-version
                  End-If
             When '23'
                  Move 0 To found-version
                  Move rc-not-found To save-rc
             When Other
                  Move 0 To found-version
                  Move rc-no-library To save-rc
           End-Evaluate
           .

       *>  The library entry into STACKLYT.cpy's shape, handed to
       *>  STACKLY, and the version recorded in the anchor block.
       3000-Register-Layout.
           Initialize item-layout
           Move lb-nb-fields To layout-nb-fields
           Perform 3010-Copy-Field-In
             Varying fld-idx
             From 1 By 1
             Until fld-idx > 20

           Call layout-registry Using
             layout-register-func
             ab-ptr
             item-layout
           End-Call

           If Return-Code = rc-success
               Set Address Of ab To ab-ptr
               Move lb-layout-name    To stack-layout-name
               Move lb-layout-version To stack-layout-version
           Else
               Move 0 To found-version
               Move rc-register-failed To save-rc
           End-If
           .

       *>  Body of the 3000-Register-Layout copy loop.
       3010-Copy-Field-In.
           Move lb-fld-name(fld-idx)   To fld-name(fld-idx)
           Move lb-fld-offset(fld-idx) To fld-offset(fld-idx)
           Move lb-fld-length(fld-idx) To fld-length(fld-idx)
           Move lb-fld-type(fld-idx)   To fld-type(fld-idx)
           Move lb-fld-domain(fld-idx) To fld-domain(fld-idx)
           Move lb-fld-values(fld-idx) To fld-values(fld-idx)
           .
