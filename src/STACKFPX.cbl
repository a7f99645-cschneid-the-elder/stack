       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Runs the STACKFP field profile against a STACKU extract
       *> instead of a live stack: a new feed can be profiled from
       *> the extract its sender ships, before anything of ours
       *> holds it.  The extract is bulk-loaded through STACKI onto
       *> a scratch stack allocated under the extract's layout --
       *> the STACKU trailer's layout stamp, unless the control
       *> record names another -- so the load proves the extract's
       *> count and hash total on the way in, STACKFP profiles the
       *> scratch stack, and STACKT frees it.  The profile is on
       *> STACKFPRPT, as for a live stack.
       *>
       *> Control record (STACKFPIN), 80 bytes, optional:
       *>     EXTR  columns 1-4
       *>           the extract's DDNAME, columns 5-12; Spaces for
       *>           STACKU
       *>           a layout library name, columns 13-20, and
       *>           version, columns 21-24, to profile the extract
       *>           under instead of its trailer's stamp; Spaces
       *>           for the stamp, a Spaces version for the highest
       *>           active one
       *> With no STACKFPIN the extract on STACKU is profiled under
       *> its own stamp.
       *>
       *> The item length is the first item record's length; every
       *> item of a fixed-length stack's extract has it.
       *>
       *> Return codes:
       *>     0   profiled
       *>     4   the extract holds no items
       *>     8   no layout for the extract: neither its trailer
       *>         nor the control record names one
       *>     12  control record not understood
       *>     16  the extract could not be opened or loaded; the
       *>         STACKI return code is reported to SYSOUT
       *>     otherwise STACKFP's return code
       *>
       Program-ID. STACKFPX.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select control-file Assign To "STACKFPIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select extract-file Assign To Dynamic extract-dd-name
             Organization Is Sequential
             File Status Is extract-file-status
           .
       Data Division.
       File Section.
       FD  control-file.
       01  control-record.
           05  ctl-kind                 PIC X(004).
           05  ctl-dd-name              PIC X(008).
           05  ctl-layout-name          PIC X(008).
           05  ctl-layout-version       PIC X(004).
           05  ctl-layout-version-n Redefines ctl-layout-version
                                        PIC 9(004).
           05  Filler                   PIC X(056).

       FD  extract-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On extract-rec-len
           .
       01  extract-record               PIC X(9999999).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKFPX'.
           05  stack-init               PIC X(008) Value 'STACKI'.
           05  stack-term               PIC X(008) Value 'STACKT'.
           05  stack-profile            PIC X(008) Value 'STACKFP'.
           05  default-dd-name          PIC X(008) Value 'STACKU'.
           05  unload-trailer-eyecatcher
                                        PIC X(008) Value 'STACKU9 '.
           *>  Lengths of STACKU's trailer, with and without its
           *>  layout stamp.
           05  trailer-len              PIC 9(009) Binary Value 38.
           05  short-trailer-len        PIC 9(009) Binary Value 26.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the extract holds no items.
           05  rc-extract-empty         PIC S9(004) Binary Value +4.
           *>  Return code indicating there is no layout to profile
           *>  the extract under.
           05  rc-no-layout             PIC S9(004) Binary Value +8.
           *>  Return code indicating the control record is not
           *>  understood.
           05  rc-bad-control           PIC S9(004) Binary Value +12.
           *>  Return code indicating the extract could not be
           *>  opened, or STACKI could not load it.
           05  rc-cannot-load           PIC S9(004) Binary Value +16.

       01  work-areas.
           05  control-file-status      PIC X(002) Value '00'.
           05  extract-file-status      PIC X(002) Value '00'.
           05  extract-rec-len          PIC 9(009) Binary Value 0.
           05  extract-eof-switch       PIC X(001) Value 'N'.
               88  extract-eof                      Value 'Y'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  init-rc                  PIC S9(004) Binary Value +0.
           05  extract-dd-name          PIC X(008) Value Spaces.
           05  nb-extract-items         PIC 9(009) Binary Value 0.
           05  items-loaded             PIC 9(009) Binary Value 0.
           05  items-profiled           PIC 9(009) Binary Value 0.
           05  profile-title            PIC X(040) Value Spaces.
           *>  The layout the scratch stack is allocated under.
           05  layout-name              PIC X(008) Value Spaces.
           05  layout-version           PIC 9(004) Binary Value 0.

       *>  The STACKU trailer, as read off the extract.
       01  unload-trailer.
           05  ut-eyecatcher            PIC X(008).
           05  ut-nb-items              PIC 9(009).
           05  ut-hash-total            PIC 9(009).
           05  ut-layout-name           PIC X(008).
           05  ut-layout-version        PIC 9(004).

       *>  What STACKI reports back about the scratch stack; kept
       *>  here rather than re-derived, since STACKI holds on to
       *>  the item length's address.
       01  scratch-anchor.
           05  scratch-ab-ptr           Pointer Value NULL.
           05  item-len                 PIC 9(009) Binary Value 0.

       Procedure Division.
           Move default-dd-name To extract-dd-name
           Perform 1000-Read-Control

           If save-rc = rc-success
               Perform 2000-Survey-Extract
           End-If

           If save-rc = rc-success
               Perform 3000-Profile-Extract
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  The optional EXTR control record; no STACKFPIN, or an
       *>  empty one, takes the defaults.
       1000-Read-Control.
           Open Input control-file

           If control-file-status = '00'
               Read control-file
                   At End
                       Move Spaces To control-record
               End-Read

               Evaluate True
                 When control-record = Spaces
                      Continue
                 When ctl-kind = 'EXTR'
                      If ctl-dd-name Not = Spaces
                          Move ctl-dd-name To extract-dd-name
                      End-If
                      If ctl-layout-name Not = Spaces
                          Move ctl-layout-name To layout-name
                          Evaluate True
                            When ctl-layout-version = Spaces
                                 Move 0 To layout-version
                            When ctl-layout-version Is Numeric
                                 Move ctl-layout-version-n
                                   To layout-version
                            When Other
                                 Perform 1010-Reject-Control
                          End-Evaluate
                      End-If
                 When Other
                      Perform 1010-Reject-Control
               End-Evaluate

               Close control-file
           End-If
           .

       *>  An unusable control record ends the run.
       1010-Reject-Control.
           Display myname ' Control record not understood: '
             control-record
           Move rc-bad-control To save-rc
           .

       *>  Reads the extract once for the item length, the item
       *>  count and the trailer's layout stamp.
       2000-Survey-Extract.
           Move Spaces To unload-trailer
           Move 0 To ut-layout-version
           Move 'N' To extract-eof-switch

           Open Input extract-file

           If extract-file-status Not = '00'
               Display myname ' extract ' extract-dd-name
                 ' could not be opened, file status '
                 extract-file-status
               Move rc-cannot-load To save-rc
           Else
               Perform 2010-Survey-One-Record Until extract-eof
               Close extract-file

               Evaluate True
                 When nb-extract-items = 0
                      Display myname ' extract ' extract-dd-name
                        ' holds no items; nothing profiled'
                      Move rc-extract-empty To save-rc
                 When layout-name Not = Spaces
                      Continue
                 When ut-layout-name Not = Spaces
                      Move ut-layout-name To layout-name
                      Move ut-layout-version To layout-version
                 When Other
                      Display myname ' extract ' extract-dd-name
                        ' carries no layout stamp and none was'
                        ' named; nothing profiled'
                      Move rc-no-layout To save-rc
               End-Evaluate
           End-If
           .

       *>  Body of the 2000-Survey-Extract loop.  A 26- or 38-byte
       *>  record opening with the eyecatcher is the trailer, the
       *>  same test STACKI's bulk load makes.
       2010-Survey-One-Record.
           Read extract-file
               At End
                   Move 'Y' To extract-eof-switch
           End-Read

           If Not extract-eof
             If (extract-rec-len = trailer-len
               Or extract-rec-len = short-trailer-len)
               And extract-record(1:8) = unload-trailer-eyecatcher
                 Move extract-record(1:extract-rec-len)
                   To unload-trailer(1:extract-rec-len)
                 If extract-rec-len = short-trailer-len
                     Move Spaces To ut-layout-name
                     Move 0 To ut-layout-version
                 End-If
             Else
                 Add 1 To nb-extract-items
                 If nb-extract-items = 1
                     Move extract-rec-len To item-len
                 End-If
             End-If
           End-If
           .

       *>  Loads the extract onto the scratch stack, profiles it,
       *>  and frees it.
       3000-Profile-Extract.
           Call stack-init Using
             scratch-ab-ptr
             item-len
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             extract-dd-name
             items-loaded
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             layout-name
             layout-version
           End-Call
           Move Return-Code To init-rc

           If init-rc Not = rc-success
               Display myname ' extract ' extract-dd-name
                 ' could not be loaded, STACKI return code '
                 init-rc
               Move rc-cannot-load To save-rc
           Else
               Move Spaces To profile-title
               String 'extract ' extract-dd-name
                 Delimited By Size
                 Into profile-title
               End-String

               Call stack-profile Using
                 scratch-ab-ptr
                 items-profiled
                 profile-title
               End-Call
               Move Return-Code To save-rc

               Display myname ' extract ' extract-dd-name
                 ' items loaded = ' items-loaded
           End-If

           If scratch-ab-ptr Not = NULL
               Call stack-term Using
                 scratch-ab-ptr
               End-Call
           End-If
           .
