       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Generates an item layout (see STACKLYT.cpy) from the
       *> copybook that describes the item, instead of somebody
       *> counting offsets by hand and getting a COMP-3 length or a
       *> REDEFINES wrong.  Reads the copybook source member -- fixed
       *> format, columns 8-72, comment lines and floating comments
       *> skipped -- and works out every elementary item's offset,
       *> length and type from its PICTURE, USAGE (COMP, COMP-3,
       *> BINARY and the rest, inherited from the group when the
       *> group carries it), SIGN SEPARATE, OCCURS and REDEFINES.
       *>
       *> The layout is the first record description's bytes, once:
       *>   - an OCCURS item is one field per occurrence, labeled
       *>     with its subscripts, NAME(2) or NAME(1,3); OCCURS
       *>     DEPENDING ON is laid out at its maximum
       *>   - a REDEFINES is an alternative view of bytes already
       *>     laid out, and a second 01 an alternative record; both
       *>     are reported, not represented
       *>   - FILLER is a field like any other, so every byte shows
       *>   - a name longer than the 12-byte label is truncated
       *> Fields are slotted in offset order.  Whatever does not
       *> fit -- fields past the 20 a layout holds, a clause or an
       *> entry this cannot lay out -- is listed on the report.
       *> A copybook that starts below level 01 is laid out as the
       *> items of one record, one after another.
       *>
       *> CALL it with the copybook's DDNAME (STACKLGC when omitted)
       *> and an item-layout, and REG that layout with STACKLY for
       *> the stack it describes.  Every generation is also
       *> appended to STACKLGO in the record format STACKLGR.cpy
       *> describes, under the layout name given (the DDNAME when
       *> omitted), for a layout library, and listed on STACKLGRPT.
       *>
       *> Return codes: 0, every field represented; 4, the layout
       *> was generated but the report lists something it does not
       *> represent; 8, the copybook could not be read or described
       *> no fields.
       *>
       Program-ID. STACKLG.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select copybook-file Assign To Dynamic copybook-dd
             Organization Is Line Sequential
             File Status Is copybook-file-status
           .
           Select layout-out-file Assign To "STACKLGO"
             Organization Is Sequential
             File Status Is layout-out-file-status
           .
           Select report-file Assign To "STACKLGRPT"
             Organization Is Sequential
             File Status Is report-file-status
           .
       Data Division.
       File Section.
       FD  copybook-file.
       01  copybook-record.
           05  Filler                   PIC X(006).
           05  cb-indicator             PIC X(001).
           05  cb-text                  PIC X(065).
           05  Filler                   PIC X(008).

       FD  layout-out-file.
       01  layout-out-record            PIC X(080).

       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKLG'.
           05  default-copybook-dd      PIC X(008) Value 'STACKLGC'.
           05  entry-tbl-max            PIC 9(004) Value 300.
           05  token-tbl-max            PIC 9(004) Value 100.
           05  gen-tbl-max              PIC 9(004) Value 500.
           05  level-stk-max            PIC 9(004) Value 50.
           05  layout-max-fields        PIC 9(004) Value 20.
           05  layout-max-position      PIC 9(004) Value 9999.
           05  label-len                PIC 9(004) Value 12.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the layout was generated but
           *>  something in the copybook is not represented in it.
           05  rc-not-represented       PIC S9(004) Binary Value +4.
           *>  Return code indicating the copybook could not be
           *>  read, or described no fields.
           05  rc-no-copybook           PIC S9(004) Binary Value +8.

       01  work-areas.
           05  copybook-dd              PIC X(008) Value Spaces.
           05  out-layout-name          PIC X(008) Value Spaces.
           05  copybook-file-status     PIC X(002) Value '00'.
           05  layout-out-file-status   PIC X(002) Value '00'.
           05  report-file-status       PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  line-done-switch         PIC X(001) Value 'N'.
               88  line-done                        Value 'Y'.
           05  char-idx                 PIC 9(004) Value 0.
           05  this-char                PIC X(001) Value Space.
           05  next-char                PIC X(001) Value Space.
           05  quote-char               PIC X(001) Value Space.
           05  entry-len                PIC 9(004) Value 0.
           05  entry-buffer             PIC X(2000) Value Spaces.
           05  entry-upper              PIC X(2000) Value Spaces.
           05  nb-lines                 PIC 9(009) Binary Value 0.
           05  nb-notes                 PIC 9(009) Binary Value 0.
           05  pointer-probe            Pointer    Value NULL.
           05  note-text                PIC X(080) Value Spaces.
           05  slot-nb                  PIC 9(004) Value 0.

       *>  The current entry split into words; a literal stays one
       *>  word, quotes and all.
       01  token-table.
           05  tok-nb                   PIC 9(004) Value 0.
           05  tok-idx                  PIC 9(004) Value 0.
           05  tok-entry Occurs 100 Times.
               10  tok-text             PIC X(040).
               10  tok-len              PIC 9(004).
       01  tok-work.
           05  cur-token                PIC X(040) Value Spaces.
               88  kw-pic                  Value 'PIC' 'PICTURE'.
               88  kw-usage                Value 'USAGE'.
               88  kw-redefines            Value 'REDEFINES'.
               88  kw-occurs               Value 'OCCURS'.
               88  kw-value                Value 'VALUE' 'VALUES'.
               88  kw-separate             Value 'SEPARATE'.
               88  kw-sync                 Value 'SYNC'
                                                 'SYNCHRONIZED'.
               88  kw-is                   Value 'IS'.
               88  kw-to                   Value 'TO'.
               88  kw-filler               Value 'FILLER'.
               88  kw-packed               Value 'COMP-3'
                                                 'COMPUTATIONAL-3'
                                                 'PACKED-DECIMAL'.
               88  kw-binary               Value 'COMP'
                                                 'COMPUTATIONAL'
                                                 'COMP-4'
                                                 'COMPUTATIONAL-4'
                                                 'COMP-5'
                                                 'COMPUTATIONAL-5'
                                                 'BINARY'.
               88  kw-float-short          Value 'COMP-1'
                                                 'COMPUTATIONAL-1'.
               88  kw-float-long           Value 'COMP-2'
                                                 'COMPUTATIONAL-2'.
               88  kw-pointer              Value 'POINTER'.
               88  kw-index                Value 'INDEX'.
               88  kw-display              Value 'DISPLAY'
                                                 'NATIONAL'.
               *>  Every word that starts a clause this program
               *>  reads; a VALUE clause's literals run until one.
               88  kw-clause               Value 'PIC' 'PICTURE'
                                                 'USAGE' 'REDEFINES'
                                                 'OCCURS' 'SIGN'
                                                 'SYNC'
                                                 'SYNCHRONIZED'
                                                 'JUST' 'JUSTIFIED'
                                                 'BLANK' 'VALUE'
                                                 'VALUES' 'COMP-3'
                                                 'COMPUTATIONAL-3'
                                                 'PACKED-DECIMAL'
                                                 'COMP'
                                                 'COMPUTATIONAL'
                                                 'COMP-4'
                                                 'COMPUTATIONAL-4'
                                                 'COMP-5'
                                                 'COMPUTATIONAL-5'
                                                 'BINARY' 'COMP-1'
                                                 'COMPUTATIONAL-1'
                                                 'COMP-2'
                                                 'COMPUTATIONAL-2'
                                                 'POINTER' 'INDEX'
                                                 'DISPLAY'
                                                 'NATIONAL'.
           05  value-skip-switch        PIC X(001) Value 'N'.
               88  skipping-value                   Value 'Y'.
           05  tok-char-idx             PIC 9(004) Value 0.
           05  tok-quote                PIC X(001) Value Space.
           05  in-word-switch           PIC X(001) Value 'N'.
               88  in-word                          Value 'Y'.
           05  tok-level                PIC 9(002) Value 0.
           05  tok-numeric              PIC 9(009) Value 0.

       *>  One data description entry per row, in copybook order.
       *>  Usage codes: Space display, 'P' packed, 'B' binary,
       *>  'F' short float, 'D' long float, 'A' pointer, 'I' index.
       01  entry-table.
           05  en-nb                    PIC 9(004) Value 0.
           05  en-idx                   PIC 9(004) Value 0.
           05  en-entry Occurs 300 Times.
               10  en-level             PIC 9(002).
               10  en-name              PIC X(030).
               10  en-pic               PIC X(040).
               10  en-usage             PIC X(001).
               10  en-sep-sign          PIC X(001).
               10  en-occurs            PIC 9(009) Binary.
               10  en-redefines         PIC X(030).
               10  en-parent            PIC 9(004).
               10  en-group-switch      PIC X(001).
                   88  en-is-group                  Value 'Y'.
               10  en-shown-switch      PIC X(001).
                   88  en-shown                     Value 'Y'.
               *>  Bytes of one occurrence, its first byte within
               *>  the item, and for a group the next byte its
               *>  children lay out at.
               10  en-size              PIC 9(009) Binary.
               10  en-offset            PIC 9(009) Binary.
               10  en-next-free         PIC 9(009) Binary.
               10  en-type              PIC X(001).

       01  structure-work.
           05  records-mode-switch      PIC X(001) Value 'N'.
               88  records-mode                     Value 'Y'.
           05  first-record-idx         PIC 9(004) Value 0.
           05  root-next-free           PIC 9(009) Binary Value 1.
           05  item-length              PIC 9(009) Binary Value 0.
           05  parent-idx               PIC 9(004) Value 0.
           05  target-idx               PIC 9(004) Value 0.
           05  search-idx               PIC 9(004) Value 0.
           05  stk-nb                   PIC 9(004) Value 0.
           05  stk-entry Occurs 50 Times.
               10  stk-level            PIC 9(002).
               10  stk-idx              PIC 9(004).

       *>  Picture analysis of one entry.
       01  picture-work.
           05  pic-text                 PIC X(040) Value Spaces.
           05  pic-len                  PIC 9(004) Value 0.
           05  pic-idx                  PIC 9(004) Value 0.
           05  pic-char                 PIC X(001) Value Space.
           05  pic-count                PIC 9(009) Value 0.
           05  pic-close                PIC 9(004) Value 0.
           05  pic-positions            PIC 9(009) Value 0.
           05  pic-digits               PIC 9(009) Value 0.
           05  pic-sign-switch          PIC X(001) Value 'N'.
               88  pic-signed                       Value 'Y'.
           05  pic-class                PIC X(001) Value Space.
               88  pic-numeric                      Value Space.
               88  pic-alphanumeric                 Value 'X'.
               88  pic-edited                       Value 'E'.

       *>  The fields laid out, one per elementary item per
       *>  occurrence, sorted into offset order before slotting.
       01  gen-table.
           05  gen-nb                   PIC 9(004) Value 0.
           05  gen-idx                  PIC 9(004) Value 0.
           05  gen-dropped              PIC 9(009) Binary Value 0.
           05  gen-entry Occurs 500 Times.
               10  gen-name             PIC X(012).
               10  gen-offset           PIC 9(009) Binary.
               10  gen-length           PIC 9(009) Binary.
               10  gen-type             PIC X(001).
               10  gen-source           PIC X(030).
       01  gen-hold.
           05  hold-name                PIC X(012).
           05  hold-offset              PIC 9(009) Binary.
           05  hold-length              PIC 9(009) Binary.
           05  hold-type                PIC X(001).
           05  hold-source              PIC X(030).
       01  sort-work.
           05  sort-idx                 PIC 9(004) Value 0.
           05  sort-pos                 PIC 9(004) Value 0.
           05  sort-done-switch         PIC X(001) Value 'N'.
               88  sort-done                        Value 'Y'.

       *>  The OCCURS above one elementary item, innermost first,
       *>  and the occurrence being laid out.
       01  occurs-work.
           05  chain-nb                 PIC 9(004) Value 0.
           05  chain-idx                PIC 9(004) Value 0.
           05  chain-entry Occurs 10 Times.
               10  chain-occurs         PIC 9(009) Binary.
               10  chain-size           PIC 9(009) Binary.
               10  chain-digit          PIC 9(009) Binary.
           05  combos                   PIC 9(018) Binary Value 0.
           05  combo-idx                PIC 9(018) Binary Value 0.
           05  combo-rest               PIC 9(018) Binary Value 0.
           05  field-offset             PIC 9(009) Binary Value 0.
           05  suffix-text              PIC X(040) Value Spaces.
           05  suffix-len               PIC 9(004) Value 0.
           05  name-room                PIC 9(004) Value 0.
           05  name-len                 PIC 9(004) Value 0.
           05  subscript-edit           PIC Z(8)9.
           05  truncated-switch         PIC X(001) Value 'N'.
               88  name-truncated                   Value 'Y'.

       01  report-edits.
           05  seq-edit                 PIC Z9.
           05  position-edit            PIC Z(8)9.
           05  count-edit               PIC Z(8)9.

       Copy 'STACKLGR.cpy'.

       Linkage Section.
       *>  Optional.  DDNAME of the copybook source member;
       *>  STACKLGC when omitted.
       01  copybook-ddname              PIC X(008).

       *>  Output, optional.  The generated layout, ready to REG
       *>  with STACKLY.
       Copy 'STACKLYT.cpy'.

       *>  Optional.  The name the layout's STACKLGO records carry;
       *>  the copybook's DDNAME when omitted.
       01  layout-name                  PIC X(008).

       Procedure Division Using
             Optional copybook-ddname
             Optional item-layout
             Optional layout-name
           .

       *>  Working-Storage outlives the call; every count and table
       *>  starts over.
           Move rc-success To save-rc
           Move 0 To en-nb
           Move 0 To gen-nb
           Move 0 To gen-dropped
           Move 0 To nb-lines
           Move 0 To nb-notes
           Move 0 To entry-len
           Move Space To quote-char
           Move 'N' To records-mode-switch
           Move 0 To first-record-idx
           Move 1 To root-next-free
           Move 0 To item-length

           If copybook-ddname Is Omitted
               Move default-copybook-dd To copybook-dd
           Else
               Move copybook-ddname To copybook-dd
           End-If
           If layout-name Is Omitted
               Move copybook-dd To out-layout-name
           Else
               Move layout-name To out-layout-name
           End-If

           Open Extend report-file
           If report-file-status = '35'
               Open Output report-file
           End-If

           Move Spaces To report-record
           Move 'STACKLG layout from copybook DD' To report-record
           Move copybook-dd To report-record(33:8)
           Move 'as layout' To report-record(42:9)
           Move out-layout-name To report-record(52:8)
           Write report-record

           Perform 1000-Read-Copybook
           If save-rc = rc-no-copybook
               Perform 9000-Finish
           End-If

           Perform 2000-Resolve-Structure
           Perform 3000-Lay-Out-Fields
           If gen-nb = 0
               Move 'No fields could be laid out from this copybook'
                 To note-text
               Perform 9100-Write-Note
               Move rc-no-copybook To save-rc
               Perform 9000-Finish
           End-If

           Perform 3500-Sort-Fields
           Perform 4000-Emit-Layout
           Perform 9000-Finish
           .

       *>  Reads the copybook a character at a time into whole
       *>  data description entries -- one ends at a period
       *>  followed by a space or the end of the line, outside any
       *>  literal -- and takes each entry as it completes.
       1000-Read-Copybook.
           Open Input copybook-file
           If copybook-file-status Not = '00'
               Move 'Copybook could not be opened, status'
                 To note-text
               Move copybook-file-status To note-text(38:2)
               Perform 9100-Write-Note
               Move rc-no-copybook To save-rc
           Else
               Move 'N' To eof-switch
               Perform 1010-Read-One-Line Until eof
               Close copybook-file

               If entry-len > 0
                   Move 'Last entry has no closing period; taken'
                     To note-text
                   Perform 9100-Write-Note
                   Perform 1100-Take-Entry
               End-If

               If en-nb = 0
                   Move 'Copybook holds no data description entries'
                     To note-text
                   Perform 9100-Write-Note
                   Move rc-no-copybook To save-rc
               End-If
           End-If
           .

       *>  Body of the 1000-Read-Copybook loop.  Column 7 '*' or
       *>  '/' is a comment line; only columns 8-72 are read.
       1010-Read-One-Line.
           Move Spaces To copybook-record
           Read copybook-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-lines
               If cb-indicator Not = '*' And cb-indicator Not = '/'
                   Move 'N' To line-done-switch
                   Perform 1020-Scan-One-Char
                     Varying char-idx
                     From 1 By 1
                     Until char-idx > 65 Or line-done
                   If entry-len > 0 And entry-len < 2000
                       Add 1 To entry-len
                       Move Space To entry-buffer(entry-len:1)
                   End-If
               End-If
           End-If
           .

       *>  Body of the 1010-Read-One-Line scan.
       1020-Scan-One-Char.
           Move cb-text(char-idx:1) To this-char
           If char-idx < 65
               Move cb-text(char-idx + 1:1) To next-char
           Else
               Move Space To next-char
           End-If

           Evaluate True
             When quote-char Not = Space
                  Perform 1030-Append-Char
                  If this-char = quote-char
                      Move Space To quote-char
                  End-If
             When this-char = Quote Or this-char = "'"
                  Move this-char To quote-char
                  Perform 1030-Append-Char
             When this-char = '*' And next-char = '>'
                  Move 'Y' To line-done-switch
             When this-char = '.' And next-char = Space
                  Perform 1100-Take-Entry
             When this-char = Space And entry-len = 0
                  Continue
             When Other
                  Perform 1030-Append-Char
           End-Evaluate
           .

       *>  Adds this-char to the entry being built.
       1030-Append-Char.
           If entry-len < 2000
               Add 1 To entry-len
               Move this-char To entry-buffer(entry-len:1)
           End-If
           .

       *>  One complete entry: split it into words and record it.
       1100-Take-Entry.
           If entry-len > 0
               Move Spaces To entry-upper
               Move Upper-Case(entry-buffer(1:entry-len))
                 To entry-upper
               Perform 1110-Split-Words
               If tok-nb > 0
                   Perform 1200-Record-Entry
               End-If
           End-If
           Move 0 To entry-len
           Move Spaces To entry-buffer
           .

       *>  Splits entry-upper at spaces outside literals.
       1110-Split-Words.
           Move 0 To tok-nb
           Move Space To tok-quote
           Move 'N' To in-word-switch
           Perform 1111-Split-One-Char
             Varying tok-char-idx
             From 1 By 1
             Until tok-char-idx > entry-len
           .

       *>  Body of the 1110-Split-Words loop.
       1111-Split-One-Char.
           Move entry-upper(tok-char-idx:1) To this-char

           Evaluate True
             When tok-quote Not = Space
                  Perform 1112-Add-To-Word
                  If this-char = tok-quote
                      Move Space To tok-quote
                  End-If
             When this-char = Space
                  Move 'N' To in-word-switch
             When Other
                  If this-char = Quote Or this-char = "'"
                      Move this-char To tok-quote
                  End-If
                  Perform 1112-Add-To-Word
           End-Evaluate
           .

       *>  Adds this-char to the current word, starting a new word
       *>  after a space.
       1112-Add-To-Word.
           If Not in-word
               Move 'Y' To in-word-switch
               If tok-nb < token-tbl-max
                   Add 1 To tok-nb
                   Move Spaces To tok-text(tok-nb)
                   Move 0 To tok-len(tok-nb)
               End-If
           End-If
           If tok-len(tok-nb) < 40
               Add 1 To tok-len(tok-nb)
               Move this-char To tok-text(tok-nb)(tok-len(tok-nb):1)
           End-If
           .

       *>  Records one data description entry from its words: the
       *>  level, the name, and the clauses that decide its bytes.
       *>  Condition names (88) are skipped; RENAMES (66) and
       *>  anything that is not a data description are reported.
       1200-Record-Entry.
           Move 0 To tok-level
           If tok-len(1) <= 2
             And tok-text(1)(1:tok-len(1)) Is Numeric
               Move tok-text(1)(1:tok-len(1)) To tok-level
           End-If

           Evaluate True
             When tok-level = 88
                  Continue
             When tok-level = 66
                  Move 'RENAMES not represented:' To note-text
                  Move entry-upper(1:55) To note-text(26:55)
                  Perform 9100-Write-Note
             When tok-level = 0
               Or (tok-level > 49 And tok-level Not = 77)
                  Move 'Not a data description, ignored:'
                    To note-text
                  Move entry-upper(1:47) To note-text(34:47)
                  Perform 9100-Write-Note
             When en-nb >= entry-tbl-max
                  Move 'More than 300 entries; ignored:' To note-text
                  Move entry-upper(1:48) To note-text(33:48)
                  Perform 9100-Write-Note
             When Other
                  Perform 1210-Add-Entry
           End-Evaluate
           .

       *>  Adds the entry and reads its clauses.
       1210-Add-Entry.
           Add 1 To en-nb
           If tok-level = 77
               Move 1 To en-level(en-nb)
           Else
               Move tok-level To en-level(en-nb)
           End-If
           Move Spaces To en-name(en-nb)
           Move Spaces To en-pic(en-nb)
           Move Space  To en-usage(en-nb)
           Move 'N'    To en-sep-sign(en-nb)
           Move 1      To en-occurs(en-nb)
           Move Spaces To en-redefines(en-nb)
           Move 0      To en-parent(en-nb)
           Move 'N'    To en-group-switch(en-nb)
           Move 'N'    To en-shown-switch(en-nb)
           Move 0      To en-size(en-nb)
           Move 0      To en-offset(en-nb)
           Move 0      To en-next-free(en-nb)
           Move 'C'    To en-type(en-nb)

           Move 2 To tok-idx
           Move 'FILLER' To en-name(en-nb)
           If tok-nb >= 2
               Move tok-text(2) To cur-token
               If Not kw-clause
                   Move tok-text(2) To en-name(en-nb)
                   Move 3 To tok-idx
               End-If
           End-If

           Move 'N' To value-skip-switch
           Perform 1220-Read-One-Clause
             Until tok-idx > tok-nb
           .

       *>  Body of the 1210-Add-Entry clause loop; each branch
       *>  steps tok-idx past the words it used.
       1220-Read-One-Clause.
           Move tok-text(tok-idx) To cur-token
           If skipping-value And kw-clause And Not kw-value
               Move 'N' To value-skip-switch
           End-If

           Evaluate True
             When skipping-value
                  Add 1 To tok-idx
             When kw-pic
                  Add 1 To tok-idx
                  Perform 1230-Skip-Is
                  If tok-idx <= tok-nb
                      Move tok-text(tok-idx) To en-pic(en-nb)
                  End-If
                  Add 1 To tok-idx
             When kw-usage
                  Add 1 To tok-idx
                  Perform 1230-Skip-Is
             When kw-redefines
                  Add 1 To tok-idx
                  If tok-idx <= tok-nb
                      Move tok-text(tok-idx) To en-redefines(en-nb)
                  End-If
                  Add 1 To tok-idx
             When kw-occurs
                  Perform 1240-Read-Occurs
             When kw-value
                  Move 'Y' To value-skip-switch
                  Add 1 To tok-idx
             When kw-separate
                  Move 'Y' To en-sep-sign(en-nb)
                  Add 1 To tok-idx
             When kw-sync
                  Move 'SYNC ignored, no slack bytes allowed for:'
                    To note-text
                  Move en-name(en-nb) To note-text(43:30)
                  Perform 9100-Write-Note
                  Add 1 To tok-idx
             When kw-packed
                  Move 'P' To en-usage(en-nb)
                  Add 1 To tok-idx
             When kw-binary
                  Move 'B' To en-usage(en-nb)
                  Add 1 To tok-idx
             When kw-float-short
                  Move 'F' To en-usage(en-nb)
                  Add 1 To tok-idx
             When kw-float-long
                  Move 'D' To en-usage(en-nb)
                  Add 1 To tok-idx
             When kw-pointer
                  Move 'A' To en-usage(en-nb)
                  Add 1 To tok-idx
             When kw-index
                  Move 'I' To en-usage(en-nb)
                  Add 1 To tok-idx
             When kw-display
                  Move Space To en-usage(en-nb)
                  Add 1 To tok-idx
             When Other
                  Add 1 To tok-idx
           End-Evaluate
           .

       *>  Steps past an optional IS.
       1230-Skip-Is.
           If tok-idx <= tok-nb
               Move tok-text(tok-idx) To cur-token
               If kw-is
                   Add 1 To tok-idx
               End-If
           End-If
           .

       *>  OCCURS n [TIMES], or OCCURS m TO n [TIMES] DEPENDING ON,
       *>  laid out at n.
       1240-Read-Occurs.
           Add 1 To tok-idx
           If tok-idx <= tok-nb
             And tok-len(tok-idx) <= 9
             And tok-text(tok-idx)(1:tok-len(tok-idx)) Is Numeric
               Move tok-text(tok-idx)(1:tok-len(tok-idx))
                 To tok-numeric
               Move tok-numeric To en-occurs(en-nb)
               Add 1 To tok-idx
           End-If

           If tok-idx <= tok-nb
               Move tok-text(tok-idx) To cur-token
               If kw-to
                   Add 1 To tok-idx
                   If tok-idx <= tok-nb
                     And tok-len(tok-idx) <= 9
                     And tok-text(tok-idx)(1:tok-len(tok-idx))
                           Is Numeric
                       Move tok-text(tok-idx)(1:tok-len(tok-idx))
                         To tok-numeric
                       Move tok-numeric To en-occurs(en-nb)
                       Move 'OCCURS DEPENDING ON laid out at maximum:'
                         To note-text
                       Move en-name(en-nb) To note-text(42:30)
                       Perform 9100-Write-Note
                   Else
                       Move 1 To en-occurs(en-nb)
                       Move 'OCCURS with no maximum, one laid out:'
                         To note-text
                       Move en-name(en-nb) To note-text(39:30)
                       Perform 9100-Write-Note
                   End-If
                   Add 1 To tok-idx
               End-If
           End-If

           If en-occurs(en-nb) = 0
               Move 1 To en-occurs(en-nb)
           End-If
           .

       *>  Works out every entry's parent, whether it is a group,
       *>  its size and its offset.
       2000-Resolve-Structure.
           If en-level(1) = 1
               Move 'Y' To records-mode-switch
           End-If

           Move 0 To stk-nb
           Perform 2010-Find-Parent
             Varying en-idx
             From 1 By 1
             Until en-idx > en-nb

           Perform 2020-Size-Elementary
             Varying en-idx
             From 1 By 1
             Until en-idx > en-nb

           Perform 2030-Size-Group
             Varying en-idx
             From en-nb By -1
             Until en-idx < 1

           Perform 2040-Place-Entry
             Varying en-idx
             From 1 By 1
             Until en-idx > en-nb

           If records-mode
               Compute item-length =
                 en-size(first-record-idx)
                   * en-occurs(first-record-idx)
           Else
               Compute item-length = root-next-free - 1
           End-If
           .

       *>  Body of the parent loop: the nearest entry above with a
       *>  lower level number.  A group's USAGE carries down to
       *>  the items under it that name none.
       2010-Find-Parent.
           Perform 2011-Pop-Level
             Until stk-nb = 0
                Or stk-level(stk-nb) < en-level(en-idx)

           If stk-nb = 0
               Move 0 To en-parent(en-idx)
           Else
               Move stk-idx(stk-nb) To parent-idx
               Move parent-idx To en-parent(en-idx)
               Move 'Y' To en-group-switch(parent-idx)
               If en-usage(en-idx) = Space
                   Move en-usage(parent-idx) To en-usage(en-idx)
               End-If
           End-If

           If stk-nb < level-stk-max
               Add 1 To stk-nb
               Move en-level(en-idx) To stk-level(stk-nb)
               Move en-idx           To stk-idx(stk-nb)
           End-If
           .

       *>  Body of the level stack unwind.
       2011-Pop-Level.
           Subtract 1 From stk-nb
           .

       *>  Body of the elementary sizing loop.
       2020-Size-Elementary.
           If Not en-is-group(en-idx)
               Perform 2100-Size-One-Item
           End-If
           .

       *>  Body of the group sizing loop, run last entry first so
       *>  every group's children are sized before it: a child's
       *>  bytes, times its OCCURS, add to its parent, except a
       *>  REDEFINES, which re-uses bytes already counted.
       2030-Size-Group.
           Move en-parent(en-idx) To parent-idx
           If parent-idx > 0
             And en-redefines(en-idx) = Spaces
               Compute en-size(parent-idx) = en-size(parent-idx)
                 + (en-size(en-idx) * en-occurs(en-idx))
           End-If
           .

       *>  Body of the placement loop: an entry's first byte is
       *>  the next free byte of its parent, or the first byte of
       *>  the item it redefines.  Decides too whether the entry is
       *>  part of the layout represented.
       2040-Place-Entry.
           Move en-parent(en-idx) To parent-idx

           If en-redefines(en-idx) Not = Spaces
               Perform 2050-Find-Redefined
           Else
               Move 0 To target-idx
           End-If

           Evaluate True
             When parent-idx = 0 And records-mode
                  Move 1 To en-offset(en-idx)
                  If first-record-idx = 0
                      Move en-idx To first-record-idx
                      Move 'Y' To en-shown-switch(en-idx)
                  Else
                      Move 'Alternative record not represented:'
                        To note-text
                      Move en-name(en-idx) To note-text(37:30)
                      Perform 9100-Write-Note
                  End-If
             When target-idx > 0
                  Move en-offset(target-idx) To en-offset(en-idx)
                  If parent-idx = 0 Or en-shown(parent-idx)
                      Move 'REDEFINES view not represented:'
                        To note-text
                      Move en-name(en-idx) To note-text(33:30)
                      Perform 9100-Write-Note
                  End-If
                  If en-size(en-idx) * en-occurs(en-idx)
                       > en-size(target-idx) * en-occurs(target-idx)
                      Move
                        'REDEFINES longer than the item it redefines:'
                        To note-text
                      Move en-name(en-idx) To note-text(46:30)
                      Perform 9100-Write-Note
                  End-If
             When parent-idx = 0
                  Move root-next-free To en-offset(en-idx)
                  Compute root-next-free = root-next-free
                    + (en-size(en-idx) * en-occurs(en-idx))
                  Move 'Y' To en-shown-switch(en-idx)
             When Other
                  Move en-next-free(parent-idx) To en-offset(en-idx)
                  Compute en-next-free(parent-idx) =
                    en-next-free(parent-idx)
                      + (en-size(en-idx) * en-occurs(en-idx))
                  If en-shown(parent-idx)
                      Move 'Y' To en-shown-switch(en-idx)
                  End-If
           End-Evaluate

           Move en-offset(en-idx) To en-next-free(en-idx)
           .

       *>  Sets target-idx to the nearest entry above at the same
       *>  level with the redefined name; zero, and reported, when
       *>  there is none -- the entry is then laid out as though it
       *>  redefined nothing.
       2050-Find-Redefined.
           Move 0 To target-idx
           Perform 2051-Check-Redefined
             Varying search-idx
             From en-idx By -1
             Until search-idx < 2 Or target-idx > 0

           If target-idx = 0
               Move 'REDEFINES names no item above it:' To note-text
               Move en-name(en-idx) To note-text(36:30)
               Perform 9100-Write-Note
               Move Spaces To en-redefines(en-idx)
           End-If
           .

       *>  Body of the 2050-Find-Redefined search.
       2051-Check-Redefined.
           If en-name(search-idx - 1) = en-redefines(en-idx)
             And en-level(search-idx - 1) = en-level(en-idx)
               Compute target-idx = search-idx - 1
           End-If
           .

       *>  Bytes and type of the elementary item at en-idx.
       2100-Size-One-Item.
           If en-pic(en-idx) = Spaces
               Evaluate en-usage(en-idx)
                 When 'F'
                      Move 4 To en-size(en-idx)
                      Perform 2110-Note-Shown-As-Characters
                 When 'D'
                      Move 8 To en-size(en-idx)
                      Perform 2110-Note-Shown-As-Characters
                 When 'A'
                      Move Length(pointer-probe) To en-size(en-idx)
                      Perform 2110-Note-Shown-As-Characters
                 When 'I'
                      Move 4 To en-size(en-idx)
                      Perform 2110-Note-Shown-As-Characters
                 When Other
                      Move 'No PICTURE, item not laid out:'
                        To note-text
                      Move en-name(en-idx) To note-text(32:30)
                      Perform 9100-Write-Note
               End-Evaluate
               Move 'C' To en-type(en-idx)
           Else
               Perform 2200-Analyse-Picture
               Evaluate en-usage(en-idx)
                 When 'P'
                      Compute en-size(en-idx) = (pic-digits / 2) + 1
                      Move 'P' To en-type(en-idx)
                 When 'B'
                      Evaluate True
                        When pic-digits <= 4
                             Move 2 To en-size(en-idx)
                        When pic-digits <= 9
                             Move 4 To en-size(en-idx)
                        When Other
                             Move 8 To en-size(en-idx)
                      End-Evaluate
                      Move 'B' To en-type(en-idx)
                 When Other
                      Move pic-positions To en-size(en-idx)
                      If pic-signed And en-sep-sign(en-idx) = 'Y'
                          Add 1 To en-size(en-idx)
                      End-If
                      If pic-numeric
                          Move 'N' To en-type(en-idx)
                      Else
                          Move 'C' To en-type(en-idx)
                      End-If
               End-Evaluate
           End-If
           .

       *>  A native encoding the layout types cannot name.
       2110-Note-Shown-As-Characters.
           Move 'Float, pointer or index shown as characters:'
             To note-text
           Move en-name(en-idx) To note-text(46:30)
           Perform 9100-Write-Note
           .

       *>  Counts the character positions and digit positions of
       *>  en-pic(en-idx), expanding repeat counts, and classifies
       *>  it: numeric (9 S V P only), alphanumeric (any X, A, N
       *>  or G) or numeric-edited.  N and G are two bytes apiece.
       2200-Analyse-Picture.
           Move en-pic(en-idx) To pic-text
           Move 0 To pic-positions
           Move 0 To pic-digits
           Move 'N' To pic-sign-switch
           Move Space To pic-class
           Move 0 To pic-len
           Inspect pic-text Tallying pic-len
             For Characters Before Initial Space
           Move 1 To pic-idx
           Perform 2210-Analyse-One-Symbol
             Until pic-idx > pic-len
           .

       *>  Body of the 2200-Analyse-Picture loop: one symbol and
       *>  its repeat count, if it has one.
       2210-Analyse-One-Symbol.
           Move pic-text(pic-idx:1) To pic-char
           Move 1 To pic-count
           Add 1 To pic-idx

           If pic-idx <= pic-len And pic-text(pic-idx:1) = '('
               Move 0 To pic-close
               Inspect pic-text(pic-idx:pic-len - pic-idx + 1)
                 Tallying pic-close For Characters Before Initial ')'
               If pic-close > 1
                 And pic-text(pic-idx + 1:pic-close - 1) Is Numeric
                   Move pic-text(pic-idx + 1:pic-close - 1)
                     To pic-count
               End-If
               Compute pic-idx = pic-idx + pic-close + 1
           End-If

           Evaluate pic-char
             When '9'
                  Add pic-count To pic-positions
                  Add pic-count To pic-digits
             When 'S'
                  Move 'Y' To pic-sign-switch
             When 'V'
             When 'P'
                  Continue
             When 'X'
             When 'A'
                  Add pic-count To pic-positions
                  Move 'X' To pic-class
             When 'N'
             When 'G'
                  Compute pic-positions = pic-positions
                    + (pic-count * 2)
                  Move 'X' To pic-class
             When Other
                  Add pic-count To pic-positions
                  If Not pic-alphanumeric
                      Move 'E' To pic-class
                  End-If
           End-Evaluate
           .

       *>  One generated field per occurrence of every elementary
       *>  item that is part of the represented layout.
       3000-Lay-Out-Fields.
           Perform 3010-Lay-Out-One-Entry
             Varying en-idx
             From 1 By 1
             Until en-idx > en-nb

           If gen-dropped > 0
               Move 'Fields not laid out, more than 500:'
                 To note-text
               Move gen-dropped To count-edit
               Move count-edit To note-text(37:9)
               Perform 9100-Write-Note
           End-If
           .

       *>  Body of the 3000-Lay-Out-Fields loop: the OCCURS chain
       *>  over the item, then each combination of subscripts.
       3010-Lay-Out-One-Entry.
           If en-shown(en-idx) And Not en-is-group(en-idx)
             And en-size(en-idx) > 0
               Move 0 To chain-nb
               Move en-idx To search-idx
               Perform 3020-Add-To-Chain
                 Until search-idx = 0

               Move 1 To combos
               Perform 3030-Count-Combos
                 Varying chain-idx
                 From 1 By 1
                 Until chain-idx > chain-nb

               Move 'N' To truncated-switch
               Perform 3040-Lay-Out-Occurrence
                 Varying combo-idx
                 From 0 By 1
                 Until combo-idx >= combos

               If name-truncated
                   Move 'Name truncated to 12 bytes:' To note-text
                   Move en-name(en-idx) To note-text(29:30)
                   Perform 9100-Write-Note
               End-If
           End-If
           .

       *>  Body of the chain walk up the parents.
       3020-Add-To-Chain.
           If en-occurs(search-idx) > 1 And chain-nb < 10
               Add 1 To chain-nb
               Move en-occurs(search-idx) To chain-occurs(chain-nb)
               Move en-size(search-idx)   To chain-size(chain-nb)
           End-If
           Move en-parent(search-idx) To search-idx
           .

       *>  Body of the combination count.
       3030-Count-Combos.
           Compute combos = combos * chain-occurs(chain-idx)
           .

       *>  Body of the occurrence loop: decodes combo-idx into one
       *>  subscript per OCCURS, innermost varying fastest, and
       *>  adds the field.
       3040-Lay-Out-Occurrence.
           Move combo-idx To combo-rest
           Move en-offset(en-idx) To field-offset
           Perform 3041-Decode-One-Subscript
             Varying chain-idx
             From 1 By 1
             Until chain-idx > chain-nb

           Move Spaces To suffix-text
           Move 0 To suffix-len
           If chain-nb > 0
               Move '(' To suffix-text
               Move 1 To suffix-len
               Perform 3042-Edit-One-Subscript
                 Varying chain-idx
                 From chain-nb By -1
                 Until chain-idx < 1
               Move ')' To suffix-text(suffix-len:1)
           End-If

           If gen-nb >= gen-tbl-max
               Add 1 To gen-dropped
           Else
               Add 1 To gen-nb
               Move 0 To name-len
               Inspect en-name(en-idx) Tallying name-len
                 For Characters Before Initial Space
               Compute name-room = label-len - suffix-len
               If name-len > name-room
                   Move name-room To name-len
                   Move 'Y' To truncated-switch
               End-If
               Move Spaces To gen-name(gen-nb)
               Move en-name(en-idx)(1:name-len)
                 To gen-name(gen-nb)
               If suffix-len > 0
                   Move suffix-text(1:suffix-len)
                     To gen-name(gen-nb)(name-len + 1:suffix-len)
               End-If
               Move field-offset     To gen-offset(gen-nb)
               Move en-size(en-idx)  To gen-length(gen-nb)
               Move en-type(en-idx)  To gen-type(gen-nb)
               Move en-name(en-idx)  To gen-source(gen-nb)
           End-If
           .

       *>  Body of the subscript decode.
       3041-Decode-One-Subscript.
           Compute chain-digit(chain-idx) =
             Mod(combo-rest, chain-occurs(chain-idx))
           Compute combo-rest = combo-rest / chain-occurs(chain-idx)
           Compute field-offset = field-offset
             + (chain-digit(chain-idx) * chain-size(chain-idx))
           .

       *>  Body of the subscript edit, outermost first; each
       *>  subscript is followed by a comma, the last one's
       *>  overwritten by the closing parenthesis.
       3042-Edit-One-Subscript.
           Compute subscript-edit = chain-digit(chain-idx) + 1
           Move Trim(subscript-edit)
             To suffix-text(suffix-len + 1:9)
           Compute suffix-len = suffix-len
             + Length(Trim(subscript-edit)) + 1
           Move ',' To suffix-text(suffix-len:1)
           .

       *>  Orders the fields by offset; a straight insertion sort,
       *>  stable, so equal offsets keep copybook order.
       3500-Sort-Fields.
           Perform 3510-Insert-One-Field
             Varying sort-idx
             From 2 By 1
             Until sort-idx > gen-nb
           .

       *>  Body of the 3500-Sort-Fields loop.
       3510-Insert-One-Field.
           Move gen-entry(sort-idx) To gen-hold
           Move sort-idx To sort-pos
           Move 'N' To sort-done-switch
           Perform 3520-Shift-One-Up
             Until sort-done
           Move gen-hold To gen-entry(sort-pos)
           .

       *>  Body of the insertion shift.
       3520-Shift-One-Up.
           If sort-pos > 1
             And gen-offset(sort-pos - 1) > hold-offset
               Move gen-entry(sort-pos - 1) To gen-entry(sort-pos)
               Subtract 1 From sort-pos
           Else
               Move 'Y' To sort-done-switch
           End-If
           .

       *>  Slots the first 20 fields into the layout, writes them
       *>  to STACKLGO, and lists every field on the report with
       *>  those that did not make it marked.
       4000-Emit-Layout.
           If item-layout Is Not Omitted
               Initialize item-layout
           End-If

           Open Extend layout-out-file
           If layout-out-file-status = '35'
               Open Output layout-out-file
           End-If
           If layout-out-file-status Not = '00'
               Move 'STACKLGO could not be opened, status'
                 To note-text
               Move layout-out-file-status To note-text(38:2)
               Perform 9100-Write-Note
           End-If

           Move Spaces To report-record
           Write report-record
           Move 'slot name         offset   length type data-name'
             To report-record
           Write report-record

           Move 0 To slot-nb
           Perform 4010-Emit-One-Field
             Varying gen-idx
             From 1 By 1
             Until gen-idx > gen-nb

           If layout-out-file-status = '00'
               Close layout-out-file
           End-If

           Move Spaces To report-record
           Write report-record
           Move 'Item length' To report-record
           Move item-length To position-edit
           Move position-edit To report-record(13:9)
           Move 'fields laid out' To report-record(24:15)
           Move gen-nb To count-edit
           Move count-edit To report-record(40:9)
           Move 'in layout' To report-record(51:9)
           Move slot-nb To count-edit
           Move count-edit To report-record(61:9)
           Write report-record

           If gen-nb > slot-nb
               Move 'Fields marked *** are not in the layout'
                 To note-text
               Perform 9100-Write-Note
           End-If
           .

       *>  Body of the 4000-Emit-Layout loop.
       4010-Emit-One-Field.
           Move Spaces To report-record
           If slot-nb < layout-max-fields
             And gen-offset(gen-idx) + gen-length(gen-idx) - 1
                   <= layout-max-position
               Add 1 To slot-nb
               Move slot-nb To seq-edit
               Move seq-edit To report-record(1:2)

               If item-layout Is Not Omitted
                   Move slot-nb To layout-nb-fields
                   Move gen-name(gen-idx)   To fld-name(slot-nb)
                   Move gen-offset(gen-idx) To fld-offset(slot-nb)
                   Move gen-length(gen-idx) To fld-length(slot-nb)
                   Move gen-type(gen-idx)   To fld-type(slot-nb)
                   Move Space               To fld-domain(slot-nb)
                   Move Spaces              To fld-values(slot-nb)
               End-If

               If layout-out-file-status = '00'
                   Move Spaces              To lg-record-layout
                   Move out-layout-name     To lg-layout-name
                   Move slot-nb             To lg-seq
                   Move gen-name(gen-idx)   To lg-fld-name
                   Move gen-offset(gen-idx) To lg-fld-offset
                   Move gen-length(gen-idx) To lg-fld-length
                   Move gen-type(gen-idx)   To lg-fld-type
                   Move lg-record-layout    To layout-out-record
                   Write layout-out-record
               End-If
           Else
               Move '***' To report-record(1:3)
           End-If

           Move gen-name(gen-idx)   To report-record(6:12)
           Move gen-offset(gen-idx) To position-edit
           Move position-edit       To report-record(19:9)
           Move gen-length(gen-idx) To position-edit
           Move position-edit       To report-record(28:9)
           Move gen-type(gen-idx)   To report-record(40:1)
           Move gen-source(gen-idx) To report-record(44:30)
           Write report-record
           .

       *>  Closes the report and ends the call with save-rc.
       9000-Finish.
           Close report-file
           Move save-rc To Return-Code
           Goback
           .

       *>  Writes note-text to the report; anything noted is
       *>  something the layout does not fully represent.
       9100-Write-Note.
           Move Spaces To report-record
           Move note-text To report-record
           Write report-record
           Move Spaces To note-text
           Add 1 To nb-notes
           If save-rc = rc-success
               Move rc-not-represented To save-rc
           End-If
           .
