       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Hierarchy explosion: the bill-of-materials explosion, the
       *> org-chart roll-up and the account-hierarchy roll-up are one
       *> walk, and this is it, instead of a hand-written recursion
       *> with its own stack handling in each of them.  Reads a
       *> parent/child relationship dataset and, from each requested
       *> root, walks the hierarchy depth-first on a stack through
       *> STACKP -- every component pushed with its level, its parent
       *> and its quantity extended down the path, and each level's
       *> group of children fenced off with MARK so a group can be
       *> abandoned whole with RBAK.  Writes an indented,
       *> level-numbered explosion report to STACKHXRPT and, when
       *> asked, a flat one-record-per-component extract to STACKHXX
       *> (see STACKHXE.cpy).
       *>
       *> What would loop, or silently mislead, is reported instead:
       *>   - a component already on its own path from the root is a
       *>     cycle; it is printed flagged, with the level it first
       *>     appears at, and not exploded again;
       *>   - a component deeper than the depth guard is not
       *>     exploded; its whole group of siblings is rolled back
       *>     off the stack at once and counted on one line;
       *>   - a parent none of the requested roots reached is an
       *>     orphan -- a hierarchy nobody asked for, or one cut off
       *>     from its intended root by a mis-keyed relationship --
       *>     and is listed after the explosions with its component
       *>     count (the parents below a depth-guard stop are among
       *>     them, never having been reached);
       *>   - a requested root that is on the relationship dataset
       *>     neither as a parent nor as a child is said to be
       *>     missing.
       *>
       *> Relationship record layout (STACKHXIN), in ascending parent
       *> key order -- the order a sort step on the parent key leaves
       *> it in; children explode in the order they appear under
       *> their parent:
       *>     rel-parent-key   PIC X(032)
       *>     rel-child-key    PIC X(032)
       *>     rel-quantity     PIC 9(009)V9(004)  quantity (or
       *>                                         weight) of the
       *>                                         child per one of
       *>                                         the parent
       *>
       *> Control records (STACKHXC), 80 bytes.  The first carries
       *> the options:
       *>     opt-max-depth    PIC 9(003)  the depth guard, levels
       *>                                  below the root; zero for
       *>                                  the default of 50, at
       *>                                  most 99
       *>     opt-extract      PIC X(001)  'Y' to write STACKHXX
       *> Each later record names one root to explode:
       *>     root-key         PIC X(032)
       *>     root-quantity    PIC 9(009)V9(004)  zero for one
       *>
       *> Return codes:
       *>     0   every root exploded cleanly
       *>     4   cycles, depth-guard stops, orphans or missing
       *>         roots were reported
       *>     8   the relationship dataset is out of parent key
       *>         order or larger than the table, or no root was
       *>         requested; nothing exploded
       *>     12  a dataset could not be opened, or the stack
       *>         refused a push; the explosion stops where it is
       *>
       Program-ID. STACKHX.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select relation-file Assign To "STACKHXIN"
             Organization Is Sequential
             File Status Is relation-file-status
           .
           Select control-file Assign To "STACKHXC"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select report-file Assign To "STACKHXRPT"
             Organization Is Sequential
           .
           Select extract-file Assign To "STACKHXX"
             Organization Is Sequential
             File Status Is extract-file-status
           .
       Data Division.
       File Section.
       FD  relation-file.
       01  relation-record.
           05  rel-parent-key           PIC X(032).
           05  rel-child-key            PIC X(032).
           05  rel-quantity             PIC 9(009)V9(004).

       FD  control-file.
       01  option-record.
           05  opt-max-depth            PIC 9(003).
           05  opt-extract              PIC X(001).
           05  Filler                   PIC X(076).
       01  root-record.
           05  root-key                 PIC X(032).
           05  root-quantity            PIC 9(009)V9(004).
           05  Filler                   PIC X(035).

       FD  report-file.
       01  report-record                PIC X(132).

       FD  extract-file.
       Copy 'STACKHXE.cpy'.

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKHX'.
           05  stack-init               PIC X(008) Value 'STACKI'.
           05  stack-process            PIC X(008) Value 'STACKP'.
           05  stack-term               PIC X(008) Value 'STACKT'.
           05  push-func                PIC X(004) Value 'PUSH'.
           05  pop-func                 PIC X(004) Value 'POP '.
           05  mark-func                PIC X(004) Value 'MARK'.
           05  rollback-func            PIC X(004) Value 'RBAK'.
           05  rel-tbl-max              PIC 9(009) Binary Value 20000.
           05  default-max-depth        PIC 9(003) Value 50.
           05  limit-max-depth          PIC 9(003) Value 99.
           *>  Indentation stops deepening past this many levels so
           *>  the key still fits ahead of the quantity columns.
           05  indent-max               PIC 9(009) Binary Value 40.
           05  indent-dots              PIC X(040) Value
               '. . . . . . . . . . . . . . . . . . . . '.
           05  rc-success               PIC S9(004) Binary Value +0.
           05  rc-stack-empty           PIC S9(004) Binary Value +4.
           *>  Return code indicating something was reported: a
           *>  cycle, a depth-guard stop, an orphan or a missing
           *>  root.
           05  rc-exceptions            PIC S9(004) Binary Value +4.
           *>  Return code indicating the relationship dataset is
           *>  out of parent key order or overflows the table, or
           *>  no root was requested.
           05  rc-bad-input             PIC S9(004) Binary Value +8.
           *>  Return code indicating a dataset would not open or
           *>  the stack refused a push.
           05  rc-cannot-run            PIC S9(004) Binary Value +12.

       01  work-areas.
           05  relation-file-status     PIC X(002) Value '00'.
           05  control-file-status      PIC X(002) Value '00'.
           05  extract-file-status      PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  extract-switch           PIC X(001) Value 'N'.
               88  extract-wanted                   Value 'Y'.
           05  stop-switch              PIC X(001) Value 'N'.
               88  stop-run                         Value 'Y'.
           05  root-done-switch         PIC X(001) Value 'N'.
               88  root-done                        Value 'Y'.
           05  cycle-switch             PIC X(001) Value 'N'.
               88  cycle-found                      Value 'Y'.
           05  scan-switch              PIC X(001) Value 'N'.
               88  scan-done                        Value 'Y'.
           05  max-depth                PIC 9(003) Value 0.
           05  ab-ptr                   Pointer    Value NULL.
           05  node-len                 PIC 9(009) Binary Value 0.
           *>  Items on the stack right now; the stack is this
           *>  program's own, so this always equals its depth.
           05  pending-nb               PIC 9(009) Binary Value 0.
           05  rel-idx                  PIC 9(009) Binary Value 0.
           05  path-idx                 PIC 9(009) Binary Value 0.
           05  cycle-level              PIC 9(003) Value 0.
           05  child-level              PIC 9(003) Value 0.
           05  indent-len               PIC 9(009) Binary Value 0.
           05  nb-discarded             PIC 9(009) Binary Value 0.
           05  prev-parent-key          PIC X(032) Value Low-Values.
           *>  Child lookup: the key sought, the binary search's
           *>  bounds, and the run of relationship records found.
           05  search-key               PIC X(032) Value Spaces.
           05  search-lo                PIC 9(009) Binary Value 0.
           05  search-hi                PIC 9(009) Binary Value 0.
           05  search-mid               PIC 9(009) Binary Value 0.
           05  first-idx                PIC 9(009) Binary Value 0.
           05  last-idx                 PIC 9(009) Binary Value 0.
           05  orphan-count             PIC 9(009) Binary Value 0.
           05  ext-work                 PIC 9(013)V9(004) Value 0.
           05  current-root-key         PIC X(032) Value Spaces.
           05  root-line-nb             PIC 9(009) Binary Value 0.

       *>  Run totals for the closing summary.
       01  run-counts.
           05  nb-relations             PIC 9(009) Binary Value 0.
           05  nb-roots                 PIC 9(009) Binary Value 0.
           05  nb-lines                 PIC 9(009) Binary Value 0.
           05  nb-cycles                PIC 9(009) Binary Value 0.
           05  nb-depth-stops           PIC 9(009) Binary Value 0.
           05  nb-orphans               PIC 9(009) Binary Value 0.
           05  nb-missing-roots         PIC 9(009) Binary Value 0.
           05  nb-qty-overflows         PIC 9(009) Binary Value 0.

       *>  One component waiting on the stack to be exploded.
       01  node-item.
           05  node-level               PIC 9(003).
           05  node-key                 PIC X(032).
           05  node-parent-key          PIC X(032).
           05  node-qty-per             PIC 9(009)V9(004).
           05  node-ext-qty             PIC 9(013)V9(004).

       *>  Marks the root's explosion started from, and the one
       *>  fencing off each level's group of children: the
       *>  group at level n was pushed on top of the mark in slot
       *>  n, so RBAK to it drops whatever of that group is still
       *>  waiting.
       Copy 'STACKMRK.cpy'.

       01  root-mark.
           05  root-mark-items-position PIC 9(009) Binary.
           05  root-mark-nb-items       PIC 9(009) Binary.

       01  level-marks.
           05  level-mark Occurs 100 Times.
               10  lvl-mark-items-position PIC 9(009) Binary.
               10  lvl-mark-nb-items    PIC 9(009) Binary.

       *>  The path from the root to the component being exploded:
       *>  slot n holds the key at level n - 1.
       01  path-table.
           05  path-key Occurs 100 Times PIC X(032).

       *>  The relationship dataset, in parent key order, with a
       *>  note of whether any explosion reached each record.
       01  rel-table.
           05  rel-nb-entries           PIC 9(009) Binary Value 0.
           05  rel-entry Occurs 20000 Times.
               10  rt-parent-key        PIC X(032).
               10  rt-child-key         PIC X(032).
               10  rt-quantity          PIC 9(009)V9(004)
                                        Packed-Decimal.
               10  rt-reached-switch    PIC X(001).
                   88  rt-reached                   Value 'Y'.

       *>  Edited forms for the report.
       01  level-edit                   PIC ZZ9.
       01  qty-edit                     PIC ZZZ,ZZZ,ZZ9.9999.
       01  ext-edit                     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.
       01  count-edit                   PIC ZZZ,ZZZ,ZZ9.

       Procedure Division.
           Move Length(node-item) To node-len

           Open Input control-file
           If control-file-status Not = '00'
               Move rc-cannot-run To Return-Code
               Goback
           End-If

           Perform 1000-Read-Options

           Open Input relation-file
           If relation-file-status Not = '00'
               Close control-file
               Move rc-cannot-run To Return-Code
               Goback
           End-If

           Move 'N' To eof-switch
           Perform 1100-Load-One-Relation
             Until eof Or save-rc Not = rc-success
           Close relation-file

           Open Output report-file
           Perform 1200-Write-Headings

           If save-rc = rc-success And extract-wanted
               Open Output extract-file
               If extract-file-status Not = '00'
                   Move 'STACKHXX could not be opened; no extract'
                     To report-record
                   Write report-record
                   Move rc-cannot-run To save-rc
               End-If
           End-If

           If save-rc = rc-success
               Call stack-init Using
                 ab-ptr
                 node-len
               End-Call

               Move 'N' To eof-switch
               Perform 2000-Explode-One-Root
                 Until eof Or stop-run

               If nb-roots = 0 And Not stop-run
                   Move 'No root was requested on STACKHXC'
                     To report-record
                   Write report-record
                   Move rc-bad-input To save-rc
               End-If

               If Not stop-run
                   Perform 3000-Report-Orphans
               End-If

               Call stack-term Using
                 ab-ptr
               End-Call

               If extract-wanted
                   Close extract-file
               End-If
           End-If

           Close control-file

           Perform 4000-Report-Summary
           Close report-file

           If save-rc = rc-success
             And (nb-cycles > 0 Or nb-depth-stops > 0
               Or nb-orphans > 0 Or nb-missing-roots > 0)
               Move rc-exceptions To save-rc
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  The first control record carries the depth guard and
       *>  the extract switch.
       1000-Read-Options.
           Read control-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           Move default-max-depth To max-depth
           If Not eof
               If opt-max-depth Is Numeric And opt-max-depth > 0
                   Move opt-max-depth To max-depth
               End-If
               If opt-extract = 'Y'
                   Move 'Y' To extract-switch
               End-If
           End-If

           If max-depth > limit-max-depth
               Move limit-max-depth To max-depth
           End-If
           .

       *>  Body of the relationship load loop.  Records must come
       *>  in parent key order; the child lookup depends on it.
       1100-Load-One-Relation.
           Read relation-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And rel-parent-key Not = Spaces
               Evaluate True
                 When rel-parent-key < prev-parent-key
                      Display myname ' STACKHXIN out of parent key'
                        ' order at record ' nb-relations
                        ' parent ' rel-parent-key
                      Move rc-bad-input To save-rc
                 When rel-nb-entries >= rel-tbl-max
                      Display myname ' STACKHXIN holds more than '
                        rel-tbl-max ' relationships'
                      Move rc-bad-input To save-rc
                 When Other
                      Add 1 To rel-nb-entries
                      Add 1 To nb-relations
                      Move rel-parent-key
                        To rt-parent-key(rel-nb-entries)
                      Move rel-child-key
                        To rt-child-key(rel-nb-entries)
                      If rel-quantity Is Numeric
                          Move rel-quantity
                            To rt-quantity(rel-nb-entries)
                      Else
                          Move 0 To rt-quantity(rel-nb-entries)
                      End-If
                      Move 'N'
                        To rt-reached-switch(rel-nb-entries)
                      Move rel-parent-key To prev-parent-key
               End-Evaluate
           End-If
           .

       1200-Write-Headings.
           Move Spaces To report-record
           Move 'STACKHX hierarchy explosion' To report-record
           Write report-record

           Move Spaces To report-record
           Move 'Relationships loaded:' To report-record
           Move nb-relations To count-edit
           Move count-edit To report-record(23:11)
           Move 'Depth guard:' To report-record(40:12)
           Move max-depth To level-edit
           Move level-edit To report-record(53:3)
           Write report-record

           If save-rc Not = rc-success
               Move Spaces To report-record
               Move 'STACKHXIN is out of parent key order or larger'
                 To report-record
               Move ' than the table; nothing exploded'
                 To report-record(47:33)
               Write report-record
           End-If
           .

       *>  Reads the next root record and explodes it: the root
       *>  goes on the empty stack and components come off one at
       *>  a time, each one's children pushed behind it, until the
       *>  stack is empty again.
       2000-Explode-One-Root.
           Read control-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And root-key Not = Spaces
               Add 1 To nb-roots
               Move root-key To current-root-key
               Move 0 To root-line-nb

               Move Spaces To report-record
               Write report-record
               Move 'Root:' To report-record
               Move root-key To report-record(7:32)
               Write report-record
               Move Spaces To report-record
               Move 'Lvl' To report-record(1:3)
               Move 'Component' To report-record(5:9)
               Move 'Qty per' To report-record(90:7)
               Move 'Extended qty' To report-record(111:12)
               Write report-record

               Perform 2010-Check-Root-Known

               Call stack-process Using
                 ab-ptr
                 mark-func
                 node-item
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 mark-token
               End-Call
               Move mark-token To root-mark

               Move 0 To node-level
               Move root-key To node-key
               Move Spaces To node-parent-key
               If root-quantity Is Numeric And root-quantity > 0
                   Move root-quantity To node-qty-per
               Else
                   Move 1 To node-qty-per
               End-If
               Move node-qty-per To node-ext-qty
               Perform 2200-Push-Node

               Move 'N' To root-done-switch
               Perform 2100-Explode-Next-Node
                 Until root-done Or stop-run
           End-If
           .

       *>  A root with no relationships at all, as parent or
       *>  child, is missing -- a mis-keyed request, most likely.
       *>  A leaf asked for as a root is not; it explodes to
       *>  itself.
       2010-Check-Root-Known.
           Move root-key To search-key
           Perform 2300-Find-Children

           If first-idx = 0
               Move 'N' To scan-switch
               Perform 2015-Check-Child-Key
                 Varying rel-idx
                 From 1 By 1
                 Until rel-idx > rel-nb-entries Or scan-done
               If Not scan-done
                   Add 1 To nb-missing-roots
                   Move Spaces To report-record
                   Move '*** Root not on STACKHXIN as parent or child'
                     To report-record(5:44)
                   Write report-record
               End-If
           End-If
           .

       *>  Body of the 2010-Check-Root-Known child scan.
       2015-Check-Child-Key.
           If rt-child-key(rel-idx) = root-key
               Move 'Y' To scan-switch
           End-If
           .

       *>  Takes the next component off the stack.  One deeper than
       *>  the guard stops its whole group; one already on its own
       *>  path is a cycle; anything else is printed and its
       *>  children pushed.
       2100-Explode-Next-Node.
           Call stack-process Using
             ab-ptr
             pop-func
             node-item
           End-Call

           If Return-Code = rc-stack-empty
               Move 'Y' To root-done-switch
           Else
               Subtract 1 From pending-nb

               Evaluate True
                 When node-level > max-depth
                      Perform 2110-Stop-At-Depth-Guard
                 When Other
                      Perform 2120-Check-For-Cycle
                      If cycle-found
                          Perform 2130-Report-Cycle
                      Else
                          Perform 2140-Report-Component
                          Perform 2150-Push-Children
                      End-If
               End-Evaluate
           End-If
           .

       *>  The popped component and every sibling still waiting
       *>  above its level's mark come off together.
       2110-Stop-At-Depth-Guard.
           Compute nb-discarded =
             pending-nb - lvl-mark-nb-items(node-level) + 1

           Move lvl-mark-items-position(node-level)
             To mark-items-position
           Move lvl-mark-nb-items(node-level) To mark-nb-items
           Call stack-process Using
             ab-ptr
             rollback-func
             node-item
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             mark-token
           End-Call
           Move mark-nb-items To pending-nb

           Add 1 To nb-depth-stops
           Move Spaces To report-record
           Move '*** Depth guard' To report-record(5:15)
           Move max-depth To level-edit
           Move level-edit To report-record(21:3)
           Move 'reached below' To report-record(25:13)
           Move node-parent-key To report-record(39:32)
           Move nb-discarded To count-edit
           Move count-edit To report-record(72:11)
           Move 'components not exploded' To report-record(84:23)
           Write report-record
           .

       *>  Looks for the popped key among its own ancestors.
       2120-Check-For-Cycle.
           Move 'N' To cycle-switch
           Perform 2125-Check-Path-Slot
             Varying path-idx
             From 1 By 1
             Until path-idx > node-level Or cycle-found
           .

       *>  Body of the 2120-Check-For-Cycle loop.
       2125-Check-Path-Slot.
           If path-key(path-idx) = node-key
               Move 'Y' To cycle-switch
               Compute cycle-level = path-idx - 1
           End-If
           .

       *>  A cycle is printed where it was found, flagged on the
       *>  line beneath, and goes no further.
       2130-Report-Cycle.
           Add 1 To nb-cycles
           Perform 2145-Format-Component-Line
           Write report-record

           Move Spaces To report-record
           Move '*** Cycle: already on this path at level'
             To report-record(5:40)
           Move cycle-level To level-edit
           Move level-edit To report-record(46:3)
           Move '; not exploded again' To report-record(49:20)
           Write report-record

           Perform 2160-Write-Extract-Line
           Move 'C' To hxe-status
           If extract-wanted
               Write hxe-record
           End-If
           .

       2140-Report-Component.
           Move node-key To path-key(node-level + 1)
           Perform 2145-Format-Component-Line
           Write report-record

           Perform 2160-Write-Extract-Line
           Move Space To hxe-status
           If extract-wanted
               Write hxe-record
           End-If
           .

       *>  One report line: the level, the key indented two
       *>  positions per level, and the quantities.
       2145-Format-Component-Line.
           Add 1 To nb-lines
           Add 1 To root-line-nb

           Move Spaces To report-record
           Move node-level To level-edit
           Move level-edit To report-record(1:3)

           Compute indent-len = node-level * 2
           If indent-len > indent-max
               Move indent-max To indent-len
           End-If
           If indent-len > 0
               Move indent-dots(1:indent-len)
                 To report-record(5:indent-len)
           End-If
           Move node-key To report-record(5 + indent-len:32)

           Move node-qty-per To qty-edit
           Move qty-edit To report-record(80:17)
           Move node-ext-qty To ext-edit
           Move ext-edit To report-record(100:23)
           .

       *>  Fills the extract record for the popped component; the
       *>  caller sets its status and writes it.
       2160-Write-Extract-Line.
           Move current-root-key To hxe-root-key
           Move root-line-nb     To hxe-line-nb
           Move node-level       To hxe-level
           Move node-parent-key  To hxe-parent-key
           Move node-key         To hxe-key
           Move node-qty-per     To hxe-qty-per
           Move node-ext-qty     To hxe-ext-qty
           .

       *>  Pushes the popped component's children, last first so
       *>  the first comes off first, above a fresh mark for their
       *>  level.  The extended quantity is the parent's times the
       *>  child's per-parent quantity.
       2150-Push-Children.
           Move node-key To search-key
           Perform 2300-Find-Children

           If first-idx > 0
               Compute child-level = node-level + 1

               Call stack-process Using
                 ab-ptr
                 mark-func
                 node-item
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 mark-token
               End-Call
               Move mark-items-position
                 To lvl-mark-items-position(child-level)
               Move mark-nb-items
                 To lvl-mark-nb-items(child-level)

               Move node-ext-qty To ext-work
               Move node-key To node-parent-key
               Move child-level To node-level

               Perform 2155-Push-One-Child
                 Varying rel-idx
                 From last-idx By -1
                 Until rel-idx < first-idx Or stop-run
           End-If
           .

       *>  Body of the 2150-Push-Children loop.
       2155-Push-One-Child.
           Move 'Y' To rt-reached-switch(rel-idx)
           Move rt-child-key(rel-idx) To node-key
           Move rt-quantity(rel-idx) To node-qty-per
           Compute node-ext-qty Rounded =
             ext-work * rt-quantity(rel-idx)
             On Size Error
                 Move All '9' To node-ext-qty
                 Add 1 To nb-qty-overflows
           End-Compute
           Perform 2200-Push-Node
           .

       *>  One push.  A refusal (the storage budget, say) leaves
       *>  the explosion unfinishable: the root's work is rolled
       *>  back off the stack and the run stops.
       2200-Push-Node.
           Call stack-process Using
             ab-ptr
             push-func
             node-item
           End-Call

           If Return-Code = rc-success
               Add 1 To pending-nb
           Else
               Move Spaces To report-record
               Move '*** Stack refused a push, rc =' To report-record
               Move Return-Code To level-edit
               Move level-edit To report-record(32:3)
               Move '; explosion stopped' To report-record(35:19)
               Write report-record

               Move root-mark To mark-token
               Call stack-process Using
                 ab-ptr
                 rollback-func
                 node-item
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 Omitted
                 mark-token
               End-Call
               Move mark-nb-items To pending-nb

               Move 'Y' To stop-switch
               Move rc-cannot-run To save-rc
           End-If
           .

       *>  Finds the run of relationship records whose parent is
       *>  search-key: a binary search for any one of them, then
       *>  out to either end of the run.  first-idx is zero when
       *>  there are none.
       2300-Find-Children.
           Move 0 To first-idx
           Move 0 To last-idx
           Move 1 To search-lo
           Move rel-nb-entries To search-hi

           Perform 2310-Probe-One-Slot
             Until search-lo > search-hi Or first-idx > 0

           If first-idx > 0
               Move first-idx To last-idx
               Move 'N' To scan-switch
               Perform 2320-Extend-Run-Back Until scan-done
               Move 'N' To scan-switch
               Perform 2330-Extend-Run-Forward Until scan-done
           End-If
           .

       *>  Body of the 2300-Find-Children binary search.
       2310-Probe-One-Slot.
           Compute search-mid = (search-lo + search-hi) / 2

           Evaluate True
             When rt-parent-key(search-mid) = search-key
                  Move search-mid To first-idx
             When rt-parent-key(search-mid) < search-key
                  Compute search-lo = search-mid + 1
             When Other
                  If search-mid = 1
                      Move 0 To search-hi
                  Else
                      Compute search-hi = search-mid - 1
                  End-If
           End-Evaluate
           .

       2320-Extend-Run-Back.
           If first-idx = 1
               Move 'Y' To scan-switch
           Else
               If rt-parent-key(first-idx - 1) = search-key
                   Subtract 1 From first-idx
               Else
                   Move 'Y' To scan-switch
               End-If
           End-If
           .

       2330-Extend-Run-Forward.
           If last-idx = rel-nb-entries
               Move 'Y' To scan-switch
           Else
               If rt-parent-key(last-idx + 1) = search-key
                   Add 1 To last-idx
               Else
                   Move 'Y' To scan-switch
               End-If
           End-If
           .

       *>  Lists every parent none of the explosions reached, once
       *>  per parent, with how many components it has.
       3000-Report-Orphans.
           Move Spaces To report-record
           Write report-record
           Move 'Parents not reached from any requested root:'
             To report-record
           Write report-record

           Move 0 To orphan-count
           Move Low-Values To prev-parent-key
           Perform 3010-Check-One-Relation
             Varying rel-idx
             From 1 By 1
             Until rel-idx > rel-nb-entries
           Perform 3020-Close-Orphan-Group

           If nb-orphans = 0
               Move Spaces To report-record
               Move 'None' To report-record(5:4)
               Write report-record
           End-If
           .

       *>  Body of the 3000-Report-Orphans loop.  A parent's run of
       *>  records is an orphan when none of them was reached;
       *>  orphan-count counts the run, and falls to zero for good
       *>  once any of its records turns out reached.
       3010-Check-One-Relation.
           If rt-parent-key(rel-idx) Not = prev-parent-key
               Perform 3020-Close-Orphan-Group
               Move rt-parent-key(rel-idx) To prev-parent-key
               Move 'N' To scan-switch
           End-If

           If rt-reached(rel-idx)
               Move 'Y' To scan-switch
           End-If
           If scan-done
               Move 0 To orphan-count
           Else
               Add 1 To orphan-count
           End-If
           .

       3020-Close-Orphan-Group.
           If orphan-count > 0
               Add 1 To nb-orphans
               Move Spaces To report-record
               Move prev-parent-key To report-record(5:32)
               Move orphan-count To count-edit
               Move count-edit To report-record(38:11)
               Move 'components' To report-record(50:10)
               Write report-record
           End-If
           Move 0 To orphan-count
           .

       4000-Report-Summary.
           Move Spaces To report-record
           Write report-record

           Move 'Roots requested:' To report-record
           Move nb-roots To count-edit
           Move count-edit To report-record(30:11)
           Write report-record

           Move Spaces To report-record
           Move 'Lines exploded:' To report-record
           Move nb-lines To count-edit
           Move count-edit To report-record(30:11)
           Write report-record

           Move Spaces To report-record
           Move 'Cycles:' To report-record
           Move nb-cycles To count-edit
           Move count-edit To report-record(30:11)
           Write report-record

           Move Spaces To report-record
           Move 'Depth guard stops:' To report-record
           Move nb-depth-stops To count-edit
           Move count-edit To report-record(30:11)
           Write report-record

           Move Spaces To report-record
           Move 'Orphan parents:' To report-record
           Move nb-orphans To count-edit
           Move count-edit To report-record(30:11)
           Write report-record

           Move Spaces To report-record
           Move 'Missing roots:' To report-record
           Move nb-missing-roots To count-edit
           Move count-edit To report-record(30:11)
           Write report-record

           If nb-qty-overflows > 0
               Move Spaces To report-record
               Move 'Extended quantities too large:'
                 To report-record
               Move nb-qty-overflows To count-edit
               Move count-edit To report-record(30:11)
               Write report-record
           End-If
           .
