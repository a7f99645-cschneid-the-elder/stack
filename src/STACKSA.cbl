       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Statistical audit sample of a stack's items.  The external
       *> auditors want a defensible sample of the settlement stack,
       *> one they can re-draw themselves, where until now somebody
       *> picked lines off a STACKRPT listing.  This walks the stack
       *> top (depth 1) down without disturbing it and selects items
       *> by one of three methods:
       *>     'RAND'  simple random sample of sample-parm items,
       *>             drawn without replacement, every item equally
       *>             likely (selection sampling: the item at each
       *>             depth is taken when a draw falls under the
       *>             selections still wanted over the items still
       *>             to come)
       *>     'NTH '  systematic: every sample-parm'th item from a
       *>             random start between 1 and sample-parm
       *>     'MUS '  monetary-unit sampling of sample-parm units:
       *>             the positive amounts in the named amount field
       *>             are laid end to end, the total is divided into
       *>             sample-parm equal intervals, and the item
       *>             holding the unit at a random start within the
       *>             first interval, and every interval's length
       *>             past it, is selected -- so an item's chance of
       *>             selection is in proportion to its amount, and
       *>             an item worth more than an interval can be hit
       *>             more than once (selected once, its hits shown)
       *>
       *> Every random choice comes from one documented generator,
       *> the Park-Miller minimal standard -- each draw is the last
       *> times 16807, modulo 2147483647 -- started from the seed,
       *> so the same seed, method and parameter against the same
       *> stack select the same items on any machine.  The seed is
       *> the caller's; given as zero or not given at all, one is
       *> taken from the clock.  Either way it is printed.
       *>
       *> The amount field is a registered STACKLY layout field of
       *> type N, P or B, named by its label.  It is required for
       *> MUS; for the other two, naming it adds the population and
       *> sample amount totals to the output.  Amounts are taken
       *> as the whole numbers the field holds; an item whose amount
       *> is zero, negative or unreadable carries no monetary units
       *> and cannot be selected by MUS, and the cover page counts
       *> them so the auditor can deal with them separately.
       *>
       *> The extract goes to STACKSA: a cover page stating the
       *> stack, the population count and amount total, the method,
       *> the parameter, the seed, the interval and random start
       *> where the method has them, and the sample size; then the
       *> selected items, one line each with its depth and its
       *> registered layout fields formatted the way STACKRPT lays
       *> them out (the raw item when no layout is registered); then
       *> the sample's count and amount total.  The counts go to
       *> SYSOUT too, and the sample size back to the caller when
       *> asked for.
       *>
       *> Not supported against a varlen, compressed or segmented
       *> stack, or one spilling to disk overflow, whose population
       *> is not all in storage to be sampled.
       *>
       Program-ID. STACKSA.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select extract-file Assign To "STACKSA"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  extract-file.
       01  extract-record               PIC X(132).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKSA'.
           05  layout-get-func          PIC X(004) Value 'GET '.
           05  lines-per-page           PIC 9(004) Value 50.
           05  report-width             PIC 9(004) Value 132.
           *>  The generator's multiplier and modulus.
           05  rng-multiplier           PIC 9(009) Binary Value 16807.
           05  rng-modulus              PIC 9(010) Binary
             Value 2147483647.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the stack is varlen,
           *>  compressed or segmented; nothing was sampled.
           05  rc-not-supported         PIC S9(004) Binary Value +8.
           *>  Return code indicating the stack spills to disk
           *>  overflow: the spilled bottom is not in storage to be
           *>  sampled.
           05  rc-overflow-not-supported PIC S9(004) Binary
             Value +12.
           *>  Return code indicating the method is not one of the
           *>  three, or sample-parm is zero.
           05  rc-bad-method            PIC S9(004) Binary Value +16.
           *>  Return code indicating the amount field is not a
           *>  registered layout field of type N, P or B inside the
           *>  item, or MUS came without one.
           05  rc-bad-amount-field      PIC S9(004) Binary Value +20.
           *>  Return code indicating MUS found no positive amount
           *>  to sample; the cover page is written, with no items.
           05  rc-no-monetary-units     PIC S9(004) Binary Value +24.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  Return code indicating the eyecatcher did not match.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.

       *>  Native-field staging areas, the same right-alignment
       *>  trick STACKRPT uses.
       01  zoned-area.
           05  zoned-chars              PIC X(018).
       01  zoned-redef Redefines zoned-area.
           05  zoned-value              PIC S9(018).

       01  packed-area.
           05  packed-chars             PIC X(008).
       01  packed-redef Redefines packed-area.
           05  packed-value             PIC S9(015) Packed-Decimal.

       01  bin-area.
           05  bin-chars                PIC X(008).
       01  bin-redef Redefines bin-area.
           05  bin8-value               PIC S9(018) Binary.
       01  bin4-redef Redefines bin-area.
           05  bin4-value               PIC S9(009) Binary.
           05  Filler                   PIC X(004).
       01  bin2-redef Redefines bin-area.
           05  bin2-value               PIC S9(004) Binary.
           05  Filler                   PIC X(006).

       *>  Edited forms for the columns, the cover page and the
       *>  totals.
       01  amount-edit                  PIC -(17)9.
       01  count-edit                   PIC Z(8)9.
       01  seed-edit                    PIC Z(9)9.

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  layout-rc                PIC S9(004) Binary Value +0.
           05  layout-switch            PIC X(001) Value 'N'.
               88  layout-present                   Value 'Y'.
           05  method-switch            PIC X(004) Value Spaces.
               88  method-random                    Value 'RAND'.
               88  method-nth                       Value 'NTH '.
               88  method-mus                       Value 'MUS '.
           05  amount-switch            PIC X(001) Value 'N'.
               88  amount-named                     Value 'Y'.
           05  amount-fld-idx           PIC 9(004) Value 0.
           05  sample-nb-items          PIC 9(009) Binary Value 0.
           05  sample-parm-value        PIC 9(009) Binary Value 0.
           05  rng-seed                 PIC 9(010) Binary Value 0.
           05  rng-state                PIC 9(010) Binary Value 0.
           05  rng-product              PIC 9(018) Binary Value 0.
           05  rng-quotient             PIC 9(018) Binary Value 0.
           05  clock-stamp              PIC X(021) Value Spaces.
           05  clock-digits             PIC 9(008) Value 0.
           05  wanted-left              PIC 9(018) Value 0.
           05  items-left               PIC 9(018) Value 0.
           05  draw-side                PIC 9(018) Value 0.
           05  want-side                PIC 9(018) Value 0.
           05  nth-start                PIC 9(009) Binary Value 0.
           05  nth-offset               PIC 9(009) Binary Value 0.
           05  nth-remainder            PIC 9(009) Binary Value 0.
           05  mus-interval             PIC 9(018) Value 0.
           05  mus-start                PIC 9(018) Value 0.
           05  mus-next-unit            PIC 9(018) Value 0.
           05  mus-cum-units            PIC 9(018) Value 0.
           05  mus-remainder            PIC 9(018) Value 0.
           05  pop-amount-total         PIC S9(018) Value +0.
           05  pop-mus-units            PIC 9(018) Value 0.
           05  pop-nb-unsampleable      PIC 9(009) Value 0.
           05  sample-amount-total      PIC S9(018) Value +0.
           05  nb-selected              PIC 9(009) Value 0.
           05  nb-hits                  PIC 9(009) Value 0.
           05  item-amount              PIC S9(018) Value +0.
           05  selection-ptr            Pointer    Value NULL.
           05  fld-idx                  PIC 9(004) Value 0.
           05  col-fit-count            PIC 9(004) Value 0.
           05  first-col-pos            PIC 9(004) Value 0.
           05  next-col-pos             PIC 9(004) Value 0.
           05  name-len                 PIC 9(004) Value 0.
           05  col-width-work           PIC 9(004) Value 0.
           05  page-number              PIC 9(005) Value 0.
           05  line-count               PIC 9(004) Value 0.
           05  walk-depth               PIC 9(009) Binary Value 0.
           05  item-position            PIC 9(009) Binary Value 0.
           05  field-position           PIC 9(009) Binary Value 0.
           05  work-value               PIC S9(018) Binary Value +0.
           05  numeric-ok-switch        PIC X(001) Value 'Y'.
               88  numeric-ok                       Value 'Y'.
           05  show-len                 PIC 9(004) Value 0.
           05  today-stamp              PIC X(021) Value Spaces.
           05  cover-label              PIC X(040) Value Spaces.
           05  cover-value              PIC X(060) Value Spaces.

       *>  One planned column per layout field that fits the page.
       01  column-table.
           05  col-entry Occurs 20 Times.
               10  col-pos              PIC 9(004).
               10  col-width            PIC 9(004).
               10  col-numeric-switch   PIC X(001).

       *>  The layout STACKLY hands back for this stack.
       Copy 'STACKLYT.cpy'.

       Linkage Section.
       *>  Input.  Pointer to the anchor block of the stack being
       *>  sampled.
       01  ab-ptr                       Pointer.

       *>  Input.  'RAND', 'NTH ' or 'MUS '.
       01  sample-method                PIC X(004).

       *>  Input.  The sample size for RAND and MUS; the interval N
       *>  for NTH.
       01  sample-parm                  PIC 9(009) Binary.

       *>  Input, optional.  The generator's seed; zero or Omitted
       *>  takes one from the clock.  A seed of 2147483647 or more
       *>  is reduced modulo 2147483647 first.
       01  sample-seed                  PIC 9(009) Binary.

       *>  Input, optional, required for MUS.  The label of the
       *>  registered layout field holding the item's amount.
       01  amount-field-name            PIC X(012).

       *>  Output, optional.  How many items were selected.
       01  selected-count               PIC 9(009) Binary.

       Copy 'STACKAB.cpy'.

       01  stack-items.
           05  Occurs 1 To Unbounded
               Depending stack-items-len
               PIC X(001).

       *>  Per depth (1 = the top), how many times the sample hit
       *>  the item; zero for an item not selected.
       01  selection-table.
           05  selection-hits PIC 9(009) Binary
               Occurs 1 To Unbounded
               Depending sample-nb-items.

       Procedure Division Using
             ab-ptr
             sample-method
             sample-parm
             Optional sample-seed
             Optional amount-field-name
             Optional selected-count
           .

           Move rc-success To save-rc
           If selected-count Is Not Omitted
               Move 0 To selected-count
           End-If

           Set Address Of ab To ab-ptr

           If stack-eyecatcher Not = ab-eyecatcher
               Move rc-ab-corrupt To Return-Code
               Goback
           End-If

           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
               Move rc-not-supported To Return-Code
               Goback
           End-If

           If stack-overflow-on
               Move rc-overflow-not-supported To Return-Code
               Goback
           End-If

           Move sample-method To method-switch
           Move sample-parm   To sample-parm-value
           If (Not method-random And Not method-nth
             And Not method-mus)
             Or sample-parm-value = 0
               Move rc-bad-method To Return-Code
               Goback
           End-If

           Move 'N' To layout-switch
           Call 'STACKLY' Using
             layout-get-func
             ab-ptr
             item-layout
           End-Call
           Move Return-Code To layout-rc
           If layout-rc = rc-success And layout-nb-fields > 0
               Move 'Y' To layout-switch
           End-If

           Move 'N' To amount-switch
           If amount-field-name Is Not Omitted
               If amount-field-name Not = Spaces
                   Perform 1100-Find-Amount-Field
                   If Not amount-named
                       Move rc-bad-amount-field To Return-Code
                       Goback
                   End-If
               End-If
           End-If
           If method-mus And Not amount-named
               Move rc-bad-amount-field To Return-Code
               Goback
           End-If

           Perform 1200-Start-Generator

           If method-mus
               Move 18 To first-col-pos
           Else
               Move 11 To first-col-pos
           End-If

           Move stack-curr-nb-items To sample-nb-items
           Set Address Of stack-items To stack-items-ptr
           Move Current-Date To today-stamp

           If sample-nb-items > 0
               Allocate
                 sample-nb-items * 4 Characters
                 Initialized
                 Returning selection-ptr
               Set Address Of selection-table To selection-ptr

               Perform 2000-Total-Population
                 Varying walk-depth
                 From 1 By 1
                 Until walk-depth > sample-nb-items

               Evaluate True
                 When method-random
                      Perform 2100-Select-Random
                 When method-nth
                      Perform 2200-Select-Nth
                 When method-mus
                      If pop-mus-units > 0
                          Perform 2300-Select-Mus
                      Else
                          Move rc-no-monetary-units To save-rc
                      End-If
               End-Evaluate
           Else
               If method-mus
                   Move rc-no-monetary-units To save-rc
               End-If
           End-If

           Open Output extract-file

           Perform 3000-Write-Cover-Page

           If layout-present
               Perform 1000-Plan-Columns
           End-If

           Perform 4000-Start-Extract-Page

           If nb-selected > 0
               Perform 4100-Extract-One-Item
                 Varying walk-depth
                 From 1 By 1
                 Until walk-depth > sample-nb-items
           End-If

           Perform 4200-Write-Sample-Totals

           Close extract-file

           If selection-ptr Not = NULL
               Free selection-ptr
           End-If

           Move rng-seed To seed-edit
           Display myname ' population          = ' sample-nb-items
           Display myname ' method              = ' method-switch
             ' seed ' seed-edit
           Display myname ' selected            = ' nb-selected

           If selected-count Is Not Omitted
               Move nb-selected To selected-count
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Lays the columns out left to right past the depth (and,
       *>  for MUS, the hits) column: each field gets the wider of
       *>  its value and its label, plus a two-space gutter; fields
       *>  past the 132nd column are left off with a "+" behind the
       *>  last label, as on STACKRPT.
       1000-Plan-Columns.
           Move 0 To col-fit-count
           Move first-col-pos To next-col-pos

           Perform 1010-Plan-One-Column
             Varying fld-idx
             From 1 By 1
             Until fld-idx > layout-nb-fields
           .

       *>  Body of the 1000-Plan-Columns walk.
       1010-Plan-One-Column.
           Move Length(Trim(fld-name(fld-idx))) To name-len

           If fld-length(fld-idx) > name-len
               Move fld-length(fld-idx) To col-width-work
           Else
               Move name-len To col-width-work
           End-If

       *>  A numeric column prints edited, which can run a sign
       *>  and separators past the raw width.
           If fld-type(fld-idx) = 'N' Or fld-type(fld-idx) = 'P'
             Or fld-type(fld-idx) = 'B'
               If col-width-work < 12
                   Move 12 To col-width-work
               End-If
           End-If

           If fld-offset(fld-idx) >= 1
             And fld-length(fld-idx) >= 1
             And fld-offset(fld-idx) + fld-length(fld-idx) - 1
                 <= stack-item-len
             And next-col-pos + col-width-work <= report-width
             And fld-idx = col-fit-count + 1
               Add 1 To col-fit-count
               Move next-col-pos    To col-pos(fld-idx)
               Move col-width-work  To col-width(fld-idx)
               If fld-type(fld-idx) = 'N'
                 Or fld-type(fld-idx) = 'P'
                 Or fld-type(fld-idx) = 'B'
                   Move 'Y' To col-numeric-switch(fld-idx)
               Else
                   Move 'N' To col-numeric-switch(fld-idx)
               End-If
               Compute next-col-pos =
                 next-col-pos + col-width-work + 2
           End-If
           .

       *>  Points amount-fld-idx at the layout field labeled
       *>  amount-field-name; amount-named stays off when there is
       *>  no layout, no such label, or the field is not a number
       *>  lying within the item.
       1100-Find-Amount-Field.
           Move 0 To amount-fld-idx
           If layout-present
               Perform 1110-Match-Amount-Field
                 Varying fld-idx
                 From 1 By 1
                 Until fld-idx > layout-nb-fields
                   Or amount-fld-idx > 0
           End-If

           If amount-fld-idx > 0
               If (fld-type(amount-fld-idx) = 'N'
                 Or fld-type(amount-fld-idx) = 'P'
                 Or fld-type(amount-fld-idx) = 'B')
                 And fld-offset(amount-fld-idx) >= 1
                 And fld-length(amount-fld-idx) >= 1
                 And fld-offset(amount-fld-idx)
                   + fld-length(amount-fld-idx) - 1
                     <= stack-item-len
                   Move 'Y' To amount-switch
               End-If
           End-If
           .

       *>  Body of the 1100-Find-Amount-Field search.
       1110-Match-Amount-Field.
           If fld-name(fld-idx) = amount-field-name
               Move fld-idx To amount-fld-idx
           End-If
           .

       *>  Seeds the generator: the caller's seed, reduced into the
       *>  generator's range, or the time of day, HHMMSSCC read as
       *>  a number, when there is none.
       1200-Start-Generator.
           Move 0 To rng-seed
           If sample-seed Is Not Omitted
               Move sample-seed To rng-seed
           End-If

           If rng-seed = 0
               Move Current-Date To clock-stamp
               Move clock-stamp(9:8) To clock-digits
               Move clock-digits To rng-seed
           End-If

           Divide rng-seed By rng-modulus
             Giving rng-quotient
             Remainder rng-seed
           If rng-seed = 0
               Move 1 To rng-seed
           End-If

           Move rng-seed To rng-state
           .

       *>  Advances the generator one draw; the new value, between
       *>  1 and 2147483646, is left in rng-state.
       1300-Next-Draw.
           Compute rng-product = rng-state * rng-multiplier
           Divide rng-product By rng-modulus
             Giving rng-quotient
             Remainder rng-state
           .

       *>  Body of the population walk: the count is the stack's,
       *>  the amounts are totaled here, net for the cover page and
       *>  positive for MUS's monetary units.
       2000-Total-Population.
           If amount-named
               Perform 2010-Stage-Item-Amount
               If numeric-ok
                   Add item-amount To pop-amount-total
                   If item-amount > 0
                       Add item-amount To pop-mus-units
                   Else
                       Add 1 To pop-nb-unsampleable
                   End-If
               Else
                   Add 1 To pop-nb-unsampleable
               End-If
           End-If
           .

       *>  The amount field of the item at walk-depth into
       *>  item-amount; numeric-ok off when it does not read as a
       *>  number.
       2010-Stage-Item-Amount.
           Compute item-position =
             stack-items-position
               - ((walk-depth - 1) * stack-item-len)
           Move amount-fld-idx To fld-idx
           Compute field-position =
             item-position + fld-offset(fld-idx) - 1
           Perform 5000-Stage-Numeric-Value
           Move 0 To item-amount
           If numeric-ok
               Move work-value To item-amount
           End-If
           .

       *>  Simple random sample: one draw per depth, top down; the
       *>  item is taken when draw-less-one over 2147483646 falls
       *>  under the selections still wanted over the items still
       *>  to come.  Compared cross-multiplied, in whole numbers, so
       *>  every machine decides the same way.
       2100-Select-Random.
           Move sample-parm-value To wanted-left
           If wanted-left > sample-nb-items
               Move sample-nb-items To wanted-left
           End-If
           Move sample-nb-items To items-left

           Perform 2110-Judge-Random-Item
             Varying walk-depth
             From 1 By 1
             Until walk-depth > sample-nb-items
               Or wanted-left = 0
           .

       *>  Body of the 2100-Select-Random walk.
       2110-Judge-Random-Item.
           Perform 1300-Next-Draw
           Compute draw-side = items-left * (rng-state - 1)
           Compute want-side = wanted-left * (rng-modulus - 1)
           If draw-side < want-side
               Move 1 To selection-hits(walk-depth)
               Add 1 To nb-selected
               Subtract 1 From wanted-left
           End-If
           Subtract 1 From items-left
           .

       *>  Systematic sample: one draw picks the start, 1 through
       *>  N, and every Nth depth from there is taken.
       2200-Select-Nth.
           Perform 1300-Next-Draw
           Divide rng-state By sample-parm-value
             Giving rng-quotient
             Remainder nth-remainder
           Compute nth-start = nth-remainder + 1

           If nth-start <= sample-nb-items
               Perform 2210-Take-Nth-Item
                 Varying walk-depth
                 From nth-start By sample-parm-value
                 Until walk-depth > sample-nb-items
           End-If
           .

       *>  Body of the 2200-Select-Nth walk.
       2210-Take-Nth-Item.
           Move 1 To selection-hits(walk-depth)
           Add 1 To nb-selected
           .

       *>  Monetary-unit sample: the interval is the monetary units
       *>  over the sample size (at least one unit), one draw picks
       *>  the start within the first interval, and each item is
       *>  hit once for every selection point its run of units
       *>  covers.
       2300-Select-Mus.
           Divide pop-mus-units By sample-parm-value
             Giving mus-interval
           If mus-interval = 0
               Move 1 To mus-interval
           End-If

           Perform 1300-Next-Draw
           Divide rng-state By mus-interval
             Giving rng-quotient
             Remainder mus-remainder
           Compute mus-start = mus-remainder + 1
           Move mus-start To mus-next-unit
           Move 0 To mus-cum-units

           Perform 2310-Judge-Mus-Item
             Varying walk-depth
             From 1 By 1
             Until walk-depth > sample-nb-items
               Or mus-next-unit > pop-mus-units
           .

       *>  Body of the 2300-Select-Mus walk.
       2310-Judge-Mus-Item.
           Perform 2010-Stage-Item-Amount
           If numeric-ok And item-amount > 0
               Add item-amount To mus-cum-units
               Move 0 To nb-hits
               Perform 2320-Count-Mus-Hit
                 Until mus-next-unit > mus-cum-units
               If nb-hits > 0
                   Move nb-hits To selection-hits(walk-depth)
                   Add 1 To nb-selected
               End-If
           End-If
           .

       *>  Body of the 2310-Judge-Mus-Item hit count.
       2320-Count-Mus-Hit.
           Add 1 To nb-hits
           Add mus-interval To mus-next-unit
           .

       *>  The cover page: everything the auditor needs to draw the
       *>  same sample again.
       3000-Write-Cover-Page.
           Move Spaces To extract-record
           Move 'AUDIT SAMPLE COVER PAGE' To extract-record(1:23)
           Move 'DATE' To extract-record(90:4)
           Move today-stamp(1:4) To extract-record(95:4)
           Move '/' To extract-record(99:1)
           Move today-stamp(5:2) To extract-record(100:2)
           Move '/' To extract-record(102:1)
           Move today-stamp(7:2) To extract-record(103:2)
           Move 'TIME' To extract-record(110:4)
           Move today-stamp(9:2) To extract-record(115:2)
           Move ':' To extract-record(117:1)
           Move today-stamp(11:2) To extract-record(118:2)
           Move ':' To extract-record(120:1)
           Move today-stamp(13:2) To extract-record(121:2)
           Write extract-record

           Move Spaces To extract-record
           Write extract-record

           Move 'STACK' To cover-label
           If stack-audit-id = Spaces
               Move '(unnamed)' To cover-value
           Else
               Move stack-audit-id To cover-value
           End-If
           Perform 3010-Write-Cover-Line

           Move 'POPULATION COUNT' To cover-label
           Move sample-nb-items To count-edit
           Move count-edit To cover-value
           Perform 3010-Write-Cover-Line

           Move 'POPULATION AMOUNT TOTAL' To cover-label
           If amount-named
               Move pop-amount-total To amount-edit
               Move amount-edit To cover-value
               Move 'FIELD' To cover-value(21:5)
               Move fld-name(amount-fld-idx) To cover-value(27:12)
           Else
               Move 'not stated (no amount field named)'
                 To cover-value
           End-If
           Perform 3010-Write-Cover-Line

           Move 'METHOD' To cover-label
           Evaluate True
             When method-random
                  Move 'RAND  simple random, without replacement'
                    To cover-value
             When method-nth
                  Move 'NTH   systematic, every Nth item'
                    To cover-value
             When method-mus
                  Move 'MUS   monetary-unit'
                    To cover-value
           End-Evaluate
           Perform 3010-Write-Cover-Line

           If method-nth
               Move 'INTERVAL (N)' To cover-label
           Else
               Move 'SAMPLE SIZE REQUESTED' To cover-label
           End-If
           Move sample-parm-value To count-edit
           Move count-edit To cover-value
           Perform 3010-Write-Cover-Line

           Move 'SEED' To cover-label
           Move rng-seed To seed-edit
           Move seed-edit To cover-value
           Perform 3010-Write-Cover-Line

           Move 'GENERATOR' To cover-label
           Move 'Park-Miller: next = last * 16807 mod 2147483647'
             To cover-value
           Perform 3010-Write-Cover-Line

           If method-nth And nth-start > 0
               Move 'RANDOM START (DEPTH)' To cover-label
               Move nth-start To count-edit
               Move count-edit To cover-value
               Perform 3010-Write-Cover-Line
           End-If

           If method-mus
               Move 'MONETARY UNITS (POSITIVE AMOUNTS)' To cover-label
               Move pop-mus-units To amount-edit
               Move amount-edit To cover-value
               Perform 3010-Write-Cover-Line

               Move 'ITEMS CARRYING NO UNITS' To cover-label
               Move pop-nb-unsampleable To count-edit
               Move count-edit To cover-value
               Move '(zero, negative or unreadable amount)'
                 To cover-value(12:37)
               Perform 3010-Write-Cover-Line

               If mus-interval > 0
                   Move 'SAMPLING INTERVAL (UNITS)' To cover-label
                   Move mus-interval To amount-edit
                   Move amount-edit To cover-value
                   Perform 3010-Write-Cover-Line

                   Move 'RANDOM START (UNIT)' To cover-label
                   Move mus-start To amount-edit
                   Move amount-edit To cover-value
                   Perform 3010-Write-Cover-Line
               End-If
           End-If

           Move 'SAMPLE SIZE (ITEMS SELECTED)' To cover-label
           Move nb-selected To count-edit
           Move count-edit To cover-value
           Perform 3010-Write-Cover-Line

           Move Spaces To extract-record
           Write extract-record
           Move Spaces To extract-record
           Move 'Depths count from 1 at the top of the stack; the'
             To extract-record(1:48)
           Move ' generator is drawn once per depth, top down, for'
             To extract-record(49:49)
           Write extract-record
           Move Spaces To extract-record
           Move 'RAND; once for the start for NTH and MUS.'
             To extract-record(1:41)
           Write extract-record
           .

       *>  One labeled line of the cover page.
       3010-Write-Cover-Line.
           Move Spaces To extract-record
           Move cover-label To extract-record(1:40)
           Move cover-value To extract-record(42:60)
           Write extract-record
           Move Spaces To cover-label
           Move Spaces To cover-value
           .

       *>  Extract page heading: title line, identity line, column
       *>  labels.
       4000-Start-Extract-Page.
           Add 1 To page-number
           Move 0 To line-count

           Move Spaces To extract-record
           Move 'AUDIT SAMPLE EXTRACT' To extract-record(1:20)
           Move 'METHOD' To extract-record(40:6)
           Move method-switch To extract-record(47:4)
           Move 'SEED' To extract-record(55:4)
           Move rng-seed To seed-edit
           Move seed-edit To extract-record(60:10)
           Move 'PAGE' To extract-record(110:4)
           Move page-number To count-edit
           Move count-edit To extract-record(115:9)
           Write extract-record

           Move Spaces To extract-record
           Move 'STACK:' To extract-record(1:6)
           If stack-audit-id = Spaces
               Move '(unnamed)' To extract-record(8:9)
           Else
               Move stack-audit-id To extract-record(8:8)
           End-If
           Move 'SELECTED:' To extract-record(20:9)
           Move nb-selected To count-edit
           Move count-edit To extract-record(30:9)
           Write extract-record

           Move Spaces To extract-record
           Write extract-record

           Move Spaces To extract-record
           Move 'DEPTH' To extract-record(1:5)
           If method-mus
               Move 'HITS' To extract-record(11:4)
           End-If
           If layout-present
               Perform 4010-Heading-One-Column
                 Varying fld-idx
                 From 1 By 1
                 Until fld-idx > col-fit-count
               If col-fit-count < layout-nb-fields
                   Move '+' To extract-record(report-width:1)
               End-If
           Else
               Move 'ITEM' To extract-record(first-col-pos:4)
           End-If
           Write extract-record

           Move Spaces To extract-record
           Write extract-record
           Move 2 To line-count
           .

       *>  Body of the column-label line.
       4010-Heading-One-Column.
           Move Length(Trim(fld-name(fld-idx))) To name-len
           Move fld-name(fld-idx)(1:name-len)
             To extract-record(col-pos(fld-idx):name-len)
           .

       *>  Body of the extract walk: one line per selected item; a
       *>  full page breaks to a fresh heading first.
       4100-Extract-One-Item.
           If selection-hits(walk-depth) > 0
               If line-count >= lines-per-page
                   Perform 4000-Start-Extract-Page
               End-If

               Compute item-position =
                 stack-items-position
                   - ((walk-depth - 1) * stack-item-len)

               Move Spaces To extract-record
               Move walk-depth To count-edit
               Move count-edit To extract-record(1:9)
               If method-mus
                   Move selection-hits(walk-depth) To count-edit
                   Move count-edit(5:5) To extract-record(11:5)
               End-If

               If amount-named
                   Perform 2010-Stage-Item-Amount
                   Add item-amount To sample-amount-total
               End-If

               If layout-present
                   Perform 4110-Extract-One-Column
                     Varying fld-idx
                     From 1 By 1
                     Until fld-idx > col-fit-count
               Else
                   Compute show-len =
                     report-width - first-col-pos + 1
                   If stack-item-len < show-len
                       Move stack-item-len To show-len
                   End-If
                   Move stack-items(item-position:show-len)
                     To extract-record(first-col-pos:show-len)
               End-If

               Write extract-record
               Add 1 To line-count
           End-If
           .

       *>  One column of one extract line: numeric types edited,
       *>  character types byte for byte.
       4110-Extract-One-Column.
           Compute field-position =
             item-position + fld-offset(fld-idx) - 1

           If col-numeric-switch(fld-idx) = 'Y'
               Perform 5000-Stage-Numeric-Value

               If numeric-ok
                   Move work-value To amount-edit
                   Move amount-edit
                     (19 - col-width(fld-idx):col-width(fld-idx))
                     To extract-record
                       (col-pos(fld-idx):col-width(fld-idx))
               Else
                   Move All '*'
                     To extract-record
                       (col-pos(fld-idx):col-width(fld-idx))
               End-If
           Else
               Move stack-items
                 (field-position:fld-length(fld-idx))
                 To extract-record
                   (col-pos(fld-idx):fld-length(fld-idx))
           End-If
           .

       *>  The sample's count and, with an amount field named, its
       *>  amount total, after the last selected item.
       4200-Write-Sample-Totals.
           Move Spaces To extract-record
           Write extract-record

           Move Spaces To extract-record
           Move 'ITEMS SELECTED:' To extract-record(1:15)
           Move nb-selected To count-edit
           Move count-edit To extract-record(20:9)
           Write extract-record

           If amount-named
               Move Spaces To extract-record
               Move 'SAMPLE AMOUNT TOTAL:' To extract-record(1:20)
               Move sample-amount-total To amount-edit
               Move amount-edit To extract-record(22:18)
               Write extract-record
           End-If
           .

       *>  Reads field fld-idx's bytes at field-position as the
       *>  number its type declares, into work-value.  A zoned field
       *>  that is not numeric turns numeric-ok off instead of
       *>  abending the extract.
       5000-Stage-Numeric-Value.
           Move 'Y' To numeric-ok-switch

           Evaluate fld-type(fld-idx)
             When 'N'
                  If fld-length(fld-idx) > 18
                      Move 'N' To numeric-ok-switch
                  Else
                      Move Zeros To zoned-chars
                      Move stack-items
                        (field-position:fld-length(fld-idx))
                        To zoned-chars
                          (18 - fld-length(fld-idx) + 1:
                            fld-length(fld-idx))
                      If zoned-chars Is Numeric
                          Move zoned-value To work-value
                      Else
                          Move 'N' To numeric-ok-switch
                      End-If
                  End-If
             When 'P'
                  If fld-length(fld-idx) > 8
                      Move 'N' To numeric-ok-switch
                  Else
                      Move Low-Values To packed-chars
                      Move stack-items
                        (field-position:fld-length(fld-idx))
                        To packed-chars
                          (9 - fld-length(fld-idx):
                            fld-length(fld-idx))
                      Move packed-value To work-value
                  End-If
             When 'B'
                  Evaluate fld-length(fld-idx)
                    When 2
                         Move stack-items(field-position:2)
                           To bin-chars(1:2)
                         Move bin2-value To work-value
                    When 4
                         Move stack-items(field-position:4)
                           To bin-chars(1:4)
                         Move bin4-value To work-value
                    When 8
                         Move stack-items(field-position:8)
                           To bin-chars(1:8)
                         Move bin8-value To work-value
                    When Other
                         Move 'N' To numeric-ok-switch
                  End-Evaluate
             When Other
                  Move 'N' To numeric-ok-switch
           End-Evaluate
           .
