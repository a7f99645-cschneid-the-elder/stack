       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Priority rules for PRIQP's ENQR function: the one place the
       *> "amount over 50,000 is priority 1, regulator cases are
       *> priority 2, everything else 5" decisions live, instead of
       *> a copy in every program that enqueues.  EVAL tests an item
       *> against the rules for its queue and answers the priority
       *> and the number of the first rule that matched; HITS writes
       *> the run's rule hit counts to SYSOUT, the audit listing of
       *> which rule put how much work where.
       *>
       *> Rule record layout (PRIQRUL), every field DISPLAY:
       *>     rul-queue-name   PIC X(008)  the queue's name, as given
       *>                                  to PRIQI
       *>     rul-number       PIC 9(004)  the rule's number, kept
       *>                                  with every entry it
       *>                                  prioritizes
       *>     rul-priority     PIC 9(009)  the priority it supplies;
       *>                                  a larger number is served
       *>                                  sooner, PRIQP's own rule
       *>     rul-field-name   PIC X(012)  the item field tested, by
       *>                                  its STACKLY layout name;
       *>                                  Spaces to test by the
       *>                                  offset and length below
       *>     rul-offset       PIC 9(004)  first byte of the field
       *>                                  (1 = the item's first)
       *>     rul-length       PIC 9(004)  and its length
       *>     rul-operator     PIC X(002)  EQ NE GT GE LT LE, or AL
       *>                                  for always (the catch-all;
       *>                                  no field is tested)
       *>     rul-compare-type PIC X(001)  'C' compares the field's
       *>                                  bytes with the value
       *>                                  (padded with spaces); 'N'
       *>                                  compares the field as a
       *>                                  number
       *>     rul-value        PIC X(032)  the value compared
       *>                                  against
       *> A rule may test several fields: consecutive records for the
       *> same queue carrying the same rule number are one rule, and
       *> it matches only when every one of its tests holds.  Rules
       *> are tried in the order they appear on the dataset and the
       *> first that matches supplies the priority, so the catch-all
       *> belongs last.
       *>
       *> A numeric test reads the field as its layout type declares
       *> it -- 'N' zoned, 'P' packed-decimal, 'B' binary of 2, 4 or
       *> 8 bytes -- and a field tested by offset and length as
       *> zoned.  The value is a whole number at the field's own
       *> scale: 5000000 for 50,000.00 in a field with two implied
       *> decimals.  A test that cannot be made -- a field name the
       *> queue's layout doesn't have, a field running outside the
       *> item, a numeric field that isn't numeric, a character
       *> value longer than rul-value -- does not hold, and is
       *> counted against its rule on the HITS listing so a broken
       *> rule shows itself.
       *>
       *> The rules are read once, on the first call in the run
       *> unit, and held in Working-Storage with their hit counts
       *> for the rest of it, the same lifetime STACKAUT's rules
       *> have.  No PRIQRUL allocated means no queue has rules.
       *>
       *> Return codes:
       *>     0   EVAL: a rule matched; HITS: listing written
       *>     4   EVAL: the queue has rules but none matched
       *>     8   EVAL: the queue has no rules
       *>     12  unknown function
       *>
       Program-ID. PRIQRL.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select rul-file Assign To "PRIQRUL"
             Organization Is Sequential
             File Status Is rul-file-status
           .
       Data Division.
       File Section.
       FD  rul-file.
       01  rul-record.
           05  rul-queue-name           PIC X(008).
           05  rul-number               PIC 9(004).
           05  rul-priority             PIC 9(009).
           05  rul-field-name           PIC X(012).
           05  rul-offset               PIC 9(004).
           05  rul-length               PIC 9(004).
           05  rul-operator             PIC X(002).
           05  rul-compare-type         PIC X(001).
           05  rul-value                PIC X(032).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'PRIQRL'.
           05  rl-tbl-max               PIC 9(004) Value 500.
           05  layout-registry          PIC X(008) Value 'STACKLY'.
           05  layout-get-func          PIC X(004) Value 'GET '.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the queue has rules but the
           *>  item matched none of them.
           05  rc-no-match              PIC S9(004) Binary Value +4.
           *>  Return code indicating no rule names the queue.
           05  rc-no-rules              PIC S9(004) Binary Value +8.
           *>  Return code indicating an unknown function was
           *>  requested.
           05  rc-bad-func              PIC S9(004) Binary Value +12.

       01  work-areas.
           05  rul-file-status          PIC X(002) Value '00'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           *>  Set once the rules have been read; Working-Storage on
           *>  purpose, so they are read once per run unit.
           05  loaded-switch            PIC X(001) Value 'N'.
               88  rules-loaded                     Value 'Y'.
           05  overflow-switch          PIC X(001) Value 'N'.
               88  rules-overflowed                 Value 'Y'.
           05  rl-idx                   PIC 9(004) Value 0.
           05  fld-idx                  PIC 9(004) Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           *>  The test being made: the field's place, length and
           *>  type, whether it could be made at all, and whether
           *>  it held.
           05  test-offset              PIC 9(009) Binary Value 0.
           05  test-length              PIC 9(009) Binary Value 0.
           05  test-type                PIC X(001) Value Space.
           05  resolved-switch          PIC X(001) Value 'N'.
               88  test-resolved                    Value 'Y'.
           05  test-switch              PIC X(001) Value 'N'.
               88  test-holds                       Value 'Y'.
           05  numeric-ok-switch        PIC X(001) Value 'N'.
               88  numeric-ok                       Value 'Y'.
           05  work-value               PIC S9(018) Binary Value 0.
           *>  The rule being tried: the table slot of its first
           *>  record, and whether every test so far has held.
           05  cur-rule-idx             PIC 9(004) Value 0.
           05  cur-rule-switch          PIC X(001) Value 'N'.
               88  cur-rule-holds                   Value 'Y'.
           05  queue-seen-switch        PIC X(001) Value 'N'.
               88  queue-seen                       Value 'Y'.
           05  matched-switch           PIC X(001) Value 'N'.
               88  rule-matched                     Value 'Y'.
           *>  The queue's item layout, fetched from STACKLY the
           *>  first time an EVAL needs it.
           05  layout-switch            PIC X(001) Value 'N'.
               88  layout-fetched                   Value 'Y'.
           05  layout-rc                PIC S9(004) Binary Value +0.

       *>  Run totals for the HITS listing.
       01  run-counts.
           05  nb-evaluations           PIC 9(009) Binary Value 0.
           05  nb-unmatched             PIC 9(009) Binary Value 0.
           05  nb-without-rules         PIC 9(009) Binary Value 0.

       *>  The rules as read from PRIQRUL, one slot per record.  A
       *>  rule's hit and unresolved counts are kept on the slot of
       *>  its first record.
       01  rl-table.
           05  rl-nb-entries            PIC 9(004) Value 0.
           05  rl-entry Occurs 500 Times.
               10  re-queue-name        PIC X(008).
               10  re-number            PIC 9(004).
               10  re-priority          PIC 9(009) Binary.
               10  re-field-name        PIC X(012).
               10  re-offset            PIC 9(004) Binary.
               10  re-length            PIC 9(004) Binary.
               10  re-operator          PIC X(002).
                   88  re-op-always                 Value 'AL'.
                   88  re-op-valid                  Value 'EQ' 'NE'
                       'GT' 'GE' 'LT' 'LE' 'AL'.
               10  re-compare-type      PIC X(001).
               10  re-value             PIC X(032).
               10  re-num-value         PIC S9(018) Binary.
               *>  'N' when the record itself is unusable (unknown
               *>  operator or compare type, non-numeric value for
               *>  a numeric test); its test never holds.
               10  re-usable-switch     PIC X(001).
                   88  re-usable                    Value 'Y'.
               10  re-hits              PIC 9(009) Binary.
               10  re-unresolved        PIC 9(009) Binary.

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

       Copy 'STACKLYT.cpy'.

       Linkage Section.
       *>  Input.  Function to be performed.
       01  rl-func                      PIC X(004).
           88  rl-func-evaluate                     Value 'EVAL'.
           88  rl-func-hits                         Value 'HITS'.

       *>  Input.  The queue's name.  Required for EVAL; on HITS,
       *>  limits the listing to that queue's rules (omit it, or
       *>  pass Spaces, to list them all).
       01  queue-name                   PIC X(008).

       *>  Input, for EVAL.  Pointer to the queue's anchor block,
       *>  the key its item layout is registered under with
       *>  STACKLY.
       01  ab-ptr                       Pointer.

       *>  Input, for EVAL.  The item to be prioritized, and its
       *>  length.
       01  rule-item.
           05  Occurs 1 To Unbounded
               Depending rule-item-len
               PIC X(001).
       01  rule-item-len                PIC 9(009) Binary.

       *>  Output, for EVAL.  The priority and the number of the
       *>  rule that matched; left unchanged when none did.
       01  rule-priority                PIC 9(009) Binary.
       01  rule-number                  PIC 9(009) Binary.

       Procedure Division Using
             rl-func
             Optional queue-name
             Optional ab-ptr
             Optional rule-item
             Optional rule-item-len
             Optional rule-priority
             Optional rule-number
           .

           Move rc-success To save-rc

           If Not rules-loaded
               Perform 1000-Load-Rules
           End-If

           Evaluate True
             When rl-func-evaluate
                  Perform 2000-Evaluate
             When rl-func-hits
                  Perform 3000-List-Hits
             When Other
                  Move rc-bad-func To save-rc
           End-Evaluate

           Move save-rc To Return-Code
           Goback.

       *>  Reads PRIQRUL into the table, once per run unit.
       1000-Load-Rules.
           Move 'Y' To loaded-switch
           Move 'N' To eof-switch
           Move 0   To rl-nb-entries

           Open Input rul-file

           If rul-file-status = '00'
               Perform 1010-Load-One-Rule Until eof
               Close rul-file
           End-If
           .

       *>  Body of the 1000-Load-Rules loop.
       1010-Load-One-Rule.
           Read rul-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And rul-queue-name Not = Spaces
               If rl-nb-entries < rl-tbl-max
                   Add 1 To rl-nb-entries
                   Move rl-nb-entries To rl-idx
                   Perform 1020-Store-Rule
               Else
                   If Not rules-overflowed
                       Display myname ' PRIQRUL holds more than '
                         rl-tbl-max ' records; the rest are ignored'
                       Move 'Y' To overflow-switch
                   End-If
               End-If
           End-If
           .

       *>  Files one record in slot rl-idx, checking what can be
       *>  checked without the item: the operator, the compare type
       *>  and, for a numeric test, the value.
       1020-Store-Rule.
           Move rul-queue-name   To re-queue-name(rl-idx)
           Move rul-number       To re-number(rl-idx)
           Move rul-priority     To re-priority(rl-idx)
           Move rul-field-name   To re-field-name(rl-idx)
           Move rul-offset       To re-offset(rl-idx)
           Move rul-length       To re-length(rl-idx)
           Move rul-operator     To re-operator(rl-idx)
           Move rul-compare-type To re-compare-type(rl-idx)
           Move rul-value        To re-value(rl-idx)
           Move 0                To re-num-value(rl-idx)
           Move 0                To re-hits(rl-idx)
           Move 0                To re-unresolved(rl-idx)
           Move 'Y'              To re-usable-switch(rl-idx)

           If re-compare-type(rl-idx) = Space
               Move 'C' To re-compare-type(rl-idx)
           End-If

           Evaluate True
             When Not re-op-valid(rl-idx)
                  Move 'N' To re-usable-switch(rl-idx)
             When re-op-always(rl-idx)
                  Continue
             When re-compare-type(rl-idx) = 'C'
                  Continue
             When re-compare-type(rl-idx) = 'N'
                  If re-value(rl-idx) = Spaces
                    Or Test-Numval(re-value(rl-idx)) Not = 0
                      Move 'N' To re-usable-switch(rl-idx)
                  Else
                      Compute re-num-value(rl-idx) =
                        Numval(re-value(rl-idx))
                  End-If
             When Other
                  Move 'N' To re-usable-switch(rl-idx)
           End-Evaluate

           If Not re-usable(rl-idx)
               Display myname ' PRIQRUL queue ' rul-queue-name
                 ' rule ' rul-number
                 ' is unusable (operator or value); it never matches'
           End-If
           .

       *>  EVAL: tries the queue's rules in dataset order.  A rule
       *>  starts wherever the rule number changes; the rule before
       *>  it matched if every one of its tests held.
       2000-Evaluate.
           Add 1 To nb-evaluations
           Move 'N' To layout-switch
           Move 'N' To queue-seen-switch
           Move 'N' To matched-switch
           Move 'N' To cur-rule-switch
           Move 0   To cur-rule-idx

           Perform 2010-Try-One-Record
             Varying rl-idx
             From 1 By 1
             Until rl-idx > rl-nb-entries
               Or rule-matched

           If Not rule-matched
             And cur-rule-idx > 0
             And cur-rule-holds
               Move 'Y' To matched-switch
           End-If

           Evaluate True
             When rule-matched
                  Add 1 To re-hits(cur-rule-idx)
                  If rule-priority Is Not Omitted
                      Move re-priority(cur-rule-idx) To rule-priority
                  End-If
                  If rule-number Is Not Omitted
                      Move re-number(cur-rule-idx) To rule-number
                  End-If
             When queue-seen
                  Add 1 To nb-unmatched
                  Move rc-no-match To save-rc
             When Other
                  Add 1 To nb-without-rules
                  Move rc-no-rules To save-rc
           End-Evaluate
           .

       *>  Body of the 2000-Evaluate loop.  A record opening a new
       *>  rule first settles the rule before it; once one rule has
       *>  failed a test, the rest of its records are passed over.
       2010-Try-One-Record.
           If re-queue-name(rl-idx) = queue-name
               Move 'Y' To queue-seen-switch

               If cur-rule-idx > 0
                 And re-number(rl-idx) = re-number(cur-rule-idx)
                   Continue
               Else
                   If cur-rule-idx > 0 And cur-rule-holds
                       Move 'Y' To matched-switch
                   Else
                       Move rl-idx To cur-rule-idx
                       Move 'Y' To cur-rule-switch
                   End-If
               End-If

               If Not rule-matched And cur-rule-holds
                   Perform 2100-Make-Test
                   If Not test-resolved
                       Add 1 To re-unresolved(cur-rule-idx)
                   End-If
                   If Not test-holds
                       Move 'N' To cur-rule-switch
                   End-If
               End-If
           End-If
           .

       *>  Makes the test on record rl-idx against the item.
       2100-Make-Test.
           Move 'N' To test-switch
           Move 'Y' To resolved-switch

           Evaluate True
             When Not re-usable(rl-idx)
                  Move 'N' To resolved-switch
             When re-op-always(rl-idx)
                  Move 'Y' To test-switch
             When Other
                  Perform 2110-Resolve-Field
                  If test-resolved
                      If re-compare-type(rl-idx) = 'N'
                          Perform 2130-Numeric-Test
                      Else
                          Perform 2140-Character-Test
                      End-If
                  End-If
           End-Evaluate
           .

       *>  Settles where the tested field is: the layout field of
       *>  that name, or the record's own offset and length.
       2110-Resolve-Field.
           If re-field-name(rl-idx) = Spaces
               Move re-offset(rl-idx) To test-offset
               Move re-length(rl-idx) To test-length
               Move 'N' To test-type
           Else
               If Not layout-fetched
                   Move 'Y' To layout-switch
                   Call layout-registry Using
                     layout-get-func
                     ab-ptr
                     item-layout
                   End-Call
                   Move Return-Code To layout-rc
                   If layout-rc Not = rc-success
                       Move 0 To layout-nb-fields
                   End-If
               End-If

               Move 0 To test-length
               Perform 2120-Match-Layout-Field
                 Varying fld-idx
                 From 1 By 1
                 Until fld-idx > layout-nb-fields
                   Or test-length > 0
               If test-length = 0
                   Move 'N' To resolved-switch
               End-If
           End-If

           If test-resolved
               If test-offset < 1
                 Or test-length < 1
                 Or test-offset + test-length - 1 > rule-item-len
                   Move 'N' To resolved-switch
               End-If
           End-If
           .

       *>  Body of the 2110-Resolve-Field layout search.
       2120-Match-Layout-Field.
           If fld-name(fld-idx) = re-field-name(rl-idx)
               Move fld-offset(fld-idx) To test-offset
               Move fld-length(fld-idx) To test-length
               Move fld-type(fld-idx)   To test-type
               If test-type = 'C' Or test-type = Space
                   Move 'N' To test-type
               End-If
           End-If
           .

       *>  Reads the field as the number its type declares and
       *>  compares it with the rule's value.
       2130-Numeric-Test.
           Move 'Y' To numeric-ok-switch

           Evaluate test-type
             When 'N'
                  If test-length > 18
                      Move 'N' To numeric-ok-switch
                  Else
                      Move Zeros To zoned-chars
                      Move rule-item(test-offset:test-length)
                        To zoned-chars
                          (18 - test-length + 1:test-length)
                      If zoned-chars Is Numeric
                          Move zoned-value To work-value
                      Else
                          Move 'N' To numeric-ok-switch
                      End-If
                  End-If
             When 'P'
                  If test-length > 8
                      Move 'N' To numeric-ok-switch
                  Else
                      Move Low-Values To packed-chars
                      Move rule-item(test-offset:test-length)
                        To packed-chars(9 - test-length:test-length)
                      If packed-value Is Numeric
                          Move packed-value To work-value
                      Else
                          Move 'N' To numeric-ok-switch
                      End-If
                  End-If
             When 'B'
                  Evaluate test-length
                    When 2
                         Move rule-item(test-offset:2)
                           To bin-chars(1:2)
                         Move bin2-value To work-value
                    When 4
                         Move rule-item(test-offset:4)
                           To bin-chars(1:4)
                         Move bin4-value To work-value
                    When 8
                         Move rule-item(test-offset:8)
                           To bin-chars(1:8)
                         Move bin8-value To work-value
                    When Other
                         Move 'N' To numeric-ok-switch
                  End-Evaluate
             When Other
                  Move 'N' To numeric-ok-switch
           End-Evaluate

           If Not numeric-ok
               Move 'N' To resolved-switch
           Else
               Evaluate re-operator(rl-idx)
                 When 'EQ'
                      If work-value = re-num-value(rl-idx)
                          Move 'Y' To test-switch
                      End-If
                 When 'NE'
                      If work-value Not = re-num-value(rl-idx)
                          Move 'Y' To test-switch
                      End-If
                 When 'GT'
                      If work-value > re-num-value(rl-idx)
                          Move 'Y' To test-switch
                      End-If
                 When 'GE'
                      If work-value >= re-num-value(rl-idx)
                          Move 'Y' To test-switch
                      End-If
                 When 'LT'
                      If work-value < re-num-value(rl-idx)
                          Move 'Y' To test-switch
                      End-If
                 When 'LE'
                      If work-value <= re-num-value(rl-idx)
                          Move 'Y' To test-switch
                      End-If
               End-Evaluate
           End-If
           .

       *>  Compares the field's bytes with as many bytes of the
       *>  rule's value, its trailing spaces standing in for the
       *>  padding a shorter value gets.
       2140-Character-Test.
           If test-length > Length(re-value(rl-idx))
               Move 'N' To resolved-switch
           Else
               Evaluate re-operator(rl-idx)
                 When 'EQ'
                      If rule-item(test-offset:test-length)
                           = re-value(rl-idx)(1:test-length)
                          Move 'Y' To test-switch
                      End-If
                 When 'NE'
                      If rule-item(test-offset:test-length)
                           Not = re-value(rl-idx)(1:test-length)
                          Move 'Y' To test-switch
                      End-If
                 When 'GT'
                      If rule-item(test-offset:test-length)
                           > re-value(rl-idx)(1:test-length)
                          Move 'Y' To test-switch
                      End-If
                 When 'GE'
                      If rule-item(test-offset:test-length)
                           >= re-value(rl-idx)(1:test-length)
                          Move 'Y' To test-switch
                      End-If
                 When 'LT'
                      If rule-item(test-offset:test-length)
                           < re-value(rl-idx)(1:test-length)
                          Move 'Y' To test-switch
                      End-If
                 When 'LE'
                      If rule-item(test-offset:test-length)
                           <= re-value(rl-idx)(1:test-length)
                          Move 'Y' To test-switch
                      End-If
               End-Evaluate
           End-If
           .

       *>  HITS: the run's audit listing -- one line per rule (on
       *>  the record that opens it) with its priority, how many
       *>  items it prioritized and how many of its tests could
       *>  not be made, then the run's totals.
       3000-List-Hits.
           Display myname ' RULE HITS, ' rl-nb-entries
             ' rule records loaded from PRIQRUL'

           Move 0 To cur-rule-idx
           Perform 3010-List-One-Rule
             Varying rl-idx
             From 1 By 1
             Until rl-idx > rl-nb-entries

           Display myname ' RULE HITS evaluations = ' nb-evaluations
             ' unmatched = ' nb-unmatched
             ' queue without rules = ' nb-without-rules
           .

       *>  Body of the 3000-List-Hits loop.
       3010-List-One-Rule.
           If queue-name Is Omitted
             Or queue-name = Spaces
             Or re-queue-name(rl-idx) = queue-name
               If cur-rule-idx = 0
                 Or re-queue-name(rl-idx)
                      Not = re-queue-name(cur-rule-idx)
                 Or re-number(rl-idx) Not = re-number(cur-rule-idx)
                   Move rl-idx To cur-rule-idx
                   Display myname ' RULE HITS queue '
                     re-queue-name(rl-idx)
                     ' rule ' re-number(rl-idx)
                     ' priority = ' re-priority(rl-idx)
                     ' hits = ' re-hits(rl-idx)
                     ' unresolved = ' re-unresolved(rl-idx)
               End-If
           End-If
           .
