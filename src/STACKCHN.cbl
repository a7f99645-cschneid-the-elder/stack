       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> The running chain value that makes the audit trail
       *> (STACKAUD) and the balance journal (STACKQJL) tamper
       *> evident.  Every record those datasets receive carries a
       *> chain value computed over the record's own bytes and the
       *> chain value of the record before it, so a record deleted,
       *> reordered or edited in a dataset editor leaves every
       *> chain value from that point on wrong, and STACKCV finds
       *> the first of them.
       *>
       *> The chain is the hash STACKU and STACKI already use for
       *> the unload trailer, started from the predecessor's value
       *> instead of zero:
       *>     chain = Mod(chain * 31 + Ord(byte), 999999937)
       *> across every byte of the record except the nine bytes of
       *> the chain field itself.  The first record of a dataset
       *> chains from zero.  It shows a record touched by hand; it
       *> is not, and does not claim to be, a seal against someone
       *> who recomputes the chain from the edit onward.
       *>
       *> The last chain value written is held per dataset in this
       *> program's Working-Storage for the life of the run unit,
       *> the same lifetime STACKDIR's table has, so every writer in
       *> the step -- QUEUED, PRIQD and KEYD on the one journal, for
       *> instance -- continues one chain.  A writer whose dataset
       *> is not yet known here reads it through once to find the
       *> last value and SEEDs it.  The appending step holds the
       *> dataset for the whole step, so no other job can add to
       *> the chain underneath it.
       *>
       *>     LAST  answer the dataset's last chain value; rc 4 if
       *>           not yet known in this run unit
       *>     SEED  establish the dataset's last chain value
       *>     NEXT  chain the record about to be appended: compute
       *>           its value from the dataset's last one, store it
       *>           in the record's chain field, and remember it
       *>     CALC  compute a record's value from the predecessor
       *>           value passed, touching nothing -- the verifier's
       *>           and the housekeeper's function
       *>
       Program-ID. STACKCHN.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Data Division.
       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKCHN'.
           05  chn-tbl-max              PIC 9(004) Value 50.
           05  chn-hash-modulus         PIC 9(009) Binary
                                          Value 999999937.
           *>  Width of the zoned chain field in every record.
           05  chn-field-len            PIC 9(009) Binary Value 9.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the dataset's last chain value
           *>  is not yet known in this run unit; SEED it first.
           05  rc-not-seeded            PIC S9(004) Binary Value +4.
           05  rc-bad-func              PIC S9(004) Binary Value +8.
           *>  Return code indicating more datasets than the table
           *>  holds; the record goes out unchained and STACKCV will
           *>  report it.
           05  rc-table-full            PIC S9(004) Binary Value +12.
           *>  Return code indicating the chain field does not lie
           *>  wholly inside the record.
           05  rc-bad-offset            PIC S9(004) Binary Value +16.

       01  work-areas.
           05  chn-idx                  PIC 9(004) Value 0.
           05  match-idx                PIC 9(004) Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                     Value 'Y'.
           05  chn-hash                 PIC 9(018) Binary Value 0.
           05  chn-byte-idx             PIC 9(009) Binary Value 0.
           05  chn-field-end            PIC 9(009) Binary Value 0.

       *>  The last chain value written, per dataset.
       01  chain-table.
           05  chn-nb-entries           PIC 9(004) Value 0.
           05  chn-entry Occurs 50 Times.
               10  chn-entry-dd-name    PIC X(008).
               10  chn-entry-value      PIC 9(009).

       Linkage Section.
       *>  Input.  Function to be performed.
       01  chn-func                     PIC X(004).
           88  chn-func-last                       Value 'LAST'.
           88  chn-func-seed                       Value 'SEED'.
           88  chn-func-next                       Value 'NEXT'.
           88  chn-func-calc                       Value 'CALC'.

       *>  Input.  The dataset's DDNAME, the key the chain is kept
       *>  under.  Ignored for CALC.
       01  chn-dd-name                  PIC X(008).

       *>  Output for LAST and NEXT, input for SEED, input and
       *>  output for CALC (the predecessor's value in, the
       *>  record's out).
       01  chn-value                    PIC 9(009).

       *>  Input, NEXT and CALC only.  The record's length.
       01  chn-rec-len                  PIC 9(009) Binary.

       *>  Input, NEXT and CALC only.  Position of the nine-byte
       *>  zoned chain field within the record.
       01  chn-offset                   PIC 9(009) Binary.

       *>  Input, NEXT and CALC only; NEXT stores the chain value
       *>  into its chain field.
       01  chn-record.
           05  Occurs 1 To Unbounded
               Depending chn-rec-len
               PIC X(001).

       Procedure Division Using
             chn-func
             chn-dd-name
             chn-value
             Optional chn-rec-len
             Optional chn-offset
             Optional chn-record
           .

           Move rc-success To save-rc

           Evaluate True
             When chn-func-last
                  Perform 1000-Find-Dataset
                  If match-found
                      Move chn-entry-value(match-idx) To chn-value
                  Else
                      Move 0 To chn-value
                      Move rc-not-seeded To save-rc
                  End-If
             When chn-func-seed
                  Perform 1000-Find-Dataset
                  If Not match-found
                      Perform 1100-Add-Dataset
                  End-If
                  If match-found
                      Move chn-value To chn-entry-value(match-idx)
                  End-If
             When chn-func-next
                  Perform 1000-Find-Dataset
                  If Not match-found
                      Move 0 To chn-value
                      Move rc-not-seeded To save-rc
                  Else
                      Move chn-entry-value(match-idx) To chn-value
                      Perform 2000-Compute-Chain
                      If save-rc = rc-success
                          Move chn-value
                            To chn-record(chn-offset:chn-field-len)
                          Move chn-value
                            To chn-entry-value(match-idx)
                      End-If
                  End-If
             When chn-func-calc
                  Perform 2000-Compute-Chain
             When Other
                  Move rc-bad-func To save-rc
           End-Evaluate

           Move save-rc To Return-Code
           Goback.

       *>  Looks for chn-dd-name in the table.
       1000-Find-Dataset.
           Move 0   To match-idx
           Move 'N' To match-switch

           Perform 1010-Check-One-Dataset
             Varying chn-idx
             From 1 By 1
             Until chn-idx > chn-nb-entries Or match-found
           .

       *>  Body of the 1000-Find-Dataset search.
       1010-Check-One-Dataset.
           If chn-entry-dd-name(chn-idx) = chn-dd-name
               Move chn-idx To match-idx
               Move 'Y'     To match-switch
           End-If
           .

       *>  Takes a table slot for a dataset seen for the first
       *>  time; a full table leaves match-found 'N'.
       1100-Add-Dataset.
           If chn-nb-entries < chn-tbl-max
               Add 1 To chn-nb-entries
               Move chn-nb-entries To match-idx
               Move chn-dd-name    To chn-entry-dd-name(match-idx)
               Move 0              To chn-entry-value(match-idx)
               Move 'Y'            To match-switch
           Else
               Display myname ' chain table full; ' chn-dd-name
                 ' records go out unchained'
               Move rc-table-full To save-rc
           End-If
           .

       *>  Chains chn-value across the record's bytes, the chain
       *>  field's own nine excepted.
       2000-Compute-Chain.
           Compute chn-field-end = chn-offset + chn-field-len - 1

           If chn-offset < 1 Or chn-field-end > chn-rec-len
               Move rc-bad-offset To save-rc
           Else
               Move chn-value To chn-hash
               Perform 2010-Chain-One-Byte
                 Varying chn-byte-idx
                 From 1 By 1
                 Until chn-byte-idx > chn-rec-len
               Move chn-hash To chn-value
           End-If
           .

       *>  Body of the 2000-Compute-Chain loop.
       2010-Chain-One-Byte.
           If chn-byte-idx < chn-offset
             Or chn-byte-idx > chn-field-end
               Compute chn-hash =
                 Mod((chn-hash * 31)
                   + Ord(chn-record(chn-byte-idx:1)),
                   chn-hash-modulus)
           End-If
           .
