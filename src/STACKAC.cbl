       *> one copy, so the inner call's removal is exactly what the
       *> sweep's cursor expects to see.
       *>
       *> Every holder also carries what its chargeback needs: the
       *> moment it was first allocated, its storage integrated
       *> over time in byte-seconds (brought up to date at every
       *> ADD, SUB and DROP), its peak bytes, and how many audit
       *> records and durable-dataset records were written on its
       *> behalf -- STACKP reports each one with AUDW or DURW.
       *> When a holder is DROPped (its terminator ran, directly
       *> or from TERMALL) those figures are appended to the
       *> run-unit accounting dataset STACKACT as one record, see
       *> STACKACR.cpy, for STACKCB's chargeback report.  A
       *> structure never terminated leaves no record; a dataset
       *> that cannot be written never fails the terminator.
       *>
       *> NOCH marks a holder as charged to nobody: a scratch copy
       *> a utility makes for its own use (STACKDA's dry run) is
       *> still counted against the budget and shown by RPT, but
       *> its DROP appends no STACKACT record.
       *>
       Program-ID. STACKAC Recursive.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select accounting-file Assign To "STACKACT"
             Organization Is Sequential
             File Status Is accounting-file-status
           .
       Data Division.
       File Section.
       FD  accounting-file.
       01  accounting-record            PIC X(120).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKAC'.
           *>  went untracked but is NOT refused -- losing one
           *>  holder's attribution beats failing its allocation.
           05  rc-ledger-full           PIC S9(004) Binary Value +16.
           05  at-eyecatcher-value      PIC X(008) Value 'STACKAT1'.
           05  seconds-per-day          PIC 9(009) Binary Value 86400.

       01  work-areas.
           05  ac-nb-holders            PIC 9(004) Value 0.
           05  ta-dir-func              PIC X(004) Value 'DRPP'.
           05  ta-dir-name              PIC X(008) Value Spaces.
           05  ta-owner                 PIC X(008) Value Spaces.
           05  accounting-file-status   PIC X(002) Value '00'.
           05  parse-timestamp          PIC X(021) Value Spaces.
           05  parse-yyyymmdd           PIC 9(008).
           05  parse-hh                 PIC 9(002).
           05  parse-mm                 PIC 9(002).
           05  parse-ss                 PIC 9(002).
           05  now-seconds              PIC 9(018) Binary Value 0.

       Copy 'STACKACR.cpy'.

       *>  One slot per reporting holder, keyed by the anchor-block
       *>  pointer its owner hands every call.
               *>  a person can go find.  Spaces when the allocator
               *>  never said.
               10  ac-holder-owner      PIC X(008).
               *>  The chargeback figures; see STACKACR.cpy.  The
               *>  byte-seconds are current to ac-holder-mark, the
               *>  seconds figure of the last ADD, SUB or DROP.
               10  ac-holder-start      PIC X(021).
               10  ac-holder-mark       PIC 9(018) Binary.
               10  ac-holder-byte-secs  PIC 9(018) Binary.
               10  ac-holder-peak       PIC 9(018) Binary.
               10  ac-holder-audit-recs PIC 9(009) Binary.
               10  ac-holder-dur-recs   PIC 9(009) Binary.
               *>  'N' once NOCH has named the holder; its DROP then
               *>  writes no STACKACT record.
               10  ac-holder-charge-switch
                                        PIC X(001).
                   88  ac-holder-charged           Value 'Y'.

       Linkage Section.
       *>  Input.  Function to be performed.
           88  ac-func-budget                     Value 'BUDG'.
           88  ac-func-report                     Value 'RPT '.
           88  ac-func-terminate-all              Value 'TALL'.
           88  ac-func-audit-written              Value 'AUDW'.
           88  ac-func-durable-written            Value 'DURW'.
           88  ac-func-no-charge                  Value 'NOCH'.

       *>  Input.  The holder's identity -- its ab-ptr -- for ADD,
       *>  SUB, DROP, AUDW, DURW and NOCH.  Ignored for BUDG and RPT.
       01  holder-ptr                  Pointer.

       *>  Input.  What kind of structure is reporting ('STACK',
       01  holder-kind                 PIC X(008).

       *>  Input.  The bytes being added or released; for BUDG, the
       *>  job-level budget itself (zero removes the budget); for
       *>  AUDW and DURW, the number of records just written.
       01  ac-bytes                    PIC 9(009) Binary.

       *>  Optional, for ADD.  Who is allocating: the allocator's
                  Perform 4000-Report
             When ac-func-terminate-all
                  Perform 5000-Terminate-All
             When ac-func-audit-written
                  Perform 6000-Count-Audit
             When ac-func-durable-written
                  Perform 6100-Count-Durable
             When ac-func-no-charge
                  Perform 6200-No-Charge
             When Other
                  Move rc-bad-func To save-rc
           End-Evaluate
                       Move 0 To ac-holder-bytes(match-idx)
                       Move Spaces
                         To ac-holder-owner(match-idx)
                       Perform 1030-Start-Holder
                       Move 'Y' To match-switch
                   End-If
               End-If

               If match-found
                   Perform 1020-Accrue-Holder
                   Add ac-bytes To ac-holder-bytes(match-idx)
                   If ac-holder-bytes(match-idx)
                        > ac-holder-peak(match-idx)
                       Move ac-holder-bytes(match-idx)
                         To ac-holder-peak(match-idx)
                   End-If

       *>  The first name supplied for a holder sticks; a reload
       *>  utility adjusting an inner allocation's bytes can still
           If Not match-found
               Move rc-not-found To save-rc
           Else
               Perform 1020-Accrue-Holder
               If ac-bytes > ac-holder-bytes(match-idx)
                   Subtract ac-holder-bytes(match-idx)
                     From run-total-bytes
           If Not match-found
               Move rc-not-found To save-rc
           Else
               Perform 1020-Accrue-Holder
               If ac-holder-charged(match-idx)
                   Perform 3020-Write-Accounting
               End-If

               Subtract ac-holder-bytes(match-idx)
                 From run-total-bytes

             To ac-holder-bytes(ac-idx)
           Move ac-holder-owner(ac-idx + 1)
             To ac-holder-owner(ac-idx)
           Move ac-holder-start(ac-idx + 1)
             To ac-holder-start(ac-idx)
           Move ac-holder-mark(ac-idx + 1)
             To ac-holder-mark(ac-idx)
           Move ac-holder-byte-secs(ac-idx + 1)
             To ac-holder-byte-secs(ac-idx)
           Move ac-holder-peak(ac-idx + 1)
             To ac-holder-peak(ac-idx)
           Move ac-holder-audit-recs(ac-idx + 1)
             To ac-holder-audit-recs(ac-idx)
           Move ac-holder-dur-recs(ac-idx + 1)
             To ac-holder-dur-recs(ac-idx)
           Move ac-holder-charge-switch(ac-idx + 1)
             To ac-holder-charge-switch(ac-idx)
           .

       *>  Appends the departing holder's chargeback figures to
       *>  STACKACT.  Opened and closed per record, the way
       *>  STACKEV treats its feed; a dataset that cannot be
       *>  opened loses the record and nothing else.
       3020-Write-Accounting.
           Move Spaces                      To at-record-layout
           Move at-eyecatcher-value         To at-eyecatcher
           Move parse-timestamp(1:8)        To at-date
           Move parse-timestamp(9:6)        To at-time
           Move ac-holder-owner(match-idx)  To at-owner
           Move ac-holder-kind(match-idx)   To at-kind
           Move ac-holder-start(match-idx)(1:8) To at-start-date
           Move ac-holder-start(match-idx)(9:6) To at-start-time
           Move ac-holder-peak(match-idx)   To at-peak-bytes
           Move ac-holder-byte-secs(match-idx)
             To at-byte-seconds
           Move ac-holder-audit-recs(match-idx)
             To at-audit-records
           Move ac-holder-dur-recs(match-idx)
             To at-durable-records

           Open Extend accounting-file
           If accounting-file-status = '35'
               Open Output accounting-file
           End-If

           If accounting-file-status = '00'
               Move at-record-layout To accounting-record
               Write accounting-record
               Close accounting-file
           End-If
           .

       *>  Displays the holders largest-first plus the run-unit
             Until ac-idx > ac-nb-holders Or match-found
           .

       *>  Brings the matched holder's byte-seconds up to now at
       *>  the bytes it has held since its last change; leaves the
       *>  Current-Date it used in parse-timestamp.
       1020-Accrue-Holder.
           Perform 9830-Stamp-Now
           If now-seconds > ac-holder-mark(match-idx)
               Compute ac-holder-byte-secs(match-idx) =
                 ac-holder-byte-secs(match-idx)
                   + (ac-holder-bytes(match-idx)
                      * (now-seconds - ac-holder-mark(match-idx)))
           End-If
           Move now-seconds To ac-holder-mark(match-idx)
           .

       *>  Opens the chargeback figures of the new slot at
       *>  match-idx.
       1030-Start-Holder.
           Perform 9830-Stamp-Now
           Move parse-timestamp To ac-holder-start(match-idx)
           Move now-seconds     To ac-holder-mark(match-idx)
           Move 0 To ac-holder-byte-secs(match-idx)
           Move 0 To ac-holder-peak(match-idx)
           Move 0 To ac-holder-audit-recs(match-idx)
           Move 0 To ac-holder-dur-recs(match-idx)
           Move 'Y' To ac-holder-charge-switch(match-idx)
           .

       *>  Body of the 1010-Find-Holder search loop.
       1011-Check-Slot.
           If ac-holder-ptr(ac-idx) = holder-ptr
               Move 'Y'    To match-switch
           End-If
           .

       *>  AUDW: counts audit records written for a holder.
       6000-Count-Audit.
           Perform 1010-Find-Holder

           If Not match-found
               Move rc-not-found To save-rc
           Else
               Add ac-bytes To ac-holder-audit-recs(match-idx)
           End-If
           .

       *>  DURW: counts durable-dataset records written for a
       *>  holder -- overflow spill, quarantine, dead-letter,
       *>  disposal and profile records.
       6100-Count-Durable.
           Perform 1010-Find-Holder

           If Not match-found
               Move rc-not-found To save-rc
           Else
               Add ac-bytes To ac-holder-dur-recs(match-idx)
           End-If
           .

       *>  NOCH: the holder leaves no chargeback record when it is
       *>  DROPped.
       6200-No-Charge.
           Perform 1010-Find-Holder

           If Not match-found
               Move rc-not-found To save-rc
           Else
               Move 'N' To ac-holder-charge-switch(match-idx)
           End-If
           .

       *>  Current-Date into parse-timestamp, and as a single
       *>  seconds figure into now-seconds.
       9830-Stamp-Now.
           Move Current-Date           To parse-timestamp
           Move parse-timestamp(1:8)   To parse-yyyymmdd
           Move parse-timestamp(9:2)   To parse-hh
           Move parse-timestamp(11:2)  To parse-mm
           Move parse-timestamp(13:2)  To parse-ss

           Compute now-seconds =
             (Integer-of-Date(parse-yyyymmdd) * seconds-per-day)
               + (parse-hh * 3600) + (parse-mm * 60) + parse-ss
           .
