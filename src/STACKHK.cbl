       *> forward untouched in its entirety -- the safe answer for
       *> an id nobody has made a retention decision about yet.
       *>
       *> A record reading *DRYRUN in columns 1-7, anywhere among
       *> them, makes the run a dry run: both datasets are read and
       *> aged exactly as for real, and the full report produced,
       *> headed SIMULATED, with the counts a real run would write
       *> -- but STACKAUDO and STACKHSTO are not opened or written,
       *> and the return code is the one the real run would give.
       *> The same *DRYRUN record previews STACKSVM, QUEUEDM CMPT,
       *> STACKDA and STACKLM.
       *>
       *> Reads STACKAUD and STACKHST; writes the aged equivalents
       *> to STACKAUDO and STACKHSTO, summaries ahead of the
       *> carried-forward detail, ready to replace the originals on
       *> digits where an item would sit, so the reporting
       *> utilities can recognize and step over it.  A history
       *> summary is an ordinary STACKHS1 record totaled across the
       *> day's runs, job name *SUMMARY.  A day's records roll up
       *> apart by the business processing date they carry (see
       *> STACKBD.cbl), so an id can have two summaries for one
       *> calendar day: the small hours', belonging to the cycle
       *> that started the evening before, and the evening's own.
       *>
       *> The trail's running chain (see STACKCHN) is checked as the
       *> first pass reads it.  A trail whose chain is already
       *> broken is not aged at all -- rewriting it would launder
       *> the break -- and the first broken record is reported the
       *> way STACKCV reports it.  An intact trail comes out
       *> on STACKAUDO under a fresh chain, started from zero over
       *> the summaries and the carried records in the order they
       *> are written, so the aged trail verifies clean on its own.
       *>
       Program-ID. STACKHK.
       Environment Division.
           05  myname                   PIC X(008) Value 'STACKHK'.
           05  hs-eyecatcher-value      PIC X(008) Value 'STACKHS1'.
           05  default-id               PIC X(008) Value '*DEFAULT'.
           05  dry-run-id               PIC X(008) Value '*DRYRUN'.
           05  summary-program          PIC X(008) Value '*SUMMARY'.
           05  summary-func             PIC X(004) Value 'SUM '.
           05  ret-tbl-max              PIC 9(004) Value 50.
           *>  rather than dropped, so nothing is lost, the
           *>  datasets just shrink less than asked.
           05  rc-summary-overflow      PIC S9(004) Binary Value +12.
           *>  Return code indicating the audit trail's chain was
           *>  already broken; the trail was left unaged and no
           *>  STACKAUDO was written.
           05  rc-chain-broken          PIC S9(004) Binary Value +16.
           *>  The running chain every audit record carries; see
           *>  STACKCHN.cbl.
           05  chain-program            PIC X(008) Value 'STACKCHN'.
           05  chain-calc-func          PIC X(004) Value 'CALC'.
           05  chain-dd-name            PIC X(008) Value 'STACKAUD'.
           05  audit-chain-offset       PIC 9(009) Binary Value 46.

       *>  Mirror of STACKP's audit-header, the fixed front of every
       *>  record on STACKAUD; the item itself follows it.
           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       *>  The zoned counts an audit summary carries where an item
       *>  would sit.
           05  today-date               PIC 9(008) Value 0.
           05  today-integer            PIC 9(009) Value 0.
           05  record-date              PIC X(008) Value Spaces.
           05  record-business-date     PIC X(008) Value Spaces.
           05  record-date-num          PIC 9(008) Value 0.
           05  record-integer           PIC 9(009) Value 0.
           05  record-age-days          PIC S9(009) Value 0.
           05  nb-summaries-written     PIC 9(009) Binary Value 0.
           05  nb-overflowed            PIC 9(009) Binary Value 0.
           05  hk-error-idx             PIC 9(004) Value 0.
           *>  The input trail's chain as pass 1 checks it, and the
           *>  fresh chain pass 2 writes.
           05  audit-chain-prev         PIC 9(009) Value 0.
           05  audit-chain-calc         PIC 9(009) Value 0.
           05  audit-out-chain          PIC 9(009) Value 0.
           05  chain-break-switch       PIC X(001) Value 'N'.
               88  chain-broken                     Value 'Y'.
           05  dry-run-switch           PIC X(001) Value 'N'.
               88  dry-run                          Value 'Y'.

       *>  The retention rules read off STACKHKIN.
       01  retention-table.
           05  day-entry Occurs 1000 Times.
               10  day-id               PIC X(008).
               10  day-date             PIC X(008).
               10  day-business-date    PIC X(008).
               10  day-nb-ops           PIC 9(009) Binary.
               10  day-nb-pushes        PIC 9(009) Binary.
               10  day-nb-pops          PIC 9(009) Binary.

           Perform 1000-Load-Retention-Rules

           If dry-run
               Move Spaces To report-record
               Move 'SIMULATED -- dry run: nothing written; counts are'
                 To report-record
               Move 'what a real run would write'
                 To report-record(51:27)
               Write report-record
           End-If

           If save-rc Not = rc-success
               Close report-file
               Move save-rc To Return-Code
               Move 'carried forward in full detail instead.'
                 To report-record
               Write report-record
               If save-rc < rc-summary-overflow
                   Move rc-summary-overflow To save-rc
               End-If
           End-If

           Close report-file
           End-Read

           If Not ctl-eof
             Evaluate True
               When ctl-id = dry-run-id
                   Move 'Y' To dry-run-switch
               When ctl-id = default-id
                   Move 'Y' To ret-default-switch
                   Move ctl-retention To ret-default-days
               When Other
                 If ret-nb-entries < ret-tbl-max
                   Add 1 To ret-nb-entries
                   Move ctl-id        To ret-id(ret-nb-entries)
                     To report-record
                   Write report-record
                 End-If
             End-Evaluate
           End-If
           .

           .

       *>  Finds (or creates) the day-table slot for the current
       *>  record-id/record-date pair and the business date the
       *>  record belongs to -- the small hours of a calendar day
       *>  belong to the cycle that started the evening before, so
       *>  they roll up apart from that evening's records; match-
       *>  idx 0 means the table is full and the record must be
       *>  carried instead.
       1300-Find-Day-Slot.
           Move 0   To match-idx
           Move 'N' To match-switch
                   Move day-nb-entries To match-idx
                   Move record-id   To day-id(match-idx)
                   Move record-date To day-date(match-idx)
                   Move record-business-date
                     To day-business-date(match-idx)
                   Move 0 To day-nb-ops(match-idx)
                   Move 0 To day-nb-pushes(match-idx)
                   Move 0 To day-nb-pops(match-idx)
       1310-Check-Day-Slot.
           If day-id(day-idx) = record-id
             And day-date(day-idx) = record-date
             And day-business-date(day-idx) = record-business-date
               Move day-idx To match-idx
               Move 'Y'     To match-switch
           End-If
           Move 0   To nb-read
           Move 0   To nb-summarized
           Move 0   To nb-carried
           Move 0   To audit-chain-prev
           Move 'N' To chain-break-switch

           Open Input audit-file
           If audit-file-status Not = '00'
           Else
               Perform 2010-Process-Audit-Record Until eof
               Close audit-file
           End-If

           If audit-file-status = '00' And chain-broken
               Move Spaces To report-record
               Move 'STACKAUD chain broken; trail not aged'
                 To report-record
               Write report-record
               Move rc-chain-broken To save-rc
           End-If

           If audit-file-status = '00' And Not chain-broken
               Move 0   To audit-out-chain
               Move 2   To pass-number
               Move 'N' To eof-switch
               Open Input audit-file
               If Not dry-run
                   Open Output audit-out-file
               End-If

               Perform 2100-Write-Audit-Summary
                 Varying day-idx
               Perform 2010-Process-Audit-Record Until eof

               Close audit-file
               If Not dry-run
                   Close audit-out-file
               End-If

               Move Spaces To report-record
               Move 'Audit records read:      ' To report-record

               Move audit-stack-id       To record-id
               Move audit-timestamp(1:8) To record-date
               Move audit-business-date  To record-business-date

               Perform 1100-Find-Retention


               If pass-number = 1
                   Add 1 To nb-read
                   If Not chain-broken
                       Perform 2040-Check-Audit-Chain
                   End-If
                   If retention-found
                     And record-age-days > retention-days
                       Perform 1300-Find-Day-Slot
           Move audit-rec-len To audit-out-rec-len
           Move audit-record(1:audit-rec-len)
             To audit-out-record(1:audit-out-rec-len)
           Perform 2050-Chain-Audit-Out-Record
           If Not dry-run
               Write audit-out-record
           End-If
           .

       *>  Checks the record just read against the input trail's
       *>  chain.  The first record that fails -- too short to carry
       *>  a chain field, or carrying the wrong value -- is reported
       *>  by position, timestamp and stack id; checking stops
       *>  there, since everything after a break fails with it.
       2040-Check-Audit-Chain.
           If audit-rec-len < Length(audit-header)
               Move 'Y' To chain-break-switch
           Else
               Move audit-chain-prev To audit-chain-calc
               Call chain-program Using
                 chain-calc-func
                 chain-dd-name
                 audit-chain-calc
                 audit-rec-len
                 audit-chain-offset
                 audit-record
               End-Call

               If audit-chain-value Is Not Numeric
                 Or audit-chain-value Not = audit-chain-calc
                   Move 'Y' To chain-break-switch
               Else
                   Move audit-chain-value To audit-chain-prev
               End-If
           End-If

           If chain-broken
               Move Spaces To report-record
               Move 'Chain broken at audit record' To report-record
               Move nb-read To report-record(30:9)
               Write report-record

               Move Spaces To report-record
               Move 'Timestamp ' To report-record
               Move audit-timestamp To report-record(11:21)
               Move ' stack id ' To report-record(32:10)
               Move audit-stack-id To report-record(42:8)
               Write report-record
           End-If
           .

       *>  Stores the fresh chain's value in the record about to be
       *>  written to STACKAUDO.
       2050-Chain-Audit-Out-Record.
           Move audit-out-chain To audit-chain-calc
           Call chain-program Using
             chain-calc-func
             chain-dd-name
             audit-chain-calc
             audit-out-rec-len
             audit-chain-offset
             audit-out-record
           End-Call

           Move audit-chain-calc
             To audit-out-record(audit-chain-offset:
                 Length(audit-chain-value))
           Move audit-chain-calc To audit-out-chain
           .

       *>  One audit summary record: the header shape every trail
           Move '000000' To audit-timestamp(9:6)
           Move summary-program   To audit-program
           Move day-id(day-idx)   To audit-stack-id
           Move day-business-date(day-idx) To audit-business-date
           Move summary-func      To audit-func
           Move day-depth-max(day-idx) To audit-nb-items

           Move audit-summary-counts
             To audit-out-record(Length(audit-header) + 1:
                 Length(audit-summary-counts))
           Perform 2050-Chain-Audit-Out-Record
           If Not dry-run
               Write audit-out-record
           End-If

           Add 1 To nb-summaries-written
           .
               Move 2   To pass-number
               Move 'N' To eof-switch
               Open Input history-file
               If Not dry-run
                   Open Output history-out-file
               End-If

               Perform 3100-Write-History-Summary
                 Varying day-idx
               Perform 3010-Process-History-Record Until eof

               Close history-file
               If Not dry-run
                   Close history-out-file
               End-If

               Move Spaces To report-record
               Move 'History records read:    ' To report-record
           If Not eof
               Move history-record(1:Length(hs-record-layout))
                 To hs-record-layout
               If history-rec-len < Length(hs-record-layout)
                   Move hs-date To hs-business-date
               End-If

               If hs-eyecatcher Not = hs-eyecatcher-value
                   If pass-number = 2
               Else
                   Move hs-stack-id To record-id
                   Move hs-date     To record-date
                   Move hs-business-date To record-business-date

                   Perform 1100-Find-Retention

           Move history-rec-len To history-out-rec-len
           Move history-record(1:history-rec-len)
             To history-out-record(1:history-out-rec-len)
           If Not dry-run
               Write history-out-record
           End-If
           .

       *>  One history summary record: an ordinary STACKHS1 record
           Move '000000'               To hs-time
           Move summary-program        To hs-job-name
           Move day-id(day-idx)        To hs-stack-id
           Move day-business-date(day-idx) To hs-business-date
           Move day-nb-pushes(day-idx) To hs-pushes
           Move day-nb-pops(day-idx)   To hs-pops
           Move day-peeks(day-idx)     To hs-peeks
           Move Length(hs-record-layout) To history-out-rec-len
           Move hs-record-layout
             To history-out-record(1:history-out-rec-len)
           If Not dry-run
               Write history-out-record
           End-If

           Add 1 To nb-summaries-written
           .
