       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Chain verifier for the two datasets internal audit takes
       *> as evidence: the audit trail (STACKAUD) and the balance
       *> journal (STACKQJL).  Every record on either carries a
       *> running chain value STACKCHN computed over the record's
       *> own bytes and the value on the record before it; this
       *> reads a dataset front to back, recomputes each value from
       *> its predecessor's, and reports the exact first record
       *> where the stored value and the recomputed one part --
       *> which is where a record was deleted, reordered, inserted
       *> or edited in a dataset editor.  Every record after a
       *> break fails with it, so checking stops at the first one.
       *>
       *> Either dataset may be allocated, or both; each is
       *> verified on its own, from a chain of zero at its first
       *> record.  A per-stack trail is verified by allocating it
       *> under the STACKAUD DDNAME.  A trail STACKHK has aged
       *> carries a fresh chain of its own and verifies the same
       *> way.  The report goes to STACKCVRPT: per dataset the
       *> records read and either an intact chain or the break --
       *> its record number, timestamp and stack id (the
       *> journal's queue DDNAME), and the stored and expected
       *> chain values.
       *>
       *> Trails and journals written before the chain value was
       *> added break at their first record; they have no chain to
       *> verify.
       *>
       Program-ID. STACKCV.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select audit-file Assign To "STACKAUD"
             Organization Is Sequential
             File Status Is audit-file-status
           .
           Select journal-file Assign To "STACKQJL"
             Organization Is Sequential
             File Status Is journal-file-status
           .
           Select report-file Assign To "STACKCVRPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  audit-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On audit-rec-len
           .
       01  audit-record                 PIC X(9999999).

       FD  journal-file.
       *>  Mirror of QUEUED's journal-record.
       01  journal-record.
           05  jr-timestamp             PIC X(021).
           05  jr-ddname                PIC X(008).
           05  jr-job                   PIC X(008).
           05  jr-func                  PIC X(004).
           05  jr-open-nb-items         PIC 9(009).
           05  jr-open-head-rrn         PIC 9(009).
           05  jr-open-tail-rrn         PIC 9(009).
           05  jr-nb-enqueues           PIC 9(009).
           05  jr-nb-dequeues           PIC 9(009).
           05  jr-close-nb-items        PIC 9(009).
           05  jr-close-head-rrn        PIC 9(009).
           05  jr-close-tail-rrn        PIC 9(009).
           05  jr-cycle-id              PIC X(008).
           05  jr-marker-event          PIC X(001).
           05  jr-marker-rrn            PIC 9(009).
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKCV'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating a chain broke on a dataset
           *>  that was verified.
           05  rc-chain-broken          PIC S9(004) Binary Value +4.
           *>  Return code indicating neither dataset could be
           *>  opened; nothing was verified.
           05  rc-no-input              PIC S9(004) Binary Value +8.
           *>  The chain arithmetic; see STACKCHN.cbl.  The audit
           *>  chain field sits right after the fixed header fields
           *>  ahead of it, the journal's closes the record.
           05  chain-program            PIC X(008) Value 'STACKCHN'.
           05  chain-calc-func          PIC X(004) Value 'CALC'.
           05  audit-chain-offset       PIC 9(009) Binary Value 46.
           05  journal-chain-offset     PIC 9(009) Binary Value 132.

       *>  Mirror of STACKP's audit-header, the fixed front of every
       *>  record on STACKAUD; the item itself follows it.
       01  audit-header.
           05  audit-timestamp          PIC X(021).
           05  audit-program            PIC X(008).
           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       01  work-areas.
           05  audit-rec-len            PIC 9(009) Binary Value 0.
           05  journal-rec-len          PIC 9(009) Binary Value 0.
           05  audit-file-status        PIC X(002) Value '00'.
           05  journal-file-status      PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  nb-verified              PIC 9(004) Value 0.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  break-switch             PIC X(001) Value 'N'.
               88  chain-broken                     Value 'Y'.
           05  nb-read                  PIC 9(009) Binary Value 0.
           05  chain-dd-name            PIC X(008) Value Spaces.
           05  chain-prev               PIC 9(009) Value 0.
           05  chain-expected           PIC 9(009) Value 0.
           05  chain-stored             PIC X(009) Value Spaces.
           05  break-timestamp          PIC X(021) Value Spaces.
           05  break-stack-id           PIC X(008) Value Spaces.

       Procedure Division.
           Open Output report-file

           Move 'STACKCV audit trail and journal chain verification'
             To report-record
           Write report-record

           Move rc-success To save-rc
           Move 0 To nb-verified

           Perform 1000-Verify-Audit-Trail
           Perform 2000-Verify-Journal

           If nb-verified = 0
               Move Spaces To report-record
               Move 'Neither STACKAUD nor STACKQJL could be opened'
                 To report-record
               Write report-record
               Move rc-no-input To save-rc
           End-If

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  Verifies STACKAUD front to back.
       1000-Verify-Audit-Trail.
           Move 'STACKAUD' To chain-dd-name
           Perform 8000-Reset-Chain

           Open Input audit-file
           If audit-file-status Not = '00'
               Move Spaces To report-record
               Move 'STACKAUD absent; trail not verified'
                 To report-record
               Write report-record
           Else
               Add 1 To nb-verified
               Perform 1010-Verify-One-Audit-Record
                 Until eof Or chain-broken
               Close audit-file
               Perform 8100-Report-Outcome
           End-If
           .

       *>  Body of the 1000-Verify-Audit-Trail loop.  A record too
       *>  short to hold the header cannot carry a chain value and
       *>  is a break in itself.
       1010-Verify-One-Audit-Record.
           Read audit-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read

               If audit-rec-len < Length(audit-header)
                   Move Spaces To audit-header
                   Move audit-record(1:audit-rec-len)
                     To audit-header(1:audit-rec-len)
                   Move audit-timestamp To break-timestamp
                   Move audit-stack-id  To break-stack-id
                   Move Spaces To chain-stored
                   Move 0      To chain-expected
                   Move 'Y'    To break-switch
               Else
                   Move audit-record(1:Length(audit-header))
                     To audit-header
                   Move chain-prev To chain-expected
                   Call chain-program Using
                     chain-calc-func
                     chain-dd-name
                     chain-expected
                     audit-rec-len
                     audit-chain-offset
                     audit-record
                   End-Call

                   Move audit-record(audit-chain-offset:
                     Length(chain-stored)) To chain-stored
                   If chain-stored Is Numeric
                     And audit-chain-value = chain-expected
                       Move audit-chain-value To chain-prev
                   Else
                       Move audit-timestamp To break-timestamp
                       Move audit-stack-id  To break-stack-id
                       Move 'Y' To break-switch
                   End-If
               End-If
           End-If
           .

       *>  Verifies STACKQJL front to back.
       2000-Verify-Journal.
           Move 'STACKQJL' To chain-dd-name
           Perform 8000-Reset-Chain

           Open Input journal-file
           If journal-file-status Not = '00'
               Move Spaces To report-record
               Move 'STACKQJL absent; journal not verified'
                 To report-record
               Write report-record
           Else
               Add 1 To nb-verified
               Move Length(journal-record) To journal-rec-len
               Perform 2010-Verify-One-Journal-Record
                 Until eof Or chain-broken
               Close journal-file
               Perform 8100-Report-Outcome
           End-If
           .

       *>  Body of the 2000-Verify-Journal loop.
       2010-Verify-One-Journal-Record.
           Read journal-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read

               Move chain-prev To chain-expected
               Call chain-program Using
                 chain-calc-func
                 chain-dd-name
                 chain-expected
                 journal-rec-len
                 journal-chain-offset
                 journal-record
               End-Call

               Move jr-chain-value To chain-stored
               If chain-stored Is Numeric
                 And jr-chain-value = chain-expected
                   Move jr-chain-value To chain-prev
               Else
                   Move jr-timestamp To break-timestamp
                   Move jr-ddname    To break-stack-id
                   Move 'Y' To break-switch
               End-If
           End-If
           .

       *>  Fresh state for the next dataset: its chain starts from
       *>  zero at its first record.
       8000-Reset-Chain.
           Move 'N'    To eof-switch
           Move 'N'    To break-switch
           Move 0      To nb-read
           Move 0      To chain-prev
           Move 0      To chain-expected
           Move Spaces To chain-stored
           Move Spaces To break-timestamp
           Move Spaces To break-stack-id
           .

       *>  The dataset's verdict: records read, then an intact
       *>  chain or the first break with what identifies it.
       8100-Report-Outcome.
           Move Spaces To report-record
           Move chain-dd-name To report-record
           Move ' records read:' To report-record(9:15)
           Move nb-read To report-record(25:9)
           Write report-record

           If chain-broken
               Move rc-chain-broken To save-rc

               Move Spaces To report-record
               Move '  Chain broken at record' To report-record
               Move nb-read To report-record(26:9)
               Write report-record

               Move Spaces To report-record
               Move '  Timestamp' To report-record
               Move break-timestamp To report-record(14:21)
               Move 'Stack id' To report-record(37:8)
               Move break-stack-id To report-record(46:8)
               Write report-record

               Move Spaces To report-record
               Move '  Stored chain' To report-record
               Move chain-stored To report-record(16:9)
               Move 'Expected' To report-record(27:8)
               Move chain-expected To report-record(36:9)
               Write report-record
           Else
               Move Spaces To report-record
               Move '  Chain intact' To report-record
               Write report-record
           End-If
           .
