       *> STACKSV DD at this program's output dataset is how a
       *> restart reloads an older one.
       *>
       *> Control records (STACKSMIN): the function record, and
       *> optionally a *DRYRUN record (below) before or after it.
       *> The first record that is not *DRYRUN is the function
       *> record; any later one is ignored.  Function record
       *> layout:
       *>     ctl-func        PIC X(004)  LIST, PRUN or PICK
       *>     ctl-stack-id    PIC X(008)  PICK: the stack-id wanted.
       *>                                 LIST/PRUN: ignored (they
       *>                                 to extract, counting 1 =
       *>                                 oldest on the dataset, as
       *>                                 numbered by LIST.
       *>     ctl-approval-id PIC 9(009)  PRUN: the id of the
       *>                                 approved request (see
       *>                                 STACKAPV.cbl).  Ignored
       *>                                 for LIST and PICK.
       *>
       *> PRUN discards checkpoint generations, so it is a
       *> maker-checker action: it is carried out only for a
       *> request staged through STACKAPV and approved there by a
       *> second user id, for this program, PRUN and this
       *> generation count.  STACKAPC checks the approval before
       *> the dataset is read and stamps the request executed
       *> after the pruned dataset is written; the report names
       *> the user ids that staged and approved it.  The prune also
       *> goes on the audit trail STACKAUD as an APRV record, with
       *> the header STACKP writes on every audit record (no stack
       *> identity, since a prune works across every stack-id, and
       *> a depth of zero), followed by the action, the request id
       *> and the two user ids, chained through STACKCHN like every
       *> other record on the trail.
       *>
       *> Reads STACKSV; PRUN and PICK write the surviving groups to
       *> STACKSVO, record for record, ready to be used as a
       *> STACKSV dataset by STACKLD (or to replace the original).
       *> The report goes to STACKSMRPT.
       *>
       *> A control record reading *DRYRUN in columns 1-7, the
       *> rest of it ignored, either side of the function record,
       *> makes the run a dry run: the dataset is read and every
       *> group judged exactly as for real, and the full report
       *> produced, headed SIMULATED, with the groups a real run
       *> would keep and drop -- but STACKSVO is not opened or
       *> written, and the return code is the one the real run
       *> would give.  A dry-run PRUN reports whether its approval
       *> is in place without spending it, and goes on to show
       *> what the prune would do either way.  The same *DRYRUN
       *> record previews STACKHK, QUEUEDM CMPT, STACKDA and
       *> STACKLM.
       *>
       Program-ID. STACKSVM.
       Environment Division.
       Configuration Section.
           .
           Select control-file Assign To "STACKSMIN"
             Organization Is Sequential
             File Status Is control-file-status
           .
           Select out-file Assign To "STACKSVO"
             Organization Is Sequential
           Select report-file Assign To "STACKSMRPT"
             Organization Is Sequential
           .
           Select audit-file Assign To "STACKAUD"
             Organization Is Sequential
             File Status Is audit-file-status
           .
       Data Division.
       File Section.
       FD  sv-file
           05  ctl-func                 PIC X(004).
           05  ctl-stack-id             PIC X(008).
           05  ctl-generations          PIC 9(004).
           05  ctl-approval-id          PIC 9(009).

       FD  out-file
           Record Is Varying In Size From 1 To 9999999
       FD  report-file.
       01  report-record                PIC X(080).

       FD  audit-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On audit-rec-len
           .
       01  audit-record                 PIC X(9999999).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKSVM'.
           *>  STACKSV1 eyecatcher turned up; the dataset is not a
           *>  STACKSV dataset, or is truncated.
           05  rc-format-mismatch       PIC S9(004) Binary Value +12.
           *>  Return code indicating PRUN has no approved request
           *>  behind it, or its approval could not be marked
           *>  executed.
           05  rc-not-approved          PIC S9(004) Binary Value +16.
           *>  The maker-checker approval check; see STACKAPC.cbl.
           05  approval-program         PIC X(008) Value 'STACKAPC'.
           05  approval-check-func      PIC X(004) Value 'CHEK'.
           05  approval-done-func       PIC X(004) Value 'DONE'.
           *>  The approval check a dry run makes: nothing written.
           05  approval-test-func       PIC X(004) Value 'TEST'.
           05  dry-run-token            PIC X(007) Value '*DRYRUN'.
           *>  The audit function of the record an approved PRUN
           *>  leaves on STACKAUD.
           05  audit-approval-func      PIC X(004) Value 'APRV'.
           05  audit-dd-name            PIC X(008) Value 'STACKAUD'.
           *>  The running chain every audit record carries; see
           *>  STACKCHN.cbl.
           05  chain-program            PIC X(008) Value 'STACKCHN'.
           05  chain-last-func          PIC X(004) Value 'LAST'.
           05  chain-seed-func          PIC X(004) Value 'SEED'.
           05  chain-next-func          PIC X(004) Value 'NEXT'.
           05  audit-chain-offset       PIC 9(009) Binary Value 46.
           05  rc-chain-not-seeded      PIC S9(004) Binary Value +4.
           *>  The business processing date every audit record
           *>  carries; see STACKBD.cbl.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.

       Copy 'STACKSVH.cpy'.

           05  match-idx                PIC 9(004) Value 0.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                     Value 'Y'.
           05  approval-func            PIC X(004) Value Spaces.
           05  approval-id              PIC 9(009) Binary Value 0.
           05  approval-target          PIC X(008) Value Spaces.
           05  approval-detail          PIC 9(009) Binary Value 0.
           05  approval-rc              PIC S9(004) Binary Value +0.
           05  requester-id             PIC X(008) Value Spaces.
           05  approver-id              PIC X(008) Value Spaces.
           05  control-file-status      PIC X(002) Value '00'.
           05  control-eof-switch       PIC X(001) Value 'N'.
               88  control-eof                      Value 'Y'.
           05  function-read-switch     PIC X(001) Value 'N'.
               88  function-read                    Value 'Y'.
           05  dry-run-switch           PIC X(001) Value 'N'.
               88  dry-run                          Value 'Y'.
           *>  A dry-run PRUN whose approval is not in place; the
           *>  real run would have stopped there.
           05  not-approved-switch      PIC X(001) Value 'N'.
               88  approval-missing                 Value 'Y'.
           05  audit-rec-len            PIC 9(009) Binary Value 0.
           05  audit-file-status        PIC X(002) Value '00'.
           05  audit-chain-last         PIC 9(009) Value 0.
           05  audit-seed-eof-switch    PIC X(001) Value 'N'.
               88  audit-seed-eof                   Value 'Y'.

       *>  The header STACKP puts on every audit record (see
       *>  STACKP.cbl), and what follows it on an APRV record.
       01  audit-header.
           05  audit-timestamp          PIC X(021).
           05  audit-program            PIC X(008).
           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       01  approval-audit-body.
           05  aab-action               PIC X(004).
           05  aab-request-id           PIC 9(009).
           05  aab-requester            PIC X(008).
           05  aab-approver             PIC X(008).

       *>  One slot per distinct sv-stack-id: how many generations
       *>  it has in total (pass 1), and how many have been walked

       Procedure Division.
           Open Input control-file
           If control-file-status = '00'
               Perform 5000-Read-One-Control Until control-eof
               Close control-file
           End-If

           Open Output report-file

             To report-record
           Write report-record

           If dry-run
               Move Spaces To report-record
               Move 'SIMULATED -- dry run: nothing written; counts are'
                 To report-record
               Move 'what a real run would write'
                 To report-record(51:27)
               Write report-record
           End-If

           Move Spaces To report-record
           Move 'Function: ' To report-record
           Move func-value To report-record(11:4)
                   Write report-record
                   Move rc-bad-control To save-rc
               Else
                   If func-value = 'PRUN'
                       Perform 4000-Check-Approval
                   End-If

                   If save-rc = rc-success
                       Perform 1000-First-Pass
                   End-If

                   If save-rc = rc-success
                       Evaluate func-value
                              Perform 3000-Second-Pass
                       End-Evaluate
                   End-If

                   If save-rc = rc-success And func-value = 'PRUN'
                     And Not dry-run
                       Perform 4010-Spend-Approval
                   End-If

                   If approval-missing
                       Move rc-not-approved To save-rc
                   End-If
               End-If
           End-If

             Until id-idx > id-nb-entries

           Open Input sv-file
           If Not dry-run
               Open Output out-file
           End-If

           Perform 2000-Walk-One-Group Until eof

           Close sv-file
           If Not dry-run
               Close out-file
           End-If

           Move Spaces To report-record
           Move 'Groups kept:   ' To report-record
       2040-Write-Out-Record.
           Move sv-rec-len To out-rec-len
           Move sv-record(1:sv-rec-len) To out-record(1:out-rec-len)
           If Not dry-run
               Write out-record
           End-If
           .

       *>  PRUN's approval: a request staged and approved through
       *>  STACKAPV for exactly this generation count.
       4000-Check-Approval.
           Move generations-value To approval-detail

           If dry-run
               Move approval-test-func To approval-func
           Else
               Move approval-check-func To approval-func
           End-If

           Call approval-program Using
             approval-func
             approval-id
             myname
             func-value
             approval-target
             approval-detail
             requester-id
             approver-id
           End-Call
           Move Return-Code To approval-rc

           Move Spaces To report-record
           If approval-rc = rc-success
               Move 'Approved request' To report-record
               Move approval-id To report-record(18:9)
               Move 'requested by' To report-record(28:12)
               Move requester-id To report-record(41:8)
               Move 'approved by' To report-record(50:11)
               Move approver-id To report-record(62:8)
           Else
               Move 'No approved request for this prune, request'
                 To report-record
               Move approval-id To report-record(45:9)
               Move 'return code' To report-record(55:11)
               Move approval-rc To report-record(67:4)
               If dry-run
                   Move 'Y' To not-approved-switch
               Else
                   Move rc-not-approved To save-rc
               End-If
           End-If
           Write report-record
           .

       *>  The pruned dataset is written; the approval is spent on
       *>  it.
       4010-Spend-Approval.
           Perform 4020-Write-Approval-Audit

           Call approval-program Using
             approval-done-func
             approval-id
             myname
             func-value
             approval-target
             approval-detail
             requester-id
             approver-id
           End-Call
           Move Return-Code To approval-rc

           If approval-rc Not = rc-success
               Move Spaces To report-record
               Move 'Approval could not be marked executed,'
                 To report-record
               Move 'return code' To report-record(40:11)
               Move approval-rc To report-record(52:4)
               Write report-record
               Move rc-not-approved To save-rc
           End-If
           .

       *>  The approval behind the prune, on the audit trail.  A
       *>  trail that cannot be opened costs the record, not the
       *>  prune; the report says so.
       4020-Write-Approval-Audit.
           Perform 4030-Seed-Audit-Chain

           Open Extend audit-file
           If audit-file-status = '35'
               Open Output audit-file
           End-If

           If audit-file-status Not = '00'
               Move Spaces To report-record
               Move 'Audit trail STACKAUD could not be opened, status'
                 To report-record
               Move audit-file-status To report-record(50:2)
               Write report-record
           Else
               Move Current-Date        To audit-timestamp
               Call business-date-program Using
                 bd-get-func
                 audit-business-date
               End-Call
               Move myname              To audit-program
               Move Spaces              To audit-stack-id
               Move audit-approval-func To audit-func
               Move 0                   To audit-nb-items

               Move func-value   To aab-action
               Move approval-id  To aab-request-id
               Move requester-id To aab-requester
               Move approver-id  To aab-approver

               Move Length(audit-header) To audit-rec-len
               Move audit-header To audit-record(1:audit-rec-len)
               Move approval-audit-body
                 To audit-record(audit-rec-len + 1:
                    Length(approval-audit-body))
               Compute audit-rec-len =
                 audit-rec-len + Length(approval-audit-body)

               Call chain-program Using
                 chain-next-func
                 audit-dd-name
                 audit-chain-last
                 audit-rec-len
                 audit-chain-offset
                 audit-record
               End-Call

               Write audit-record
               Close audit-file
           End-If
           .

       *>  The trail's chain continues from its last record: from
       *>  STACKCHN when the trail has been written in this run
       *>  unit, otherwise by reading it through once, as STACKP
       *>  does.
       4030-Seed-Audit-Chain.
           Call chain-program Using
             chain-last-func
             audit-dd-name
             audit-chain-last
           End-Call

           If Return-Code = rc-chain-not-seeded
               Move 0   To audit-chain-last
               Move 'N' To audit-seed-eof-switch

               Open Input audit-file
               If audit-file-status = '00'
                   Perform 4040-Read-One-Audit-Record
                     Until audit-seed-eof
                   Close audit-file
               End-If

               Call chain-program Using
                 chain-seed-func
                 audit-dd-name
                 audit-chain-last
               End-Call
           End-If
           .

       *>  Body of the 4030-Seed-Audit-Chain loop.
       4040-Read-One-Audit-Record.
           Read audit-file
               At End
                   Move 'Y' To audit-seed-eof-switch
           End-Read

           If Not audit-seed-eof
               If audit-rec-len >= Length(audit-header)
                 And audit-record(audit-chain-offset:
                     Length(audit-chain-value)) Is Numeric
                   Move audit-record(audit-chain-offset:
                     Length(audit-chain-value)) To audit-chain-last
               Else
                   Move 0 To audit-chain-last
               End-If
           End-If
           .

       *>  Body of the control record loop: the first record that
       *>  is not *DRYRUN is the function record.
       5000-Read-One-Control.
           Read control-file
               At End
                   Move 'Y' To control-eof-switch
           End-Read

           If Not control-eof
               Evaluate True
                 When control-record(1:7) = dry-run-token
                      Move 'Y' To dry-run-switch
                 When Not function-read
                      Move 'Y' To function-read-switch
                      Move ctl-func        To func-value
                      Move ctl-stack-id    To stack-id-value
                      Move ctl-generations To generations-value
                      If ctl-approval-id Is Numeric
                          Move ctl-approval-id To approval-id
                      End-If
               End-Evaluate
           End-If
           .
