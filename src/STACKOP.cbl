       *> Command record layout (STACKCMD), appended to by
       *> operations while the job runs:
       *>     cmd-stack-name  PIC X(008)  the stack's STACKDIR name
       *>     cmd-action      PIC X(004)  FRZ, THAW, DUMP, SV,
       *>                                 DPTH (depth report) or
       *>                                 CLR (clear)
       *>     cmd-approval-id PIC 9(009)  CLR: the id of the
       *>                                 approved request (see
       *>                                 STACKAPV.cbl).  Ignored
       *>                                 for the other actions.
       *> The records vary from 12 to 21 bytes: a command written
       *> without the approval id, as every producer wrote them
       *> before CLR, still reads, and reads as CLR with no
       *> approval.
       *> Each poll reads past the commands already carried out --
       *> the progress cursor lives in this program's own
       *> Working-Storage for the life of the run unit, like
       *> record per command to STACKACK: timestamp, name, action
       *> and the outcome's return code (SV acks carry the
       *> checkpoint's own outcome; DPTH acks carry the depth).
       *> Acks now close with the two user ids of a CLR (Spaces
       *> for every other action), 16 bytes longer than before
       *> CLR; an ack reader has to take the 62-byte record, the
       *> first 46 bytes of which are laid out as they always
       *> were.
       *>
       *> CLR empties the stack, so it is a maker-checker action:
       *> it is carried out only for a request staged through
       *> STACKAPV and approved there by a second user id, for
       *> this program, CLR and this stack name.  STACKAPC checks
       *> the approval before the clear and stamps the request
       *> executed after it; the ack carries the user ids that
       *> staged and approved it.  A CLR without an approval is
       *> acknowledged with rc-not-approved and the stack is left
       *> alone.  The STACKAUD record STACKP writes for the clear
       *> names this program, not the people behind it, so right
       *> after it this program appends an APRV record to the same
       *> trail (the stack's own audit DDNAME, or STACKAUD): the
       *> header STACKP writes, moving nothing, followed by the
       *> action, the request id and the user ids that staged and
       *> approved it, chained through STACKCHN like every other
       *> record on the trail.  The ack and the APVEXEC event
       *> repeat the two user ids.
       *>
       *> An unknown name or action is acknowledged as refused, not
       *> skipped silently; the operator finds out from the ack
       *> dataset they are already watching.
       *>
       *> Commands answer to the STACKACL access rules under this
       *> program's own name: FRZ, THAW, DUMP and CLR through STACKP's
       *> own check, SV and DPTH -- which never pass through
       *> STACKP -- through STACKAUT here.  A refused command is
       *> acknowledged with STACKP's access-refusal code.
       *>
       *> Every acknowledgment is also written to the shared event
       *> feed (see STACKEV.cbl): OPACK for a command carried out,
       *> OPREFUSE for one refused.
       *>
       Program-ID. STACKOP.
       Environment Division.
       Configuration Section.
             Organization Is Sequential
             File Status Is ack-file-status
           .
           *>  The cleared stack's audit trail, for the approval
           *>  record behind a CLR.
           Select audit-file Assign To Dynamic audit-dd-name
             Organization Is Sequential
             File Status Is audit-file-status
           .
       Data Division.
       File Section.
       FD  command-file
           Record Is Varying In Size From 12 To 21
             Characters
           Depending On cmd-rec-len
           .
       01  command-record.
           05  cmd-stack-name           PIC X(008).
           05  cmd-action               PIC X(004).
           05  cmd-approval-id          PIC 9(009).

       FD  ack-file.
       01  ack-record.
           05  ack-action               PIC X(004).
           05  ack-outcome-rc           PIC S9(004).
           05  ack-depth                PIC 9(009).
           *>  CLR: the user ids that staged and approved it.
           05  ack-requester            PIC X(008).
           05  ack-approver             PIC X(008).

       FD  audit-file
           Record Is Varying In Size From 1 To 9999999
             Characters
           Depending On audit-rec-len
           .
       01  audit-record                 PIC X(9999999).

       Working-Storage Section.
       01  constants.
           05  frz-func                 PIC X(004) Value 'FRZ '.
           05  thaw-func                PIC X(004) Value 'THAW'.
           05  dump-func                PIC X(004) Value 'DUMP'.
           05  clr-func                 PIC X(004) Value 'CLR '.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Outcome recorded on an ack when the stack name is
           *>  not registered, or the action is not one this
           *>  channel carries.
           05  rc-cmd-refused           PIC S9(004) Binary Value +8.
           *>  The access-rule check, and the outcome recorded when
           *>  it refuses a command: the code STACKP refuses with.
           05  access-program           PIC X(008) Value 'STACKAUT'.
           05  rc-access-refused        PIC S9(004) Binary Value +4.
           05  rc-access-denied         PIC S9(004) Binary Value +144.
           05  event-program            PIC X(008) Value 'STACKEV'.
           *>  The maker-checker approval check, and the outcome
           *>  recorded when a CLR has no approval behind it; an
           *>  outcome STACKP never returns.
           05  approval-program         PIC X(008) Value 'STACKAPC'.
           05  approval-check-func      PIC X(004) Value 'CHEK'.
           05  approval-done-func       PIC X(004) Value 'DONE'.
           05  rc-not-approved          PIC S9(004) Binary Value +12.
           *>  The audit function of the record an approved CLR
           *>  leaves on the stack's trail.
           05  approval-func            PIC X(004) Value 'APRV'.
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

       *>  The progress cursor: how many command records earlier
       *>  polls have already carried out.  Working-Storage on

       01  work-areas.
           05  command-file-status      PIC X(002) Value '00'.
           05  cmd-rec-len              PIC 9(009) Binary Value 0.
           05  ack-file-status          PIC X(002) Value '00'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  cmd-rc                   PIC S9(004) Binary Value +0.
           05  cmd-depth                PIC 9(009) Binary Value 0.
           05  op-dummy-item            PIC X(001) Value Space.
           05  event-type               PIC X(008) Value Spaces.
           05  event-text               PIC X(060) Value Spaces.
           05  event-count-edit         PIC Z(8)9.
           05  approval-id              PIC 9(009) Binary Value 0.
           05  approval-detail          PIC 9(009) Binary Value 0.
           05  approval-rc              PIC S9(004) Binary Value +0.
           05  requester-id             PIC X(008) Value Spaces.
           05  approver-id              PIC X(008) Value Spaces.
           05  audit-dd-name            PIC X(008) Value Spaces.
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

       Linkage Section.
       Copy 'STACKAB.cpy'.

       *>  Output, optional.  How many commands this poll carried
       *>  out; zero is the overwhelmingly common answer.
       01  commands-processed           PIC 9(009) Binary.
       *>  Resolves the name, performs the action, writes the ack.
       2000-Carry-Out-Command.
           Move 0 To cmd-depth
           Move Spaces To requester-id
           Move Spaces To approver-id
           Set cmd-ab-ptr To NULL

           Call stack-dir Using
                      End-Call
                      Move Return-Code To cmd-rc
                 When 'SV  '
                      Perform 2100-Check-Access
                      If cmd-rc = rc-success
                          Call stack-save Using
                            cmd-ab-ptr
                            cmd-stack-name
                          End-Call
                          Move Return-Code To cmd-rc
                      End-If
                 When 'DPTH'
                      Perform 2100-Check-Access
                      If cmd-rc = rc-success
                          Call stack-num Using
                            cmd-ab-ptr
                            cmd-depth
                          End-Call
                          Move Return-Code To cmd-rc
                      End-If
                 When 'CLR '
                      Perform 2200-Clear-Stack
                 When Other
                      Move rc-cmd-refused To cmd-rc
               End-Evaluate
           Perform 3000-Write-Ack
           .

       *>  The access rules for a command that reaches the stack
       *>  without going through STACKP: the stack's identity, this
       *>  program, the action.  A stack with no identity is not
       *>  governed, the same as STACKP treats it; but every stack
       *>  reached here was registered by name, and registering
       *>  gives one without an identity of its own that name (see
       *>  STACKDIR.cbl).
       2100-Check-Access.
           Set Address Of ab To cmd-ab-ptr

           If stack-audit-id Not = Spaces
               Call access-program Using
                 stack-audit-id
                 myname
                 cmd-action
               End-Call

               If Return-Code = rc-access-refused
                   Move rc-access-denied To cmd-rc
               End-If
           End-If
           .

       *>  CLR: the approval first, then the clear through STACKP
       *>  (and its access rules), then the approval spent.
       2200-Clear-Stack.
           If cmd-rec-len = Length(command-record)
             And cmd-approval-id Is Numeric
               Move cmd-approval-id To approval-id
           Else
               Move 0 To approval-id
           End-If
           Move 0 To approval-detail

           Call approval-program Using
             approval-check-func
             approval-id
             myname
             cmd-action
             cmd-stack-name
             approval-detail
             requester-id
             approver-id
           End-Call
           Move Return-Code To approval-rc

           If approval-rc Not = rc-success
               Move rc-not-approved To cmd-rc
           Else
               Call stack-process Using
                 cmd-ab-ptr
                 clr-func
                 op-dummy-item
                 Omitted
                 Omitted
                 myname
               End-Call
               Move Return-Code To cmd-rc

               If cmd-rc = rc-success
                   Perform 2210-Write-Approval-Audit
                   Call approval-program Using
                     approval-done-func
                     approval-id
                     myname
                     cmd-action
                     cmd-stack-name
                     approval-detail
                     requester-id
                     approver-id
                   End-Call
               End-If
           End-If
           .

       *>  The approval behind a clear, on the stack's own trail
       *>  beside STACKP's record of the clear.  A trail that cannot
       *>  be opened costs the record, not the clear, the same as
       *>  STACKP treats it; the operator is told.
       2210-Write-Approval-Audit.
           Set Address Of ab To cmd-ab-ptr

           If stack-audit-ddname = Spaces
               Move 'STACKAUD' To audit-dd-name
           Else
               Move stack-audit-ddname To audit-dd-name
           End-If

           Perform 2220-Seed-Audit-Chain

           Open Extend audit-file
           If audit-file-status = '35'
               Open Output audit-file
           End-If

           If audit-file-status Not = '00'
               Display myname ' ' cmd-stack-name ' audit trail '
                 audit-dd-name ' could not be opened, file status '
                 audit-file-status '; approval '
                 approval-id ' not recorded'
           Else
               Move Current-Date        To audit-timestamp
               Call business-date-program Using
                 bd-get-func
                 audit-business-date
               End-Call
               Move myname              To audit-program
               If stack-audit-id = Spaces
                   Move cmd-stack-name  To audit-stack-id
               Else
                   Move stack-audit-id  To audit-stack-id
               End-If
               Move approval-func       To audit-func
               Move stack-curr-nb-items To audit-nb-items

               Move cmd-action   To aab-action
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
       2220-Seed-Audit-Chain.
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
                   Perform 2230-Read-One-Audit-Record
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

       *>  Body of the 2220-Seed-Audit-Chain loop.
       2230-Read-One-Audit-Record.
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

       *>  One acknowledgment record per command, appended so the
       *>  operator's view only ever grows, and its copy on the
       *>  shared event feed.
       3000-Write-Ack.
           Open Extend ack-file
           If ack-file-status = '35'
               Move cmd-action     To ack-action
               Move cmd-rc         To ack-outcome-rc
               Move cmd-depth      To ack-depth
               Move requester-id   To ack-requester
               Move approver-id    To ack-approver
               Write ack-record
               Close ack-file
           End-If

           Move Spaces To event-text
           Move 'Operator command' To event-text
           Move cmd-action To event-text(18:4)
           If cmd-rc = rc-success
               Move 'OPACK' To event-type
               Move 'carried out' To event-text(23:11)
               If cmd-action = 'DPTH'
                   Move ', depth' To event-text(34:7)
                   Move cmd-depth To event-count-edit
                   Move event-count-edit To event-text(42:9)
               End-If
           Else
               Move 'OPREFUSE' To event-type
               Move 'refused' To event-text(23:7)
               If cmd-rc = rc-not-approved
                   Move ', not approved' To event-text(30:14)
               End-If
           End-If
           If requester-id Not = Spaces
               Move 'by' To event-text(35:2)
               Move requester-id To event-text(38:8)
               Move '/' To event-text(46:1)
               Move approver-id To event-text(47:8)
           End-If

           Call event-program Using
             event-type
             myname
             cmd-stack-name
             cmd-rc
             event-text
             On Exception
                Continue
           End-Call
           .
