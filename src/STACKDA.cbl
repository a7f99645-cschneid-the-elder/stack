       *>     DEL   the item holding this key is located by OFND
       *>           and removed by DELN; only the key bytes of the
       *>           image are consulted
       *> A partner that can only send a full refresh is turned into
       *> such a file by STACKDG, from two days' STACKU extracts.
       *>
       *> A directive that cannot be applied -- key not found on a
       *> CHG/DEL, a length mismatch, a refusal from STACKP -- is
       *> read and judged so the report names all of them, then the
       *> group is aborted and nothing at all was applied.
       *>
       *> A file that is wrong and still valid commits cleanly, so
       *> a caller that names a run id gets a way back: every
       *> directive applied has its before and after images
       *> appended to the before-image dataset STACKDABI (layout
       *> STACKDABI.cpy) under that run id, followed by a trailer
       *> saying whether the run committed.  STACKDAB backs a
       *> committed run out from them.  Give every run its own id;
       *> STACKDAB will not pick between two runs that share one.
       *> When STACKDABI cannot be opened the run is refused before
       *> anything is applied.
       *>
       *> A first directive record reading *DRYRUN in columns 1-7
       *> makes the run a dry run.  The stack is copied by STACKCL,
       *> the copy's audit trail, depth alerts, profile samples and
       *> self-checkpoints are switched off, and every directive is
       *> applied to the copy through the same OFND/DELN/OPSH
       *> machinery a real run uses -- so every rejection a real
       *> run would meet is met -- and the copy is freed.  The full
       *> report is produced, headed SIMULATED, with the counts a
       *> real run would apply; the stack itself, STACKDABI (only
       *> checked to open) and every other dataset are left as
       *> they were, and the return code is the one the real run
       *> would give.  A *DRYRUN record anywhere but first is
       *> rejected as a directive, so a misplaced one fails the
       *> run rather than letting it apply for real.  The same
       *> *DRYRUN record previews STACKHK, STACKSVM, QUEUEDM CMPT
       *> and STACKLM.
       *>
       Program-ID. STACKDA.
       Environment Division.
       Configuration Section.
           Select report-file Assign To "STACKDARPT"
             Organization Is Sequential
           .
           Select bi-file Assign To "STACKDABI"
             Organization Is Sequential
             File Status Is bi-file-status
           .
       Data Division.
       File Section.
       FD  directive-file
       FD  report-file.
       01  report-record                PIC X(080).

       FD  bi-file
           Record Is Varying In Size From 51 To 20000041
             Characters
           Depending On bi-rec-len
           .
       Copy 'STACKDABI.cpy'.

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKDA'.
           05  opsh-func                PIC X(004) Value 'OPSH'.
           05  ofnd-func                PIC X(004) Value 'OFND'.
           05  deln-func                PIC X(004) Value 'DELN'.
           05  stack-clone              PIC X(008) Value 'STACKCL'.
           05  stack-term               PIC X(008) Value 'STACKT'.
           05  storage-account          PIC X(008) Value 'STACKAC'.
           05  account-nochg-func       PIC X(004) Value 'NOCH'.
           05  account-kind             PIC X(008) Value 'STACK'.
           05  account-bytes            PIC 9(009) Binary Value 0.
           05  dry-run-token            PIC X(007) Value '*DRYRUN'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating at least one directive was
           *>  rejected; the group was aborted and the stack stands
           *>  Return code indicating TBEG was refused (a group
           *>  already open, say); nothing was read or applied.
           05  rc-txn-failed            PIC S9(004) Binary Value +16.
           *>  Return code indicating a run id was named but the
           *>  before-image dataset could not be opened; nothing
           *>  was read or applied.
           05  rc-no-before-images      PIC S9(004) Binary Value +20.
           *>  Return code indicating a dry run could not copy the
           *>  stack (see STACKCL.cbl for the stacks it cannot);
           *>  nothing was read or applied.
           05  rc-no-dry-run            PIC S9(004) Binary Value +24.
           *>  STACKP's answer to a TBEG with a group already open.
           05  rc-txn-active            PIC S9(004) Binary Value +80.
           *>  Length of a before-image record ahead of its images.
           05  bi-header-len            PIC 9(009) Binary Value 51.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  match ab-eyecatcher.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.

       *>  The record lengths the FDs depend on.  The runtime keeps
       *>  hold of these from the first Open in the run unit, so
       *>  they live here rather than in Local-Storage, which is
       *>  fresh storage on every call -- a dry run and the real
       *>  run behind it are two calls.
       01  file-lengths.
           05  directive-rec-len        PIC 9(009) Binary Value 0.
           05  bi-rec-len               PIC 9(009) Binary Value 0.

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  call-rc                  PIC S9(004) Binary Value +0.
           05  directive-file-status    PIC X(002) Value '00'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  directive-ok-switch      PIC X(001) Value 'Y'.
               88  directive-ok                     Value 'Y'.
           05  tg-dummy-item            PIC X(001) Value Space.
           05  bi-file-status           PIC X(002) Value '00'.
           05  bi-wanted-switch         PIC X(001) Value 'N'.
               88  bi-wanted                        Value 'Y'.
           05  nb-images                PIC 9(009) Binary Value 0.
           05  after-image-pos          PIC 9(009) Binary Value 0.
           05  dry-run-switch           PIC X(001) Value 'N'.
               88  dry-run                          Value 'Y'.
           05  nb-records-read          PIC 9(009) Binary Value 0.
           *>  The stack the directives are applied to: the caller's
           *>  own, or on a dry run its scratch copy.
           05  apply-ab-ptr             Pointer    Value NULL.
           05  clone-ab-ptr             Pointer    Value NULL.

       Linkage Section.
       *>  Input.  Pointer to the anchor block of the ordered stack
       *>  file been clean, since the abort took it all back.
       01  applied-count                PIC 9(009) Binary.

       *>  Input, optional.  The run id to file the before-images
       *>  of this run under on STACKDABI; omitted or Spaces for
       *>  none.
       01  run-id                       PIC X(008).

       Procedure Division Using
             ab-ptr
             Optional applied-count
             Optional run-id
           .

           Set Address Of ab To ab-ptr

           Move stack-item-len To target-item-len

       *>  The stack is in memory, so a preview and the real run
       *>  are two calls in one run unit; nothing from the first
       *>  may carry into the second.
           Move rc-success To save-rc
           Move 'N' To eof-switch
           Move 'Y' To file-good-switch
           Move 'N' To dry-run-switch
           Move 'N' To bi-wanted-switch
           Move 0 To nb-images
           Move 0 To nb-records-read
           Move 0 To nb-directives
           Move 0 To nb-applied
           Move 0 To nb-rejected
           Move 0 To nb-adds
           Move 0 To nb-changes
           Move 0 To nb-deletes
           Set clone-ab-ptr To NULL

           Open Input directive-file
           If directive-file-status Not = '00'
               Move rc-no-directives To Return-Code
               Goback
           End-If

           Perform 3000-Check-Dry-Run
           Set apply-ab-ptr To ab-ptr

           If run-id Is Not Omitted
               If run-id Not = Spaces
                   Move 'Y' To bi-wanted-switch
               End-If
           End-If

           If bi-wanted
               Open Extend bi-file
               If bi-file-status = '35'
                 And Not dry-run
                   Open Output bi-file
               End-If
               If dry-run
                   If bi-file-status = '00'
                       Close bi-file
                   End-If
                   If bi-file-status = '35'
                       Move '00' To bi-file-status
                   End-If
               End-If
               If bi-file-status Not = '00'
                   Close directive-file
                   Move rc-no-before-images To Return-Code
                   Goback
               End-If
           End-If

           Open Output report-file

           Move 'STACKDA corrections delta apply' To report-record
           Write report-record

           If dry-run
               Move Spaces To report-record
               Move 'SIMULATED -- dry run: nothing written; counts are'
                 To report-record
               Move 'what a real run would write'
                 To report-record(51:27)
               Write report-record

               If Not stack-txn-active
                   Perform 3100-Copy-Stack
                   If save-rc Not = rc-success
                       Close report-file
                       Close directive-file
                       Move save-rc To Return-Code
                       Goback
                   End-If
               End-If
           End-If

       *>  A dry run's copy starts with no group open; a group open
       *>  on the stack itself refuses the dry run the way TBEG
       *>  would refuse the real one.
           If dry-run And stack-txn-active
               Move rc-txn-active To Return-Code
           Else
               Call stack-process Using
                 apply-ab-ptr
                 tbeg-func
                 tg-dummy-item
                 Omitted
                 target-item-len
                 myname
               End-Call
           End-If

           If Return-Code Not = rc-success
               Move Spaces To report-record
               Write report-record
               Close report-file
               Close directive-file
               If bi-wanted And Not dry-run
                   Close bi-file
               End-If
               Move rc-txn-failed To Return-Code
               Goback
           End-If
           Close directive-file

           If file-good And nb-directives > 0
               Move Spaces To report-record
               If dry-run
                   Call stack-process Using
                     apply-ab-ptr
                     tabt-func
                     tg-dummy-item
                     Omitted
                     target-item-len
                     myname
                   End-Call
                   Move 'File would apply and commit' To report-record
               Else
                   Call stack-process Using
                     apply-ab-ptr
                     tcom-func
                     tg-dummy-item
                     Omitted
                     target-item-len
                     myname
                   End-Call
                   Move 'File applied and committed' To report-record
               End-If
               Write report-record
               Move 'COMT' To bi-action
           Else
               Call stack-process Using
                 apply-ab-ptr
                 tabt-func
                 tg-dummy-item
                 Omitted
                 target-item-len
                 myname
               End-Call

               Move Spaces To report-record
               Else
                   Move rc-no-directives To save-rc
               End-If
               Move 'ABRT' To bi-action
           End-If

           If bi-wanted
               Perform 2070-Write-Bi-Trailer
           End-If

           If clone-ab-ptr Not = NULL
               Call stack-term Using
                 clone-ab-ptr
               End-Call
           End-If

           Move Spaces To report-record
           End-Read

           If Not eof
               Add 1 To nb-records-read
           End-If

       *>  The leading *DRYRUN record is the switch, not a
       *>  directive.
           If Not eof
             And dry-run And nb-records-read = 1
               Continue
           Else
             If Not eof
               Add 1 To nb-directives
               Move 'Y' To directive-ok-switch


               If directive-ok
                   Add 1 To nb-applied
                   If bi-wanted
                       Perform 2060-Write-Before-Image
                   End-If
               Else
                   Add 1 To nb-rejected
                   Move 'N' To file-good-switch
               End-If
             End-If
           End-If
           .

       *>  ADD: the item lands at its key's sorted slot.
       2000-Apply-Add.
           Call stack-process Using
             apply-ab-ptr
             opsh-func
             work-item
             Omitted
       *>  back naming the item.
       2030-Find-By-Key.
           Call stack-process Using
             apply-ab-ptr
             ofnd-func
             work-item
             Omitted
       *>  work-item survives for the OPSH half of a CHG.
       2040-Delete-At-Found.
           Call stack-process Using
             apply-ab-ptr
             deln-func
             hold-item
             Omitted
           End-Evaluate
           Write report-record
           .

       *>  The directive just applied, on STACKDABI: the item as it
       *>  stood before -- the one DELN took off into hold-item on
       *>  a CHG or DEL -- and the item the directive left.
       2060-Write-Before-Image.
           Add 1 To nb-images
           Move run-id          To bi-run-id
           Move nb-images       To bi-seq
           Move dir-action      To bi-action
           Move Current-Date    To bi-timestamp
           Move target-item-len To bi-item-len
           Compute after-image-pos = target-item-len + 1
           Compute bi-rec-len = bi-header-len + (2 * target-item-len)

           If dir-action = 'ADD '
               Move Spaces To bi-images(1:target-item-len)
           Else
               Move hold-item(1:target-item-len)
                 To bi-images(1:target-item-len)
           End-If

           If dir-action = 'DEL '
               Move Spaces To bi-images(after-image-pos:target-item-len)
           Else
               Move work-item(1:target-item-len)
                 To bi-images(after-image-pos:target-item-len)
           End-If

           If Not dry-run
               Write bi-record
           End-If
           .

       *>  The run's trailer on STACKDABI, COMT or ABRT already in
       *>  bi-action, and a report line naming the run.
       2070-Write-Bi-Trailer.
           Move run-id          To bi-run-id
           Move nb-images       To bi-seq
           Move Current-Date    To bi-timestamp
           Move target-item-len To bi-item-len
           Move bi-header-len   To bi-rec-len
           Move Spaces To report-record
           If dry-run
               Move 'Before-images a real run would file for run'
                 To report-record
               Move run-id To report-record(45:8)
               Move nb-images To report-record(55:9)
           Else
               Write bi-record
               Close bi-file
               Move 'Before-images on STACKDABI for run'
                 To report-record
               Move run-id To report-record(36:8)
               Move nb-images To report-record(46:9)
           End-If
           Write report-record
           .

       *>  A leading *DRYRUN record makes this a dry run.  The file
       *>  is reopened either way, so the directive loop starts at
       *>  the first record.
       3000-Check-Dry-Run.
           Read directive-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
             And directive-rec-len Not < Length(dry-run-token)
             And directive-record(1:Length(dry-run-token))
                   = dry-run-token
               Move 'Y' To dry-run-switch
           End-If

           Move 'N' To eof-switch
           Close directive-file
           Open Input directive-file
           .

       *>  The dry run's scratch copy, with every feature that
       *>  writes a dataset of its own switched off: no audit,
       *>  alert, profile or checkpoint records, no dead-letter or
       *>  quarantine capture, no calls to the stack's monitoring
       *>  exit, and no STACKACT chargeback record when the copy
       *>  is freed.  The copy keeps the stack's
       *>  identity, so the access rules judge it as they would
       *>  the stack.
       3100-Copy-Stack.
           Call stack-clone Using
             ab-ptr
             clone-ab-ptr
           End-Call

           If Return-Code Not = rc-success
               Move Spaces To report-record
               Move 'Stack could not be copied for a dry run,'
                 To report-record
               Move 'STACKCL return code' To report-record(42:19)
               Move Return-Code To call-rc
               Move call-rc To report-record(62:4)
               Write report-record
               Move rc-no-dry-run To save-rc
           Else
               Set apply-ab-ptr To clone-ab-ptr
               Set Address Of ab To clone-ab-ptr
               Move 'N' To stack-audit-switch
               Move 'N' To stack-alert-switch
               Move 'N' To stack-profile-switch
               Move 'N' To stack-ckpt-switch
               Move Spaces To stack-deadletter-ddname
               Move Spaces To stack-quarantine-ddname
               Move 'N' To stack-exit-on-push
               Move 'N' To stack-exit-on-pop
               Move 'N' To stack-exit-on-realloc
               Move 'N' To stack-exit-on-spill
               Move 'N' To stack-exit-on-threshold
               Call storage-account Using
                 account-nochg-func
                 clone-ab-ptr
                 account-kind
                 account-bytes
               End-Call
               Set Address Of ab To ab-ptr
           End-If
           .
