       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Backs out a committed STACKDA corrections run: reads the
       *> before-images STACKDA filed on STACKDABI under the caller's
       *> run id (layout STACKDABI.cpy) and undoes each directive
       *> against the caller's ordered-mode stack, newest first, so
       *> a key the run touched twice comes back through both.  The
       *> whole backout runs inside one TBEG/TCOM group, and prints
       *> a backed-out/refused line per image plus control totals
       *> to STACKDABRPT.
       *>
       *> Each directive is undone only if its key still stands as
       *> the run left it; a key something else has touched since
       *> is refused and reported, never overwritten --
       *>     ADD   the item the run added is located by OFND and,
       *>           if it is still exactly the item added, removed
       *>           by DELN
       *>     CHG   the replacement is located and, if it is still
       *>           exactly the replacement, removed by DELN and
       *>           the item it replaced put back by OPSH
       *>     DEL   the item the run deleted is put back by OPSH,
       *>           provided nothing holds its key now
       *>
       *> By default any refusal fails the backout whole: every
       *> image is still judged so the report names all of them,
       *> then the group is aborted and the stack stands exactly as
       *> it was.  A caller that would rather have everything else
       *> backed out passes backout-mode 'P'; the refused keys are
       *> then left as they are and the rest is committed.
       *>
       *> The run must be on STACKDABI once, whole, and committed:
       *> a run id with no images, a run that aborted or never
       *> finished, one applied to a stack of another item length,
       *> or an id two runs shared is reported and nothing is done.
       *> The images are turned newest-first on a scratch stack of
       *> their own.
       *>
       Program-ID. STACKDAB.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select bi-file Assign To "STACKDABI"
             Organization Is Sequential
             File Status Is bi-file-status
           .
           Select report-file Assign To "STACKDABRPT"
             Organization Is Sequential
           .
       Data Division.
       File Section.
       FD  bi-file
           Record Is Varying In Size From 51 To 20000041
             Characters
           Depending On bi-rec-len
           .
       Copy 'STACKDABI.cpy'.

       FD  report-file.
       01  report-record                PIC X(080).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKDAB'.
           05  stack-init               PIC X(008) Value 'STACKI'.
           05  stack-process            PIC X(008) Value 'STACKP'.
           05  stack-term               PIC X(008) Value 'STACKT'.
           05  tbeg-func                PIC X(004) Value 'TBEG'.
           05  tcom-func                PIC X(004) Value 'TCOM'.
           05  tabt-func                PIC X(004) Value 'TABT'.
           05  opsh-func                PIC X(004) Value 'OPSH'.
           05  ofnd-func                PIC X(004) Value 'OFND'.
           05  pekn-func                PIC X(004) Value 'PEKN'.
           05  deln-func                PIC X(004) Value 'DELN'.
           05  push-func                PIC X(004) Value 'PUSH'.
           05  pop-func                 PIC X(004) Value 'POP '.
           *>  Length of a before-image record ahead of its images.
           05  bi-header-len            PIC 9(009) Binary Value 51.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating at least one key was refused
           *>  as touched since the run.  By default the group was
           *>  aborted and the stack stands exactly as it was; in
           *>  partial mode everything else was backed out.
           05  rc-keys-refused          PIC S9(004) Binary Value +4.
           *>  Return code indicating there is nothing to back out:
           *>  STACKDABI could not be opened, holds nothing for the
           *>  run id, or the run never committed.
           05  rc-no-run                PIC S9(004) Binary Value +8.
           *>  Return code indicating the stack is not an
           *>  ordered-mode stack.
           05  rc-not-ordered           PIC S9(004) Binary Value +12.
           *>  Return code indicating TBEG was refused (a group
           *>  already open, say); nothing was backed out.
           05  rc-txn-failed            PIC S9(004) Binary Value +16.
           *>  Return code indicating the run cannot be backed out
           *>  from what is on STACKDABI: its item length is not
           *>  this stack's, or its id names more than one run.
           05  rc-run-unusable          PIC S9(004) Binary Value +20.
           *>  STACKP's answer to an OFND that found nothing.
           05  rc-item-not-found        PIC S9(004) Binary Value +32.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  Return code indicating stack-eyecatcher did not
           *>  match ab-eyecatcher.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.

       *>  The anchor and item length of the scratch stack the
       *>  images are turned on, kept in Working-Storage the way
       *>  STACKI's other callers keep theirs.
       01  scratch-anchor.
           05  scratch-ab-ptr           Pointer    Value NULL.
           05  image-len                PIC 9(009) Binary Value 0.

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  call-rc                  PIC S9(004) Binary Value +0.
           05  bi-rec-len               PIC 9(009) Binary Value 0.
           05  bi-file-status           PIC X(002) Value '00'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  scratch-empty-switch     PIC X(001) Value 'N'.
               88  scratch-empty                    Value 'Y'.
           05  partial-switch           PIC X(001) Value 'N'.
               88  partial-mode                     Value 'Y'.
           05  target-item-len          PIC 9(009) Binary Value 0.
           05  after-image-pos          PIC 9(009) Binary Value 0.
           05  run-item-len             PIC 9(009) Binary Value 0.
           05  nb-images                PIC 9(009) Binary Value 0.
           05  nb-commits               PIC 9(009) Binary Value 0.
           05  nb-aborts                PIC 9(009) Binary Value 0.
           05  nb-length-mismatch       PIC 9(009) Binary Value 0.
           05  nb-judged                PIC 9(009) Binary Value 0.
           05  nb-backed-out            PIC 9(009) Binary Value 0.
           05  nb-refused               PIC 9(009) Binary Value 0.
           05  found-depth              PIC 9(009) Binary Value 0.
           05  work-item-ptr            Pointer    Value NULL.
           05  work-item-len            PIC 9(009) Binary Value 0.
           05  hold-item-ptr            Pointer    Value NULL.
           05  image-ok-switch          PIC X(001) Value 'Y'.
               88  image-ok                         Value 'Y'.
           05  refusal-reason           PIC X(030) Value Spaces.
           05  tg-dummy-item            PIC X(001) Value Space.

       Linkage Section.
       *>  Input.  Pointer to the anchor block of the ordered stack
       *>  the run was applied to.
       01  ab-ptr                       Pointer.

       Copy 'STACKAB.cpy'.

       *>  Input.  The run id the STACKDA run was given.
       01  run-id                       PIC X(008).

       *>  Scratch buffer the image being undone is staged through
       *>  on its way to STACKP.
       01  work-item.
           05  Occurs 1 To Unbounded
               Depending work-item-len
               PIC X(001).

       *>  Second scratch slot the item found under the key lands
       *>  in, by PEKN to be judged and by DELN on its removal.
       01  hold-item.
           05  Occurs 1 To Unbounded
               Depending work-item-len
               PIC X(001).

       *>  Output, optional.  How many of the run's directives were
       *>  undone; on a failed backout this is what WOULD have been,
       *>  since the abort took it all back.
       01  backed-out-count             PIC 9(009) Binary.

       *>  Input, optional.  'P' to back out everything not
       *>  refused and commit it; omitted or anything else to back
       *>  out all or nothing.
       01  backout-mode                 PIC X(001).

       Procedure Division Using
             ab-ptr
             run-id
             Optional backed-out-count
             Optional backout-mode
           .

           Set Address Of ab To ab-ptr

           If stack-eyecatcher Not = ab-eyecatcher
               Move rc-ab-corrupt To Return-Code
               Goback
           End-If

           If Not stack-ordered-on
               Move rc-not-ordered To Return-Code
               Goback
           End-If

           If backout-mode Is Not Omitted
               If backout-mode = 'P'
                   Move 'Y' To partial-switch
               End-If
           End-If

           Move stack-item-len To target-item-len
           Compute image-len = bi-header-len + (2 * target-item-len)
           Compute after-image-pos = target-item-len + 1

           Open Input bi-file
           If bi-file-status Not = '00'
               Move rc-no-run To Return-Code
               Goback
           End-If

           Open Output report-file

           Move Spaces To report-record
           Move 'STACKDAB backout of STACKDA run' To report-record
           Move run-id To report-record(33:8)
           Write report-record

           Perform 1000-Survey-One-Record Until eof
           Close bi-file

           Perform 1100-Judge-Run

           If save-rc = rc-success
             And nb-images > 0
               Perform 2000-Back-Out-Run
           End-If

           Close report-file

           If backed-out-count Is Not Omitted
               Move nb-backed-out To backed-out-count
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Body of the survey loop: counts the run's images and
       *>  trailers, and any image of another item length.
       1000-Survey-One-Record.
           Read bi-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
             And bi-run-id = run-id
               Evaluate bi-action
                 When 'COMT'
                      Add 1 To nb-commits
                 When 'ABRT'
                      Add 1 To nb-aborts
                 When Other
                      Add 1 To nb-images
                      If bi-item-len Not = target-item-len
                          Add 1 To nb-length-mismatch
                          Move bi-item-len To run-item-len
                      End-If
               End-Evaluate
           End-If
           .

       *>  Whether what STACKDABI holds for the run id is one whole
       *>  committed run this stack can take back.
       1100-Judge-Run.
           Move Spaces To report-record
           Evaluate True
             When nb-images = 0 And nb-commits = 0 And nb-aborts = 0
                  Move 'No before-images on STACKDABI for the run'
                    To report-record
                  Move rc-no-run To save-rc
             When nb-commits + nb-aborts > 1
                  Move 'Run id names more than one run; not backed out'
                    To report-record
                  Move rc-run-unusable To save-rc
             When nb-commits = 0
                  Move 'Run never committed; nothing to back out'
                    To report-record
                  Move rc-no-run To save-rc
             When nb-length-mismatch > 0
                  Move 'Run was applied to a stack of item length'
                    To report-record
                  Move run-item-len To report-record(44:9)
                  Move rc-run-unusable To save-rc
             When nb-images = 0
                  Move 'Run applied nothing; nothing to back out'
                    To report-record
             When Other
                  Continue
           End-Evaluate

           If report-record Not = Spaces
               Write report-record
           End-If
           .

       *>  The run's images go onto a plain scratch stack, every
       *>  option off, in the order they were written and come off
       *>  newest first, each undone inside the group; then the
       *>  group is committed or, on a refusal outside partial
       *>  mode, aborted.
       2000-Back-Out-Run.
           Call stack-init Using
             scratch-ab-ptr
             image-len
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
             Omitted
           End-Call

           Move 'N' To eof-switch
           Open Input bi-file
           Perform 2010-Stack-One-Image Until eof
           Close bi-file

           Call stack-process Using
             ab-ptr
             tbeg-func
             tg-dummy-item
             Omitted
             target-item-len
             myname
           End-Call

           If Return-Code Not = rc-success
               Move Spaces To report-record
               Move 'Transaction group could not be opened'
                 To report-record
               Write report-record
               Move rc-txn-failed To save-rc
           Else
               Move target-item-len To work-item-len
               Allocate
                 work-item-len Characters
                 Initialized
                 Returning work-item-ptr
               Set Address Of work-item To work-item-ptr
               Allocate
                 work-item-len Characters
                 Initialized
                 Returning hold-item-ptr
               Set Address Of hold-item To hold-item-ptr

               Move 'N' To scratch-empty-switch
               Perform 2020-Back-Out-Next-Image Until scratch-empty

               Free work-item-ptr
               Free hold-item-ptr

               Perform 2090-End-Group
           End-If

           Call stack-term Using
             scratch-ab-ptr
           End-Call
           .

       *>  Body of the 2000-Back-Out-Run stacking loop.
       2010-Stack-One-Image.
           Read bi-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
             And bi-run-id = run-id
             And bi-action Not = 'COMT'
             And bi-action Not = 'ABRT'
               Call stack-process Using
                 scratch-ab-ptr
                 push-func
                 bi-record
                 Omitted
                 image-len
                 myname
               End-Call
           End-If
           .

       *>  Body of the 2000-Back-Out-Run undo loop: the newest image
       *>  left, judged, undone, reported, until the scratch stack
       *>  has none to give.
       2020-Back-Out-Next-Image.
           Call stack-process Using
             scratch-ab-ptr
             pop-func
             bi-record
             Omitted
             image-len
             myname
           End-Call

           If Return-Code Not = rc-success
               Move 'Y' To scratch-empty-switch
           Else
               Add 1 To nb-judged
               Move 'Y' To image-ok-switch
               Move Spaces To refusal-reason

               Evaluate bi-action
                 When 'ADD '
                      Perform 2030-Undo-Add
                 When 'CHG '
                      Perform 2040-Undo-Change
                 When 'DEL '
                      Perform 2050-Undo-Delete
                 When Other
                      Move 'N' To image-ok-switch
                      Move 'image not understood' To refusal-reason
               End-Evaluate

               If image-ok
                   Add 1 To nb-backed-out
               Else
                   Add 1 To nb-refused
               End-If

               Perform 2080-Report-Image
           End-If
           .

       *>  ADD undone: the item added comes off, if it is still
       *>  exactly what was added.
       2030-Undo-Add.
           Move bi-images(after-image-pos:target-item-len)
             To work-item(1:target-item-len)
           Perform 2060-Check-Still-As-Left

           If image-ok
               Perform 2070-Delete-At-Found
           End-If
           .

       *>  CHG undone: the replacement comes off, if it is still
       *>  exactly the replacement, and the item it replaced goes
       *>  back.
       2040-Undo-Change.
           Move bi-images(after-image-pos:target-item-len)
             To work-item(1:target-item-len)
           Perform 2060-Check-Still-As-Left

           If image-ok
               Perform 2070-Delete-At-Found

               If image-ok
                   Move bi-images(1:target-item-len)
                     To work-item(1:target-item-len)
                   Perform 2075-Put-Back
               End-If
           End-If
           .

       *>  DEL undone: the item deleted goes back, if nothing has
       *>  taken its key since.
       2050-Undo-Delete.
           Move bi-images(1:target-item-len)
             To work-item(1:target-item-len)

           Call stack-process Using
             ab-ptr
             ofnd-func
             work-item
             Omitted
             target-item-len
             myname
             Omitted
             Omitted
             Omitted
             found-depth
           End-Call
           Move Return-Code To call-rc

           Evaluate call-rc
             When rc-item-not-found
                  Perform 2075-Put-Back
             When rc-success
                  Move 'N' To image-ok-switch
                  Move 'key on the stack again since' To refusal-reason
             When Other
                  Move 'N' To image-ok-switch
                  Move 'OFND refused' To refusal-reason
           End-Evaluate
           .

       *>  The key of the image in work-item is found by OFND and
       *>  the item under it read by PEKN; anything but the very
       *>  item the run left there is a key touched since.
       2060-Check-Still-As-Left.
           Call stack-process Using
             ab-ptr
             ofnd-func
             work-item
             Omitted
             target-item-len
             myname
             Omitted
             Omitted
             Omitted
             found-depth
           End-Call
           Move Return-Code To call-rc

           If call-rc Not = rc-success
               Move 'N' To image-ok-switch
               Move 'key gone from the stack since' To refusal-reason
           Else
               Call stack-process Using
                 ab-ptr
                 pekn-func
                 hold-item
                 Omitted
                 target-item-len
                 myname
                 Omitted
                 Omitted
                 found-depth
               End-Call
               Move Return-Code To call-rc

               Evaluate True
                 When call-rc Not = rc-success
                      Move 'N' To image-ok-switch
                      Move 'PEKN refused' To refusal-reason
                 When hold-item(1:target-item-len)
                        Not = work-item(1:target-item-len)
                      Move 'N' To image-ok-switch
                      Move 'item changed since' To refusal-reason
                 When Other
                      Continue
               End-Evaluate
           End-If
           .

       *>  DELN at the depth OFND answered with; the removed item
       *>  lands in hold-item.
       2070-Delete-At-Found.
           Call stack-process Using
             ab-ptr
             deln-func
             hold-item
             Omitted
             target-item-len
             myname
             Omitted
             Omitted
             found-depth
           End-Call
           Move Return-Code To call-rc

           If call-rc Not = rc-success
               Move 'N' To image-ok-switch
               Move 'DELN refused' To refusal-reason
           End-If
           .

       *>  OPSH of the before image in work-item, back at its key's
       *>  sorted slot.
       2075-Put-Back.
           Call stack-process Using
             ab-ptr
             opsh-func
             work-item
             Omitted
             target-item-len
             myname
           End-Call
           Move Return-Code To call-rc

           If call-rc Not = rc-success
               Move 'N' To image-ok-switch
               Move 'OPSH refused' To refusal-reason
           End-If
           .

       *>  One report line per image: its place in the run, the
       *>  directive, what became of it and the start of the item.
       2080-Report-Image.
           Move Spaces To report-record
           Move bi-seq To report-record(1:9)
           Move bi-action To report-record(11:4)
           If image-ok
               Move 'backed out' To report-record(16:10)
           Else
               Move 'REFUSED' To report-record(16:7)
           End-If
           If target-item-len > 30
               Move work-item(1:30) To report-record(27:30)
           Else
               Move work-item(1:target-item-len)
                 To report-record(27:target-item-len)
           End-If
           If Not image-ok
               Move refusal-reason To report-record(58:23)
           End-If
           Write report-record
           .

       *>  The group committed, or aborted on a refusal outside
       *>  partial mode, and the control totals.
       2090-End-Group.
           Move Spaces To report-record
           If nb-refused = 0 Or partial-mode
               Call stack-process Using
                 ab-ptr
                 tcom-func
                 tg-dummy-item
                 Omitted
                 target-item-len
                 myname
               End-Call
               If nb-refused = 0
                   Move 'Run backed out and committed' To report-record
               Else
                   Move 'Run backed out but for the keys refused'
                     To report-record
               End-If
           Else
               Call stack-process Using
                 ab-ptr
                 tabt-func
                 tg-dummy-item
                 Omitted
                 target-item-len
                 myname
               End-Call
               Move 'Backout aborted; nothing was backed out'
                 To report-record
           End-If
           Write report-record

           If nb-refused > 0
               Move rc-keys-refused To save-rc
           End-If

           Move Spaces To report-record
           Move 'Images judged: ' To report-record
           Move nb-judged To report-record(18:9)
           Write report-record

           Move Spaces To report-record
           Move 'Backed out:    ' To report-record
           Move nb-backed-out To report-record(18:9)
           Write report-record

           Move Spaces To report-record
           Move 'Refused:       ' To report-record
           Move nb-refused To report-record(18:9)
           Write report-record
           .
