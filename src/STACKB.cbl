       *> then reruns from the last checkpoint, not from the top
       *> against a stack STACKT never freed.
       *>
       *> The stack carries this program's checkpoint id as its
       *> identity, and every directive goes to STACKP under this
       *> program's own name, so the STACKACL access rules govern
       *> what a directive file may do: a rule for stack STACKB and
       *> program STACKB that allows read-only functions only, for
       *> one, turns every PUSH and POP directive away with STACKP's
       *> access-refusal code, reported and counted as an error.
       *>
       Program-ID. STACKB.
       Environment Division.
       Configuration Section.
           05  stack-save               PIC X(008) Value 'STACKSV'.
           05  stack-load               PIC X(008) Value 'STACKLD'.
           *>  The sv-stack-id this program's checkpoints ride
           *>  under on the STACKSV dataset, and the identity the
           *>  stack itself carries.
           05  checkpoint-stack-id      PIC X(008) Value 'STACKB'.

       01  work-areas.
           If restarting
               Perform 2010-Resume-From-Checkpoint
           Else
               Perform 2020-Initialize-Stack
           End-If

           Read directive-file
                    stack-ab-ptr
                    stack-process-push
                    stack-item
                    Omitted
                    Omitted
                    myname
                  End-Call
                  Move Return-Code To actual-rc
                  Move Spaces To report-record
                    stack-ab-ptr
                    stack-process-peek
                    stack-item
                    Omitted
                    Omitted
                    myname
                  End-Call
                  Move Return-Code To actual-rc
                  Move Spaces To report-record
                    stack-ab-ptr
                    stack-process-pop
                    stack-item
                    Omitted
                    Omitted
                    myname
                  End-Call
                  Move Return-Code To actual-rc
                  Move Spaces To report-record
       *>  No checkpoint to resume from -- first run of a job whose
       *>  control card always says restart, say -- so start clean.
               Move 'N' To restart-switch
               Perform 2020-Initialize-Stack
           Else
               Call stack-load Using
                 stack-ab-ptr
               If Return-Code Not = 0
                   Move 'N' To restart-switch
                   Move 0 To resume-directive
                   Perform 2020-Initialize-Stack
               Else
                   Move Spaces To report-record
                   Move 'Restarted; resuming after directive'
           End-If
           .

       *>  A fresh stack, carrying checkpoint-stack-id as its
       *>  identity (STACKI's audit-id).
       2020-Initialize-Stack.
           Call stack-init Using
             stack-ab-ptr
             stack-item-len
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
             checkpoint-stack-id
           End-Call
           .

       *>  One checkpoint: the stack to the STACKSV dataset, the
       *>  directive number reached to STACKBCKP (rewritten whole
       *>  each time; only the latest matters).
