       *>
       *> Not supported against a stack spilling to disk overflow
       *> (stack-overflow-on): its bottom items live on a dataset
       *> both stacks would then fight over.  Nor against a
       *> segmented stack (stack-segmented-on), whose items are
       *> spread over separately allocated segments rather than the
       *> one buffer this program copies.
       *>
       Program-ID. STACKCL.
       Environment Division.
           *>  Return code indicating the stack spills to disk
           *>  overflow, which this program cannot clone.
           05  rc-overflow-not-supported PIC S9(004) Binary Value +12.
           *>  Return code indicating the stack is segmented, which
           *>  this program cannot clone.
           05  rc-segmented-not-supported
                                        PIC S9(004) Binary Value +16.
           *>  Expected value of stack-eyecatcher, stamped by STACKI
           *>  at allocation time.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
               Goback
           End-If

           If stack-segmented-on
               Move rc-segmented-not-supported To Return-Code
               Goback
           End-If

           Move ab To ab-image(1:Length(ab))
           Move stack-items-ptr To src-items-ptr
           Move stack-items-len To src-items-len
