       *> the layout.
       *>
       *> The report goes to STACKRPT; the stack is undisturbed.
       *> STACKRB prints the same report split by a layout field,
       *> one section per recipient, for distribution.
       *>
       Program-ID. STACKRPT.
       Environment Division.
           End-If

           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
               Move rc-varlen-not-supported To Return-Code
               Goback
           End-If
