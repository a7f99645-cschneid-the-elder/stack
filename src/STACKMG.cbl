           End-If

           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
               Move rc-not-comparable To Return-Code
               Goback
           End-If
               Move rc-ab-corrupt To save-rc
           Else
             If stack-varlen-on Or stack-compress-on
               Or stack-segmented-on
               Or stack-item-len Not = target-item-len
                 Display myname ' source ' source-idx
                   ' is varlen or compressed or a different'
