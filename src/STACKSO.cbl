               Goback
           End-If
           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
               Move rc-not-comparable To Return-Code
               Goback
           End-If
               Goback
           End-If
           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
             Or stack-item-len Not = side-item-len
               Move rc-not-comparable To Return-Code
               Goback
