           End-If

           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
               Move rc-varlen-not-supported To Return-Code
               Goback
           End-If
