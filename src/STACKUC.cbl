           05  ut-eyecatcher            PIC X(008).
           05  ut-nb-items              PIC 9(009).
           05  ut-hash-total            PIC 9(009).
           05  ut-layout-name           PIC X(008).
           05  ut-layout-version        PIC 9(004).

       *>  Pulls a 21-byte Current-Date style timestamp apart, the
       *>  same arithmetic STACKP's 9830-Timestamp-To-Seconds does.
           End-If

           If stack-varlen-on Or stack-compress-on
             Or stack-segmented-on
               Move rc-varlen-not-supported To Return-Code
               Goback
           End-If
           Move unload-trailer-eyecatcher To ut-eyecatcher
           Move nb-selected               To ut-nb-items
           Move unload-hash               To ut-hash-total
           Move stack-layout-name         To ut-layout-name
           Move stack-layout-version      To ut-layout-version
           Move Length(unload-trailer)    To unload-rec-len
           Move unload-trailer To unload-record(1:unload-rec-len)
           Write unload-record
