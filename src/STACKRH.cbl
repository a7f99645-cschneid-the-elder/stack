           *>  Return code indicating stack-eyecatcher did not
           *>  match ab-eyecatcher.
           05  rc-ab-corrupt            PIC S9(004) Binary Value +72.
           *>  The business processing date the record carries; see
           *>  STACKBD.cbl.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.

       01  work-areas.
           05  history-rec-len          PIC 9(009) Binary Value 0.
           Move hs-eyecatcher-value    To hs-eyecatcher
           Move now-timestamp(1:8)     To hs-date
           Move now-timestamp(9:6)     To hs-time
           Call business-date-program Using
             bd-get-func
             hs-business-date
           End-Call
           If job-name Is Omitted
               Move Spaces To hs-job-name
           Else
