           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       01  work-areas.
           05  audit-rec-len            PIC 9(009) Binary Value 0.
