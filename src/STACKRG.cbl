       *> audit header are NOT convertible here: every field behind
       *> the identity sits eight bytes later now.  Such a trail
       *> shows itself as every record skipped with a function code
       *> this library never wrote.  Nor are trails from before the
       *> business processing date (see STACKBD.cbl) joined the
       *> header, whose items sit eight bytes earlier than this
       *> program looks for them.
       *>
       Program-ID. STACKRG.
       Environment Division.
           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       01  work-areas.
           05  audit-rec-len            PIC 9(009) Binary Value 0.
