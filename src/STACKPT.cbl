       *>
       *> Trails written before the stack identity was added to the
       *> audit header are NOT replayable here: every field behind
       *> the identity sits eight bytes later now.  Nor are trails
       *> from before the business processing date (see
       *> STACKBD.cbl) joined the header, whose items sit eight
       *> bytes earlier than this program looks for them.  Records
       *> whose function field isn't a code this library writes
       *> are counted and called out on the report instead of
       *> being quietly mis-replayed.
       *>
       Program-ID. STACKPT.
       Environment Division.
           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       01  work-areas.
           05  audit-rec-len            PIC 9(009) Binary Value 0.

       *>  A scrambled trail's item bytes decode under the control
       *>  card's key before anything replays or materializes
       *>  them.  The frozen-reject, day-summary, injected-fault
       *>  and approval records carry function codes, counts, fault
       *>  types and requests back there, never item bytes, and
       *>  rest readable.
               If pt-scramble-key Not = Spaces
                 And audit-item-len > 0
                 And audit-func Not = 'FRZX'
                 And audit-func Not = 'SUM '
                 And audit-func Not = 'INJ '
                 And audit-func Not = 'APRV'
                   Move audit-item-len To scramble-len
                   Call 'STACKSCR' Using
                     scramble-deco-func
       *>  replay.
                     When 'FRZX'
                          Continue
       *>  A fault a recovery drill injected (see STACKFI.cbl);
       *>  nothing to replay.
                     When 'INJ '
                          Continue
       *>  The approval behind a maker-checker action (see
       *>  STACKAPV.cbl); nothing to replay.
                     When 'APRV'
                          Continue
       *>  Claim handouts and surrenders never changed what was on
       *>  the stack; a CKIN's removal arrives as its own DELN
       *>  record.
