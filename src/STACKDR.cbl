       *>                does not carry the depth); counted and
       *>                called out, same as STACKPT
       *>     FRZX/SUM   nothing to apply; skipped
       *>     INJ        a recovery drill's injected fault (see
       *>                STACKFI.cbl); nothing to apply; skipped
       *>     APRV       the approval behind a maker-checker action
       *>                (see STACKAPV.cbl); nothing to apply;
       *>                skipped
       *> Any push or pop STACKP refuses stops the catch-up where
       *> it stands, so the copy is never silently part-applied
       *> past a failure; rerun after putting the refusal right.
           05  audit-stack-id           PIC X(008).
           05  audit-func               PIC X(004).
           05  audit-nb-items           PIC 9(009) Binary.
           05  audit-chain-value        PIC 9(009).
           05  audit-business-date      PIC X(008).

       01  work-areas.
           05  ship-rec-len             PIC 9(009) Binary Value 0.

       *>  A scrambled trail's item bytes decode before anything
       *>  applies them, exactly as STACKPT's replay decodes.  The
       *>  frozen-reject, day-summary, injected-fault and approval
       *>  records carry function codes, counts, fault types and
       *>  requests back there, never item bytes, and rest
       *>  readable.
               If dr-scramble-key Not = Spaces
                 And ship-item-len > 0
                 And audit-func Not = 'FRZX'
                 And audit-func Not = 'SUM '
                 And audit-func Not = 'INJ '
                 And audit-func Not = 'APRV'
                   Move ship-item-len To scramble-len
                   Call 'STACKSCR' Using
                     scramble-deco-func
                      Add 1 To nb-skipped
                 When 'FRZX'
                 When 'SUM '
                 When 'INJ '
                 When 'APRV'
                      Add 1 To nb-skipped
       *>  Claim handouts and surrenders, item holds and releases,
       *>  and quarantine routings never changed what was on the
