       *> for the life of the run unit, exactly like the anchor block
       *> allocated by STACKI persists until STACKT frees it.
       *>
       *> A stack registered without an identity of its own (no
       *> audit-id given to STACKI) takes the name it is registered
       *> under as its stack-audit-id, so the access rules on
       *> STACKACL (see STACKAUT.cbl), the audit trail and every
       *> report that names a stack know it by the name the
       *> programs and the operators use for it.  A stack that
       *> already has an identity keeps it.
       *>
       Program-ID. STACKDIR.
       Environment Division.
       Configuration Section.
           *>  at allocation time; an RPT entry that fails it is
           *>  reported as corrupt rather than dereferenced further.
           05  ab-eyecatcher            PIC X(008) Value 'STACKAB '.
           *>  The ownership catalogue lookup RPT prints each name's
           *>  owner through; see STACKOWN.cbl.
           05  owner-program            PIC X(008) Value 'STACKOWN'.

       01  work-areas.
           05  dir-nb-entries           PIC 9(004) Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  match-switch             PIC X(001) Value 'N'.
               88  match-found                     Value 'Y'.
           05  owner-text               PIC X(070) Value Spaces.

       01  directory.
           05  dir-entry Occurs 100 Times.
                   Add 1 To dir-nb-entries
                   Move stack-name To dir-name(dir-nb-entries)
                   Move ab-ptr     To dir-ab-ptr(dir-nb-entries)
                   Perform 1020-Name-Stack
               End-If
           End-If
           .
       *>  mode switches, and the stats counters when stats-mode is
       *>  on -- the end-of-step dashboard that used to mean adding
       *>  STACKN calls to a program and recompiling just to learn
       *>  which of a job's dozen stacks blew up.  Each name's owner
       *>  from the catalogue comes first, or the flag that it has
       *>  none.
       4000-Report-All.
           Display myname ' registered stacks = ' dir-nb-entries


       *>  Body of the 4000-Report-All sweep; one registered name.
       4010-Report-One-Entry.
           Call owner-program Using
             dir-name(dir-idx)
             owner-text
           End-Call
           Display myname ' ' dir-name(dir-idx)
             ' owner= ' owner-text

           Set Address Of ab To dir-ab-ptr(dir-idx)

           If stack-eyecatcher Not = ab-eyecatcher
           End-If
           .

       *>  A stack without an identity is known from here on by the
       *>  name just registered.  Only a genuine anchor block is
       *>  touched.
       1020-Name-Stack.
           Set Address Of ab To ab-ptr

           If stack-eyecatcher = ab-eyecatcher
             And stack-audit-id = Spaces
               Move stack-name To stack-audit-id
           End-If
           .

