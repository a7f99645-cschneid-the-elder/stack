       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Access rules for named stacks: answers whether a calling
       *> program may perform a function against a stack, so a
       *> program that merely got hold of a production worklist's
       *> ab-ptr -- through STACKDIR's LOOKUP or handed one -- can
       *> no longer CLR, DELN, SORT or REPL it.  STACKP asks before
       *> every call against a stack with an identity (the
       *> stack-audit-id the audit trail already names it by), and
       *> STACKOP asks for the commands it carries out without
       *> STACKP.  Rules are keyed by stack name: a stack given no
       *> audit-id at STACKI takes its STACKDIR name as its
       *> identity when it is registered (see STACKDIR.cbl), so a
       *> rule written for the name a program LOOKs UP, or an
       *> operator puts on a STACKOP command, governs it.  A stack
       *> given an audit-id of its own is governed under that id;
       *> only a stack that was neither given an identity nor
       *> registered under a name goes ungoverned.
       *>
       *> Rule record layout (STACKACL), one record per stack and
       *> calling program, every field DISPLAY:
       *>     acl-stack-name       PIC X(008)  the stack's identity:
       *>                                      its audit-id, or its
       *>                                      STACKDIR name
       *>     acl-program          PIC X(008)  the calling program,
       *>                                      or '*' for any
       *>     acl-read-mode        PIC X(001)  'Y' allows read-only
       *>                                      functions
       *>     acl-pushpop-mode     PIC X(001)  'Y' allows push/pop
       *>                                      functions
       *>     acl-destructive-mode PIC X(001)  'Y' allows
       *>                                      destructive functions
       *> A stack named on no record is not governed and everything
       *> is allowed against it, as it always was.  Once a stack is
       *> named on any record, a call is allowed only when some
       *> record for that stack names the caller (or '*') and
       *> allows the function's class; everything else is refused.
       *> A caller that never said who it is matches '*' records
       *> only.
       *>
       *> The function classes:
       *>     read-only    PEEK PEKN LIST FIND OFND DUMP TTAB CHK
       *>                  SNAP SLST SREL, and STACKOP's SV and DPTH
       *>     push/pop     PUSH POP BPSH BPOP PSHB POPB OPSH MARK
       *>                  RBAK TBEG TCOM TABT DUP CKOT CKIN UNCL
       *>                  REPS HOLD RELS CMPT CPOP
       *>     destructive  CLR DELN REPL SORT SWP FRZ THAW FTAB SWAP
       *>                  ROT CDEL CREP
       *> A function in none of them is allowed here; the caller's
       *> own unknown-function handling answers it.
       *>
       *> The rules are read once, on the first call in the run
       *> unit, and held in Working-Storage for the rest of it --
       *> the same lifetime STACKDIR's table has -- so a change to
       *> STACKACL takes effect from the next job step.  No
       *> STACKACL allocated means no stack is governed.  Should the
       *> dataset hold more rules than the table, a stack none of
       *> whose rules were loaded is refused everything rather than
       *> left ungoverned.
       *>
       Program-ID. STACKAUT.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select acl-file Assign To "STACKACL"
             Organization Is Sequential
             File Status Is acl-file-status
           .
       Data Division.
       File Section.
       FD  acl-file.
       01  acl-record.
           05  acl-stack-name           PIC X(008).
           05  acl-program              PIC X(008).
           05  acl-read-mode            PIC X(001).
           05  acl-pushpop-mode         PIC X(001).
           05  acl-destructive-mode     PIC X(001).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKAUT'.
           05  acl-tbl-max              PIC 9(004) Value 500.
           *>  The acl-program value that matches every caller.
           05  acl-any-program          PIC X(008) Value '*'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the rules refuse the caller
           *>  this function against this stack.
           05  rc-access-denied         PIC S9(004) Binary Value +4.

       01  work-areas.
           05  acl-file-status          PIC X(002) Value '00'.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           *>  Set once the rules have been read; Working-Storage on
           *>  purpose, so they are read once per run unit.
           05  loaded-switch            PIC X(001) Value 'N'.
               88  rules-loaded                     Value 'Y'.
           05  overflow-switch          PIC X(001) Value 'N'.
               88  rules-overflowed                 Value 'Y'.
           05  acl-idx                  PIC 9(004) Value 0.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  governed-switch          PIC X(001) Value 'N'.
               88  stack-governed                   Value 'Y'.
           05  granted-switch           PIC X(001) Value 'N'.
               88  access-granted                   Value 'Y'.
           05  func-class               PIC X(001) Value Space.
               88  class-read                       Value 'R'.
               88  class-pushpop                    Value 'P'.
               88  class-destructive                Value 'D'.
               88  class-none                       Value Space.

       *>  The rules as read from STACKACL.
       01  acl-table.
           05  acl-nb-entries           PIC 9(004) Value 0.
           05  acl-entry Occurs 500 Times.
               10  ae-stack-name        PIC X(008).
               10  ae-program           PIC X(008).
               10  ae-read-mode         PIC X(001).
               10  ae-pushpop-mode      PIC X(001).
               10  ae-destructive-mode  PIC X(001).

       Linkage Section.
       *>  Input.  The stack's identity.
       01  stack-name                   PIC X(008).

       *>  Input.  The program asking; Spaces when it never said.
       01  calling-program              PIC X(008).

       *>  Input.  The function asked for, upper case.
       01  func                         PIC X(004).
           88  func-read-class   Value 'PEEK' 'PEKN' 'LIST' 'FIND'
               'OFND' 'DUMP' 'TTAB' 'CHK ' 'SNAP' 'SLST' 'SREL'
               'SV  ' 'DPTH'.
           88  func-pushpop-class Value 'PUSH' 'POP ' 'BPSH' 'BPOP'
               'PSHB' 'POPB' 'OPSH' 'MARK' 'RBAK' 'TBEG' 'TCOM'
               'TABT' 'DUP ' 'CKOT' 'CKIN' 'UNCL' 'REPS' 'HOLD'
               'RELS' 'CMPT' 'CPOP'.
           88  func-destructive-class Value 'CLR ' 'DELN' 'REPL'
               'SORT' 'SWP ' 'FRZ ' 'THAW' 'FTAB' 'SWAP' 'ROT '
               'CDEL' 'CREP'.

       Procedure Division Using
             stack-name
             calling-program
             func
           .

           Move rc-success To save-rc

           If Not rules-loaded
               Perform 1000-Load-Rules
           End-If

           Evaluate True
             When func-read-class
                  Move 'R' To func-class
             When func-pushpop-class
                  Move 'P' To func-class
             When func-destructive-class
                  Move 'D' To func-class
             When Other
                  Move Space To func-class
           End-Evaluate

           If Not class-none
               Perform 2000-Check-Rules
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Reads STACKACL into the table, once per run unit.
       1000-Load-Rules.
           Move 'Y' To loaded-switch
           Move 'N' To eof-switch
           Move 0   To acl-nb-entries

           Open Input acl-file

           If acl-file-status = '00'
               Perform 1010-Load-One-Rule Until eof
               Close acl-file
           End-If
           .

       *>  Body of the 1000-Load-Rules loop.
       1010-Load-One-Rule.
           Read acl-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof And acl-stack-name Not = Spaces
               If acl-nb-entries < acl-tbl-max
                   Add 1 To acl-nb-entries
                   Move acl-stack-name
                     To ae-stack-name(acl-nb-entries)
                   Move acl-program
                     To ae-program(acl-nb-entries)
                   Move acl-read-mode
                     To ae-read-mode(acl-nb-entries)
                   Move acl-pushpop-mode
                     To ae-pushpop-mode(acl-nb-entries)
                   Move acl-destructive-mode
                     To ae-destructive-mode(acl-nb-entries)
               Else
                   If Not rules-overflowed
                       Display myname ' STACKACL holds more than '
                         acl-tbl-max ' rules; stacks without a'
                         ' loaded rule are refused'
                       Move 'Y' To overflow-switch
                   End-If
               End-If
           End-If
           .

       *>  Looks for the stack among the rules and for a rule
       *>  granting this caller this class.
       2000-Check-Rules.
           Move 'N' To governed-switch
           Move 'N' To granted-switch

           Perform 2010-Check-One-Rule
             Varying acl-idx
             From 1 By 1
             Until acl-idx > acl-nb-entries Or access-granted

           Evaluate True
             When access-granted
                  Continue
             When stack-governed
                  Move rc-access-denied To save-rc
             When rules-overflowed
                  Move rc-access-denied To save-rc
             When Other
                  Continue
           End-Evaluate
           .

       *>  Body of the 2000-Check-Rules search.
       2010-Check-One-Rule.
           If ae-stack-name(acl-idx) = stack-name
               Move 'Y' To governed-switch

               If ae-program(acl-idx) = calling-program
                 Or ae-program(acl-idx) = acl-any-program
                   Evaluate True
                     When class-read
                          And ae-read-mode(acl-idx) = 'Y'
                          Move 'Y' To granted-switch
                     When class-pushpop
                          And ae-pushpop-mode(acl-idx) = 'Y'
                          Move 'Y' To granted-switch
                     When class-destructive
                          And ae-destructive-mode(acl-idx) = 'Y'
                          Move 'Y' To granted-switch
                     When Other
                          Continue
                   End-Evaluate
               End-If
           End-If
           .
