       *> verifies the item-len matches what the dataset was
       *> initialized with.
       *>
       *> A step that drains or builds a big stack can open a
       *> session instead of paying an Open and a Close on every
       *> call, the same pair QUEUED offers:
       *>     OPEN  opens the dataset and keeps it open for the rest
       *>           of the step; commit-interval says how many
       *>           PUSH/POP calls make one commit (omitted or zero
       *>           takes the default).
       *>     CLOS  commits and closes the dataset.
       *> Between them the control record is kept current in
       *> storage and rewritten only at each commit and at CLOS.
       *> An abend between commits leaves the stack exactly as the
       *> last commit had it: pushes since then sit above the
       *> committed top and are overwritten by the next push, and
       *> the items popped since then are still there to be popped
       *> again -- restart from the last commit.  That holds
       *> because a PUSH that would land on a slot at or below the
       *> committed top -- the slot of an item popped since the
       *> last commit -- commits first, so the popped item's pop
       *> is on the dataset before its slot is reused.  One session at a
       *> time per run unit; while it is open, calls naming any
       *> other DDNAME are refused.
       *>
       *> Hold and suspense work carries account numbers, so the
       *> items can rest scrambled the same way QUEUED's do: pass
       *> the optional 16-byte scramble-key and PUSH encodes the
       *> one.  Every call against a scrambled dataset must pass
       *> the same key; omit it, or pass Spaces, for cleartext.
       *>
       *> In a recovery drill (see STACKFI.cbl) the rules on
       *> STACKFIC can name a DDNAME and have this program fail it
       *> on cue: MISS fails the open with status 35 as an
       *> unallocated dataset would, and FULL fails a PUSH's item
       *> write with status 34 as a dataset out of space would.
       *> Each comes back with the return code the real failure
       *> gives.  This program keeps no journal of its own; the
       *> injection is on record in STACKFI's console message and
       *> its FLTINJ event on the shared event feed.  Outside a
       *> rehearsal job class none of this can happen.
       *>
       Program-ID. STACKD.
       Environment Division.
       Configuration Section.
           *>  carry this program's eyecatcher -- the DDNAME points
           *>  at a dataset that is not one of ours.
           05  rc-format-mismatch       PIC S9(004) Binary Value +20.
           *>  Return code indicating OPEN while a session is already
           *>  open, CLOS with none open, or a call naming a DDNAME
           *>  other than the one the open session is on.
           05  rc-session-state         PIC S9(004) Binary Value +24.
           *>  PUSH/POP calls per commit when OPEN names none.
           05  session-default-commit   PIC 9(009) Binary Value 100.
           *>  The fault-injection rules a recovery drill runs
           *>  under, and the failures this program can be made to
           *>  simulate; see STACKFI.cbl.
           05  fault-program            PIC X(008) Value 'STACKFI'.
           05  fault-call-func          PIC X(004) Value 'CALL'.
           05  fault-test-func          PIC X(004) Value 'TEST'.
           05  fault-full               PIC X(004) Value 'FULL'.
           05  fault-miss               PIC X(004) Value 'MISS'.
           *>  STACKFI's answer when fault injection is off for the
           *>  run unit.
           05  rc-injection-off         PIC S9(004) Binary Value +8.

       *>  The control record at relative record 1.
       01  sd-control.
           05  sd-rec-len               PIC 9(009) Binary Value 0.
           05  sd-rrn                   PIC 9(009) Binary Value 0.
           05  sd-file-status           PIC X(002) Value '00'.
           *>  Whether fault injection is in force for the run
           *>  unit; once STACKFI says it is off, it is not asked
           *>  again.
           05  fault-off-switch         PIC X(001) Value 'N'.
               88  fault-injection-off              Value 'Y'.

       *>  Session state, kept from OPEN to CLOS.
       01  session-areas.
           05  session-switch           PIC X(001) Value 'N'.
               88  session-open                     Value 'Y'.
           05  session-dd-name          PIC X(008) Value Spaces.
           05  session-commit-interval  PIC 9(009) Binary Value 0.
           *>  PUSH/POP calls since the last commit.
           05  session-nb-changes       PIC 9(009) Binary Value 0.
           *>  The top as the control record on the dataset has it:
           *>  as of the OPEN, then of the last commit.
           05  session-committed-top    PIC 9(009) Binary Value 0.

       Local-Storage Section.
       01  work-areas.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  scramble-enco-func       PIC X(004) Value 'ENCO'.
           05  scramble-deco-func       PIC X(004) Value 'DECO'.
           *>  Whether rules name this dataset on this call, the
           *>  failure being asked about, and STACKFI's verdict.
           05  fault-armed-switch       PIC X(001) Value 'N'.
               88  fault-armed                      Value 'Y'.
           05  fault-due-switch         PIC X(001) Value 'N'.
               88  fault-due                        Value 'Y'.
           05  fault-type               PIC X(004) Value Spaces.
           05  fault-items              PIC 9(009) Binary Value 0.

       Linkage Section.
       *>  Input.  DDNAME of the caller-preallocated relative-
       01  dd-name                      PIC X(008).

       *>  Input.  Function to be performed: PUSH, POP or PEEK,
       *>  with STACKP's meanings, or the session pair OPEN and
       *>  CLOS.
       01  func                         PIC X(004).
           88  func-push                           Value 'PUSH'.
           88  func-pop                            Value 'POP '.
           88  func-peek                           Value 'PEEK'.
           88  func-open                           Value 'OPEN'.
           88  func-close                          Value 'CLOS'.

       *>  Input.  Length of the caller's stack-item.
       01  item-len                     PIC 9(009) Binary.
       *>  scrambled under (STACKSCR); see the prologue.
       01  scramble-key                 PIC X(016).

       *>  Optional, OPEN only.  How many PUSH/POP calls make one
       *>  commit of the session; omitted or zero takes the default.
       01  commit-interval              PIC 9(009) Binary.

       Procedure Division Using
             dd-name
             func
             item-len
             stack-item
             Optional scramble-key
             Optional commit-interval
           .

           Move rc-success To save-rc

       *>  A recovery drill counts every call against a dataset its
       *>  fault-injection rules name; see 9700-Count-Fault-Call.
           Move 'N' To fault-armed-switch
           If Not fault-injection-off
               Perform 9700-Count-Fault-Call
           End-If

       *>  The session pair, and every call made while a session
       *>  is open, go their own way; the call-at-a-time path below
       *>  is exactly what it always was.
           If func-open Or func-close Or session-open
               Perform 8000-Session-Dispatch
               Move save-rc To Return-Code
               Goback
           End-If

           Move dd-name To sd-dd-name

           Perform 1005-Open-Dataset

           If sd-file-status Not = '00'
               Display myname ' open of ' sd-dd-name
                 ' failed, file status ' sd-file-status
           Perform 1000-Read-Control

           If save-rc = rc-success
               Perform 1100-Dispatch-Function
           End-If

           Close sd-file
           Move save-rc To Return-Code
           Goback.

       *>  Opens the dataset for update, creating it first when the
       *>  caller's JCL allocated it new and empty.
       1005-Open-Dataset.
       *>  A drill's "stack dataset missing" fails the open the way
       *>  an unallocated DDNAME would.
           Move 'N' To fault-due-switch
           If fault-armed
               Move fault-miss To fault-type
               Perform 9710-Test-Fault
           End-If

           If fault-due
               Move '35' To sd-file-status
           Else
               Open I-O sd-file
               If sd-file-status = '35'
                   Open Output sd-file
                   If sd-file-status = '00'
                       Close sd-file
                       Open I-O sd-file
                   End-If
               End-If
           End-If
           .

       *>  Runs the requested function against the control record
       *>  and dataset as they now stand.
       1100-Dispatch-Function.
           Evaluate True
             When func-push
                  Perform 2000-Push
             When func-pop
                  If sd-ctl-nb-items = 0
                      Move rc-stack-empty To save-rc
                  Else
                      Perform 3000-Pop
                  End-If
             When func-peek
                  If sd-ctl-nb-items = 0
                      Move rc-stack-empty To save-rc
                  Else
                      Perform 4000-Peek
                  End-If
             When Other
                  Move rc-bad-func To save-rc
           End-Evaluate
           .

       *>  Reads the control record, initializing it (first call
       *>  against a fresh dataset) or validating it (every call
       *>  after), the same handshake QUEUED makes.
           End-If
           .

       *>  A PUSH or POP has moved the top: out goes the control
       *>  record at once, unless a session is open, in which case
       *>  the copy in storage is the current one until the
       *>  session's next commit.
       1012-Control-Changed.
           If session-open
               Add 1 To session-nb-changes
               If session-nb-changes >= session-commit-interval
                   Perform 8040-Commit-Session
               End-If
           Else
               Perform 1010-Rewrite-Control
           End-If
           .

       *>  Writes the control record for the first time.
       1020-Write-Control.
           Move 1 To sd-rrn
       *>  moves up; the control record is rewritten last so a
       *>  failure between the two leaves the old state intact.
       2000-Push.
       *>  Inside a session, the slot one past the top may still
       *>  hold a committed item this session has popped; the pop
       *>  is committed before the slot is reused.
           If session-open
             And sd-ctl-top-rrn < session-committed-top
               Perform 8040-Commit-Session
           End-If

           If save-rc = rc-success
               Perform 2010-Write-Item
           End-If
           .

       *>  Body of the PUSH: the item written into its slot, then
       *>  the top moved.
       2010-Write-Item.
           Compute sd-rrn = sd-ctl-top-rrn + 1
           Move item-len To sd-rec-len
           Move stack-item To sd-record(1:sd-rec-len)
               End-Call
           End-If

       *>  A drill's "stack dataset full" fails the write the way a
       *>  dataset out of space would.
           Move 'N' To fault-due-switch
           If fault-armed
               Move fault-full To fault-type
               Perform 9710-Test-Fault
           End-If

           If fault-due
               Move '34' To sd-file-status
           Else
               Write sd-record
           End-If

       *>  Status '22' here means a record already exists at the
       *>  slot the control record says is free.  The control
           Else
               Add 1 To sd-ctl-top-rrn
               Add 1 To sd-ctl-nb-items
               Perform 1012-Control-Changed
           End-If
           .

           If save-rc = rc-success
               Subtract 1 From sd-ctl-top-rrn
               Subtract 1 From sd-ctl-nb-items
               Perform 1012-Control-Changed
           End-If
           .

               End-If
           End-If
           .

       *>  OPEN, CLOS, and every call made while a session is open.
       8000-Session-Dispatch.
           Evaluate True
             When func-open
                  If session-open
                      Display myname ' OPEN of ' dd-name
                        ' refused; a session is already open on '
                        session-dd-name
                      Move rc-session-state To save-rc
                  Else
                      Perform 8010-Open-Session
                  End-If
             When func-close
                  If Not session-open
                      Move rc-session-state To save-rc
                  Else
                      Perform 8020-Close-Session
                  End-If
             When Other
                  If dd-name Not = session-dd-name
                      Display myname ' ' dd-name
                        ' refused; a session is open on '
                        session-dd-name
                      Move rc-session-state To save-rc
                  Else
                      Perform 8030-Session-Call
                  End-If
           End-Evaluate
           .

       *>  OPEN: the dataset is opened and its control record read
       *>  (written, for a fresh dataset) and validated exactly as
       *>  a single call would, then left open.
       8010-Open-Session.
           Move dd-name To sd-dd-name

           Perform 1005-Open-Dataset

           If sd-file-status Not = '00'
               Display myname ' open of ' sd-dd-name
                 ' failed, file status ' sd-file-status
               Move rc-io-error To save-rc
           Else
               Perform 1000-Read-Control

               If save-rc Not = rc-success
                   Close sd-file
               Else
                   Move 'Y'        To session-switch
                   Move sd-dd-name To session-dd-name
                   Move 0          To session-nb-changes
                   Move sd-ctl-top-rrn To session-committed-top

                   Move session-default-commit
                     To session-commit-interval
                   If commit-interval Is Not Omitted
                       If commit-interval > 0
                           Move commit-interval
                             To session-commit-interval
                       End-If
                   End-If
               End-If
           End-If
           .

       *>  CLOS: the last commit, then the dataset is closed.
       8020-Close-Session.
           Perform 8040-Commit-Session

           Close sd-file

           Move 'N'    To session-switch
           Move Spaces To session-dd-name
           .

       *>  One call inside the session, against the control record
       *>  as the session holds it.
       8030-Session-Call.
           If item-len Not = sd-ctl-item-len
               Display myname ' ' sd-dd-name
                 ' was initialized with item length '
                 sd-ctl-item-len
               Move rc-length-mismatch To save-rc
           Else
               Perform 1100-Dispatch-Function
           End-If
           .

       *>  A commit: the control record as the session holds it
       *>  goes out.
       8040-Commit-Session.
           If session-nb-changes > 0
               Perform 1010-Rewrite-Control
           End-If

           Move 0 To session-nb-changes
           Move sd-ctl-top-rrn To session-committed-top
           .

       *>  Counts this call against the dataset for STACKFI's
       *>  rules.  A dataset no rule names is not asked about again
       *>  this call; a run unit with fault injection off is not
       *>  asked about again at all.
       9700-Count-Fault-Call.
           Call fault-program Using
             fault-call-func
             dd-name
             On Exception
                Move 'Y' To fault-off-switch
           End-Call

           Evaluate True
             When fault-injection-off
                  Continue
             When Return-Code = rc-success
                  Move 'Y' To fault-armed-switch
             When Return-Code = rc-injection-off
                  Move 'Y' To fault-off-switch
           End-Evaluate
           .

       *>  Asks STACKFI whether fault-type is due against the
       *>  dataset now; STACKFI itself puts a fault that is due on
       *>  record.
       9710-Test-Fault.
           Move 'N' To fault-due-switch
           Move sd-ctl-nb-items To fault-items

           Call fault-program Using
             fault-test-func
             dd-name
             fault-type
             fault-items
           End-Call

           If Return-Code = rc-success
               Move 'Y' To fault-due-switch
           End-If
           .
