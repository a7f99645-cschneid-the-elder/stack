       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Durable, dataset-backed KEYED work store: the by-key
       *> counterpart to QUEUED and STACKD.  Those two can only be
       *> read from their ends, and the ordered stack's OPSH/OFND
       *> lookup lives in storage for the life of one step; case-
       *> management work has to persist from job to job and be
       *> read, rewritten and deleted directly by its business key,
       *> and browsed in key order from wherever the caller likes.
       *> The work items live on a caller-named indexed-organization
       *> dataset, riding a caller-supplied DDNAME exactly the way
       *> QUEUED's does; the caller's JCL preallocates it.
       *>
       *> Every record carries its 32-byte business key in front,
       *> the dataset's record key.  The control record --
       *> eyecatcher, item length, item count, the dataset lock,
       *> every numeric zoned DISPLAY -- sits under the reserved
       *> key of all Low-Values, which sorts ahead of every business
       *> key, so no caller may use that key for an item.  Behind
       *> each item's key is a small header -- the wall-clock
       *> timestamps of its insert and of its last rewrite -- and
       *> then the item bytes.
       *>
       *> The functions are:
       *>     INSR  adds the item under item-key; a key already on
       *>           the dataset is refused.
       *>     READ  returns the item filed under item-key.
       *>     REWR  replaces the item filed under item-key.
       *>     DELT  removes the item filed under item-key.
       *>     STRT  starts a browse: returns the first item whose
       *>           key is equal to or after item-key, and that
       *>           item's key in item-key.
       *>     RDNX  continues a browse: returns the first item whose
       *>           key is after item-key, and that item's key in
       *>           item-key.
       *> The browse position is nothing but the key the caller
       *> holds, so a browse survives between calls, between steps
       *> and across a restart: STRT from Spaces (or Low-Values) and
       *> RDNX until the not-found code walks the whole store in
       *> key order, and inserts and deletes made between the calls
       *> are seen or passed over by where their keys fall.
       *>
       *> Every call serializes on the dataset lock the control
       *> record carries and every completed INSR, REWR and DELT
       *> appends its balance-journal record to STACKQJL, both
       *> exactly as QUEUED does.  Inserts are journaled as
       *> enqueues and deletes as dequeues, so QUEUEDB proves a
       *> KEYD dataset's item count alongside the queues; a keyed
       *> store has no head or tail, and journals both as zero.
       *>
       *> Case work carries account numbers, so the items can rest
       *> scrambled the same way QUEUED's do: pass the optional
       *> 16-byte scramble-key and INSR/REWR encode the item bytes
       *> (STACKSCR) on the way to the dataset, READ/STRT/RDNX
       *> decode them on the way back.  The business key itself
       *> stays in the clear -- it is the index the dataset is
       *> ordered by.  Every call against a scrambled dataset must
       *> pass the same key; omit it, or pass Spaces, for
       *> cleartext.
       *>
       *> The first call against an empty dataset writes the control
       *> record and adopts the caller's item-len; every later call
       *> verifies the item-len matches what the dataset was
       *> initialized with.
       *>
       Program-ID. KEYD.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select kd-file Assign To Dynamic kd-dd-name
             Organization Is Indexed
             Access Mode Is Dynamic
             Record Key Is kd-rec-key
             File Status Is kd-file-status
           .
           *>  The same append-only balance journal QUEUED writes.
           Select journal-file Assign To "STACKQJL"
             Organization Is Sequential
             File Status Is journal-file-status
           .
       Data Division.
       File Section.
       FD  kd-file
           Record Is Varying In Size From 32 To 32760
             Characters
           Depending On kd-rec-len
           .
       01  kd-record.
           05  kd-rec-key               PIC X(032).
           05  kd-rec-body              PIC X(32728).

       FD  journal-file.
       01  journal-record.
           05  jr-timestamp             PIC X(021).
           05  jr-ddname                PIC X(008).
           05  jr-job                   PIC X(008).
           05  jr-func                  PIC X(004).
           05  jr-open-nb-items         PIC 9(009).
           05  jr-open-head-rrn         PIC 9(009).
           05  jr-open-tail-rrn         PIC 9(009).
           05  jr-nb-enqueues           PIC 9(009).
           05  jr-nb-dequeues           PIC 9(009).
           05  jr-close-nb-items        PIC 9(009).
           05  jr-close-head-rrn        PIC 9(009).
           05  jr-close-tail-rrn        PIC 9(009).
           05  jr-cycle-id              PIC X(008).
           05  jr-marker-event          PIC X(001).
           05  jr-marker-rrn            PIC 9(009).
           *>  The journal's running chain value, stored by STACKCHN
           *>  over this record and the one before it.
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'KEYD'.
           05  kd-eyecatcher-value      PIC X(008) Value 'KEYD1   '.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating no item is filed under the
           *>  key READ, REWR or DELT named, or that a browse has
           *>  run off the end of the store.
           05  rc-not-found             PIC S9(004) Binary Value +4.
           *>  Return code indicating an unknown function was
           *>  requested.
           05  rc-bad-func              PIC S9(004) Binary Value +8.
           *>  Return code indicating the caller's item-len does not
           *>  match the length this dataset's store was initialized
           *>  with.
           05  rc-length-mismatch       PIC S9(004) Binary Value +12.
           *>  Return code indicating the dataset could not be
           *>  opened, read or written; kd-file-status was reported
           *>  to SYSOUT.
           05  rc-io-error              PIC S9(004) Binary Value +16.
           *>  Return code indicating the control record exists but
           *>  does not carry this program's eyecatcher -- the
           *>  DDNAME points at a dataset that is not one of ours.
           05  rc-format-mismatch       PIC S9(004) Binary Value +20.
           *>  Return code indicating INSR named a key already on
           *>  the dataset; the item filed there is untouched.
           05  rc-duplicate-key         PIC S9(004) Binary Value +24.
           *>  Return code indicating INSR, READ, REWR or DELT named
           *>  the reserved all-Low-Values key the control record
           *>  is filed under.
           05  rc-reserved-key          PIC S9(004) Binary Value +28.
           *>  Return code indicating another job held the dataset
           *>  lock for the whole retry window and its stamp never
           *>  went stale; nothing was done.
           05  rc-dataset-locked        PIC S9(004) Binary Value +32.
           *>  How many control-record re-reads a contended call
           *>  makes before giving up, and how old a lock stamp
           *>  must be before an abended owner's lock is taken
           *>  over; QUEUED's figures.
           05  lock-retry-max           PIC 9(009) Binary Value 1000.
           05  lock-stale-seconds       PIC 9(009) Binary Value 300.
           05  seconds-per-day          PIC 9(009) Binary Value 86400.
           *>  The longest item a record can carry: the largest
           *>  keyed record less the key and the item header.
           05  kd-max-item-len          PIC 9(009) Binary Value 32686.
           *>  The running chain every journal record carries; see
           *>  STACKCHN.cbl.  The chain field closes the record.
           05  chain-program            PIC X(008) Value 'STACKCHN'.
           05  chain-last-func          PIC X(004) Value 'LAST'.
           05  chain-seed-func          PIC X(004) Value 'SEED'.
           05  chain-next-func          PIC X(004) Value 'NEXT'.
           05  journal-dd-name          PIC X(008) Value 'STACKQJL'.
           05  journal-chain-offset     PIC 9(009) Binary Value 132.
           *>  STACKCHN's answer for a journal not yet seen in this
           *>  run unit.
           05  rc-chain-not-seeded      PIC S9(004) Binary Value +4.
           *>  The business processing date every journal record
           *>  carries; see STACKBD.cbl.
           05  business-date-program    PIC X(008) Value 'STACKBD'.
           05  bd-get-func              PIC X(004) Value 'GET '.

       *>  The control record, filed under the all-Low-Values key.
       01  kd-control.
           05  kd-ctl-key               PIC X(032).
           05  kd-eyecatcher            PIC X(008).
           05  kd-ctl-item-len          PIC 9(009).
           *>  Items inserted and not yet deleted.
           05  kd-ctl-nb-items          PIC 9(009).
           *>  The dataset-level lock, QUEUED's protocol; Spaces
           *>  when free.
           05  kd-ctl-lock-owner        PIC X(008).
           05  kd-ctl-lock-time         PIC X(021).

       *>  The header between every item's key and its bytes.
       01  kd-item-header.
           *>  Wall-clock timestamps of the insert and of the most
           *>  recent rewrite, in the format the CURRENT-DATE
           *>  intrinsic returns them; the rewrite stamp is the
           *>  insert stamp until the item is first rewritten.
           05  kd-item-insert-time      PIC X(021).
           05  kd-item-update-time      PIC X(021).

       01  kd-work-areas.
           05  kd-dd-name               PIC X(008) Value Spaces.
           05  kd-rec-len               PIC 9(009) Binary Value 0.
           05  kd-file-status           PIC X(002) Value '00'.
           05  my-lock-owner            PIC X(008) Value Spaces.
           05  lock-held-switch         PIC X(001) Value 'N'.
               88  lock-held                        Value 'Y'.
           05  open-nb-items            PIC 9(009) Binary Value 0.

       *>  Pulls a 21-byte Current-Date style timestamp apart for
       *>  the stale-lock arithmetic.
       01  time-parse-area.
           05  parse-yyyymmdd           PIC 9(008).
           05  parse-hh                 PIC 9(002).
           05  parse-mm                 PIC 9(002).
           05  parse-ss                 PIC 9(002).

       Local-Storage Section.
       01  work-areas.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  item-offset              PIC 9(009) Binary Value 0.
           05  scramble-len             PIC 9(009) Binary Value 0.
           05  scramble-enco-func       PIC X(004) Value 'ENCO'.
           05  scramble-deco-func       PIC X(004) Value 'DECO'.
           05  browse-done-switch       PIC X(001) Value 'N'.
               88  browse-done                      Value 'Y'.
           05  lock-try-count           PIC 9(009) Binary Value 0.
           05  parse-timestamp          PIC X(021) Value Spaces.
           05  slot-seconds             PIC 9(018) Binary Value 0.
           05  now-seconds              PIC 9(018) Binary Value 0.
           05  lock-age-seconds         PIC S9(018) Binary Value 0.
           05  journal-file-status      PIC X(002) Value '00'.
           05  journal-chain-last       PIC 9(009) Value 0.
           05  journal-chain-len        PIC 9(009) Binary Value 0.
           05  journal-seed-eof-switch  PIC X(001) Value 'N'.
               88  journal-seed-eof                 Value 'Y'.
           05  journal-func             PIC X(004) Value Spaces.
           05  journal-nb-enqueues      PIC 9(009) Binary Value 0.
           05  journal-nb-dequeues      PIC 9(009) Binary Value 0.
           05  recount-open-nb-items    PIC 9(009) Binary Value 0.
           05  recount-nb-items         PIC 9(009) Binary Value 0.

       Linkage Section.
       *>  Input.  DDNAME of the caller-preallocated indexed-
       *>  organization dataset holding this store.
       01  dd-name                      PIC X(008).

       *>  Input.  Function to be performed, as described in the
       *>  prologue.
       01  func                         PIC X(004).
           88  func-insert                         Value 'INSR'.
           88  func-read                           Value 'READ'.
           88  func-rewrite                        Value 'REWR'.
           88  func-delete                         Value 'DELT'.
           88  func-start                          Value 'STRT'.
           88  func-read-next                      Value 'RDNX'.
           88  func-mutator                        Value 'INSR'
                                                         'REWR'
                                                         'DELT'.

       *>  Input.  Length of the caller's work-item.
       01  item-len                     PIC 9(009) Binary.

       *>  Input on every function: the business key the item is
       *>  filed under, or the browse position.  Output on STRT and
       *>  RDNX: the key of the item returned.
       01  item-key                     PIC X(032).

       *>  Input on INSR and REWR: the item to file.  Output on
       *>  READ, STRT and RDNX: the item found.  DELT never touches
       *>  it, and a not-found return leaves it unchanged.
       01  work-item.
           05  Occurs 1 To Unbounded
               Depending item-len
               PIC X(001).

       *>  Optional.  The 16-byte key this store's items rest
       *>  scrambled under (STACKSCR); see the prologue.
       01  scramble-key                 PIC X(016).

       *>  Optional.  The identity (job or program name) this
       *>  call's dataset lock is stamped with, so a stale lock's
       *>  owner can be named when it is taken over.  Omitted
       *>  stamps the anonymous default.
       01  lock-owner                   PIC X(008).

       Procedure Division Using
             dd-name
             func
             item-len
             item-key
             work-item
             Optional scramble-key
             Optional lock-owner
           .

           Move rc-success To save-rc
           Move dd-name To kd-dd-name
           Compute item-offset = Length(kd-item-header) + 1

           Perform 1005-Open-Dataset

           If kd-file-status Not = '00'
               Display myname ' open of ' kd-dd-name
                 ' failed, file status ' kd-file-status
               Move rc-io-error To Return-Code
               Goback
           End-If

           If lock-owner Is Omitted
               Move myname To my-lock-owner
           Else
               Move lock-owner To my-lock-owner
           End-If

           Perform 1000-Read-Control

           If save-rc = rc-success
               Perform 1070-Acquire-Lock
           End-If

           If save-rc = rc-success
               Move kd-ctl-nb-items To open-nb-items
               Perform 1100-Dispatch-Function
           End-If

           If save-rc = rc-success And func-mutator
               Perform 1093-Count-This-Call
               Move func To journal-func
               Perform 1095-Write-Journal-Record
           End-If

           If lock-held
               Perform 1090-Release-Lock
           End-If

           Close kd-file

           Move save-rc To Return-Code
           Goback.

       *>  Opens the dataset for update, creating it first when the
       *>  caller's JCL allocated it new and empty.
       1005-Open-Dataset.
           Open I-O kd-file
           If kd-file-status = '35'
               Open Output kd-file
               If kd-file-status = '00'
                   Close kd-file
                   Open I-O kd-file
               End-If
           End-If
           .

       *>  Runs the requested function against the control record
       *>  and dataset as they now stand.  Only the browse may
       *>  start from the reserved key; everything else names an
       *>  item.
       1100-Dispatch-Function.
           If item-key = Low-Values
             And Not func-start
             And Not func-read-next
               Move rc-reserved-key To save-rc
           Else
               Evaluate True
                 When func-insert
                      Perform 2000-Insert
                 When func-read
                      Perform 3000-Read
                 When func-rewrite
                      Perform 4000-Rewrite
                 When func-delete
                      Perform 5000-Delete
                 When func-start
                      Perform 6000-Start-Browse
                 When func-read-next
                      Perform 6100-Read-Next
                 When Other
                      Move rc-bad-func To save-rc
               End-Evaluate
           End-If
           .

       *>  Reads the control record, initializing it (first call
       *>  against a fresh dataset) or validating it (every call
       *>  after).
       1000-Read-Control.
           Move Low-Values To kd-rec-key
           Read kd-file

           Evaluate kd-file-status
             When '00'
                  Move kd-record(1:Length(kd-control))
                    To kd-control

                  If kd-eyecatcher Not = kd-eyecatcher-value
                      Display myname ' ' kd-dd-name
                        ' has no KEYD control record'
                      Move rc-format-mismatch To save-rc
                  Else
                      If kd-ctl-item-len Not = item-len
                          Display myname ' ' kd-dd-name
                            ' was initialized with item length '
                            kd-ctl-item-len
                          Move rc-length-mismatch To save-rc
                      End-If
                  End-If
             When '23'
       *>  No control record yet: this is the first call against a
       *>  freshly allocated dataset, so write one -- unless the
       *>  caller's item could never fit in a record.
                  If item-len > kd-max-item-len
                      Display myname ' ' kd-dd-name
                        ' item length ' item-len
                        ' exceeds the maximum ' kd-max-item-len
                      Move rc-length-mismatch To save-rc
                  Else
                      Perform 1025-Initialize-Control
                  End-If
             When Other
                  Display myname ' control read of ' kd-dd-name
                    ' failed, file status ' kd-file-status
                  Move rc-io-error To save-rc
           End-Evaluate
           .

       *>  Rewrites the control record with the count and lock as
       *>  they now stand.
       1010-Rewrite-Control.
           Move Length(kd-control) To kd-rec-len
           Move kd-control To kd-record(1:kd-rec-len)

           Rewrite kd-record
           If kd-file-status Not = '00'
               Display myname ' control rewrite of ' kd-dd-name
                 ' failed, file status ' kd-file-status
               Move rc-io-error To save-rc
           End-If
           .

       *>  Writes the control record for the first time.
       1020-Write-Control.
           Move Length(kd-control) To kd-rec-len
           Move kd-control To kd-record(1:kd-rec-len)

           Write kd-record
           If kd-file-status Not = '00'
               Display myname ' control write of ' kd-dd-name
                 ' failed, file status ' kd-file-status
               Move rc-io-error To save-rc
           End-If
           .

       *>  Builds and writes the control record of a fresh dataset.
       1025-Initialize-Control.
           Move Low-Values          To kd-ctl-key
           Move kd-eyecatcher-value To kd-eyecatcher
           Move item-len            To kd-ctl-item-len
           Move 0                   To kd-ctl-nb-items
           Move Spaces              To kd-ctl-lock-owner
           Move Spaces              To kd-ctl-lock-time
           Perform 1020-Write-Control
           .

       *>  Lays the header and the caller's item, encoded when the
       *>  store rests scrambled, into kd-record behind item-key.
       1030-Build-Item-Record.
           Compute kd-rec-len =
             Length(kd-rec-key) + Length(kd-item-header) + item-len
           Move item-key       To kd-rec-key
           Move kd-item-header To kd-rec-body(1:Length(kd-item-header))
           Move work-item      To kd-rec-body(item-offset:item-len)

           If scramble-key Is Not Omitted
             And scramble-key Not = Spaces
               Move item-len To scramble-len
               Call 'STACKSCR' Using
                 scramble-enco-func
                 scramble-key
                 scramble-len
                 kd-rec-body(item-offset:item-len)
               End-Call
           End-If
           .

       *>  Reads the item filed under item-key into kd-record and
       *>  kd-item-header; not-found when there is none.
       1040-Read-Item.
           Move item-key To kd-rec-key
           Read kd-file

           Evaluate kd-file-status
             When '00'
                  Move kd-rec-body(1:Length(kd-item-header))
                    To kd-item-header
             When '23'
                  Move rc-not-found To save-rc
             When Other
                  Display myname ' item read from ' kd-dd-name
                    ' failed, file status ' kd-file-status
                  Move rc-io-error To save-rc
           End-Evaluate
           .

       *>  Hands the item bytes (now in kd-record) back to the
       *>  caller, decoded when the store rests scrambled.
       1060-Return-Item.
           Move kd-rec-body(item-offset:item-len) To work-item

           If scramble-key Is Not Omitted
             And scramble-key Not = Spaces
               Move item-len To scramble-len
               Call 'STACKSCR' Using
                 scramble-deco-func
                 scramble-key
                 scramble-len
                 work-item
               End-Call
           End-If
           .

       *>  Claims the dataset lock, QUEUED's protocol: a free (or
       *>  stale) lock is stamped with this call's owner and the
       *>  stamp read back to confirm it stuck; a held lock is
       *>  re-read up to the retry limit; a stale one is taken
       *>  over out loud.
       1070-Acquire-Lock.
           Move 'N' To lock-held-switch
           Move 0   To lock-try-count

           Move Current-Date To parse-timestamp
           Perform 9830-Timestamp-To-Seconds
           Move slot-seconds To now-seconds

           Perform 1080-Try-Lock-Once
             Until lock-held
               Or save-rc Not = rc-success
               Or lock-try-count > lock-retry-max

           If Not lock-held And save-rc = rc-success
               Display myname ' ' kd-dd-name ' locked by '
                 kd-ctl-lock-owner ' for the whole retry window'
               Move rc-dataset-locked To save-rc
           End-If
           .

       *>  Body of the 1070-Acquire-Lock loop.
       1080-Try-Lock-Once.
           Add 1 To lock-try-count

           If kd-ctl-lock-owner = Spaces
             Or kd-ctl-lock-owner = Low-Values
               Move my-lock-owner To kd-ctl-lock-owner
               Move Current-Date  To kd-ctl-lock-time
               Perform 1010-Rewrite-Control

               If save-rc = rc-success
                   Perform 1085-Reread-Control
                   If save-rc = rc-success
                     And kd-ctl-lock-owner = my-lock-owner
                       Move 'Y' To lock-held-switch
                   End-If
               End-If
           Else
               Move kd-ctl-lock-time To parse-timestamp
               Perform 9830-Timestamp-To-Seconds
               Compute lock-age-seconds =
                 now-seconds - slot-seconds

               If lock-age-seconds > lock-stale-seconds
                   Display myname ' taking over stale lock held'
                     ' by ' kd-ctl-lock-owner ' on ' kd-dd-name
                   Move my-lock-owner To kd-ctl-lock-owner
                   Move Current-Date  To kd-ctl-lock-time
                   Perform 1010-Rewrite-Control
                   If save-rc = rc-success
                       Move 'Y' To lock-held-switch
                       Perform 1200-Recount-After-Takeover
                   End-If
               Else
                   Perform 1085-Reread-Control
               End-If
           End-If
           .

       *>  Refreshes kd-control from the dataset between lock
       *>  attempts.
       1085-Reread-Control.
           Move Low-Values To kd-rec-key
           Read kd-file
           If kd-file-status Not = '00'
               Move rc-io-error To save-rc
           Else
               Move kd-record(1:Length(kd-control)) To kd-control
           End-If
           .

       *>  Releases the lock; the control record as the call left
       *>  it goes out in the same rewrite.
       1090-Release-Lock.
           Move Spaces To kd-ctl-lock-owner
           Move Spaces To kd-ctl-lock-time
           Perform 1010-Rewrite-Control
           Move 'N' To lock-held-switch
           .

       *>  The enqueues and dequeues the function just completed
       *>  amounts to: an insert adds an item and a delete takes
       *>  one away; a rewrite changes neither count.
       1093-Count-This-Call.
           Move 0 To journal-nb-enqueues
           Move 0 To journal-nb-dequeues
           Evaluate True
             When func-insert
                  Move 1 To journal-nb-enqueues
             When func-delete
                  Move 1 To journal-nb-dequeues
             When Other
                  Continue
           End-Evaluate
           .

       *>  One balance-journal record for the completed call or
       *>  takeover recount.  Journal failures are swallowed -- the
       *>  work itself must stand.
       1095-Write-Journal-Record.
           Perform 1096-Seed-Journal-Chain

           Open Extend journal-file
           If journal-file-status = '35'
               Open Output journal-file
           End-If

           If journal-file-status = '00'
               Move Current-Date    To jr-timestamp
               Call business-date-program Using
                 bd-get-func
                 jr-business-date
               End-Call
               Move kd-dd-name      To jr-ddname
               Move my-lock-owner   To jr-job
               Move journal-func    To jr-func
               Move open-nb-items   To jr-open-nb-items

       *>  A keyed store has no head or tail to chain.
               Move 0               To jr-open-head-rrn
               Move 0               To jr-open-tail-rrn

               Move journal-nb-enqueues To jr-nb-enqueues
               Move journal-nb-dequeues To jr-nb-dequeues

               Move kd-ctl-nb-items To jr-close-nb-items
               Move 0               To jr-close-head-rrn
               Move 0               To jr-close-tail-rrn

       *>  Close-of-business markers are QUEUED's alone.
               Move Spaces To jr-cycle-id
               Move Spaces To jr-marker-event
               Move 0      To jr-marker-rrn

               Move Length(journal-record) To journal-chain-len
               Call chain-program Using
                 chain-next-func
                 journal-dd-name
                 journal-chain-last
                 journal-chain-len
                 journal-chain-offset
                 journal-record
               End-Call

               Write journal-record
               Close journal-file
           End-If
           .

       *>  The first record a run unit appends to the journal has
       *>  to continue the chain already on it: read the journal
       *>  through once and hand STACKCHN the last record's chain
       *>  value.  A journal that does not exist yet starts the
       *>  chain from zero.
       1096-Seed-Journal-Chain.
           Call chain-program Using
             chain-last-func
             journal-dd-name
             journal-chain-last
           End-Call

           If Return-Code = rc-chain-not-seeded
               Move 0   To journal-chain-last
               Move 'N' To journal-seed-eof-switch

               Open Input journal-file
               If journal-file-status = '00'
                   Perform 1097-Read-One-Journal-Record
                     Until journal-seed-eof
                   Close journal-file
               End-If

               Call chain-program Using
                 chain-seed-func
                 journal-dd-name
                 journal-chain-last
               End-Call
           End-If
           .

       *>  Body of the 1096-Seed-Journal-Chain loop.
       1097-Read-One-Journal-Record.
           Read journal-file
               At End
                   Move 'Y' To journal-seed-eof-switch
           End-Read

           If Not journal-seed-eof
               If jr-chain-value Is Numeric
                   Move jr-chain-value To journal-chain-last
               Else
                   Move 0 To journal-chain-last
               End-If
           End-If
           .

       *>  A lock gone stale means its owner abended part way
       *>  through a call -- perhaps between an item's Write or
       *>  Delete and the control rewrite that counts it.  The
       *>  items are recounted by a browse of the whole dataset,
       *>  the count corrected when it disagrees, and the
       *>  correction journaled under RCNT so the balance chain
       *>  still holds.
       1200-Recount-After-Takeover.
           Move kd-ctl-nb-items To recount-open-nb-items
           Move 0 To recount-nb-items

           Move Low-Values To kd-rec-key
           Start kd-file Key Is > kd-rec-key
           If kd-file-status = '00'
               Move 'N' To browse-done-switch
               Perform 1210-Recount-One Until browse-done
           End-If

           If recount-nb-items Not = kd-ctl-nb-items
               Display myname ' ' kd-dd-name
                 ' item count recounted after takeover: '
                 kd-ctl-nb-items ' to ' recount-nb-items

               Move recount-nb-items To kd-ctl-nb-items
               Perform 1010-Rewrite-Control

               If save-rc = rc-success
                   Move recount-open-nb-items To open-nb-items
                   Move 'RCNT' To journal-func
                   Move 0 To journal-nb-enqueues
                   Move 0 To journal-nb-dequeues
                   If recount-nb-items < recount-open-nb-items
                       Compute journal-nb-dequeues =
                         recount-open-nb-items - recount-nb-items
                   Else
                       Compute journal-nb-enqueues =
                         recount-nb-items - recount-open-nb-items
                   End-If
                   Perform 1095-Write-Journal-Record
               End-If
           End-If
           .

       *>  Body of the 1200-Recount-After-Takeover browse.
       1210-Recount-One.
           Read kd-file Next Record
           If kd-file-status = '00'
               Add 1 To recount-nb-items
           Else
               Move 'Y' To browse-done-switch
           End-If
           .

       *>  Turns the 21-byte timestamp in parse-timestamp into a
       *>  single seconds figure in slot-seconds.
       9830-Timestamp-To-Seconds.
           Move parse-timestamp(1:8)   To parse-yyyymmdd
           Move parse-timestamp(9:2)   To parse-hh
           Move parse-timestamp(11:2)  To parse-mm
           Move parse-timestamp(13:2)  To parse-ss

           Compute slot-seconds =
             (Integer-of-Date(parse-yyyymmdd) * seconds-per-day)
               + (parse-hh * 3600) + (parse-mm * 60) + parse-ss
           .

       *>  INSR: the item is filed under its key behind a fresh
       *>  header; the control record is rewritten last so a
       *>  failure between the two is put right by the recount a
       *>  takeover makes.
       2000-Insert.
           Move Current-Date To kd-item-insert-time
           Move kd-item-insert-time To kd-item-update-time
           Perform 1030-Build-Item-Record

           Write kd-record

           Evaluate kd-file-status
             When '00'
                  Add 1 To kd-ctl-nb-items
                  Perform 1010-Rewrite-Control
             When '22'
                  Move rc-duplicate-key To save-rc
             When Other
                  Display myname ' item write to ' kd-dd-name
                    ' failed, file status ' kd-file-status
                  Move rc-io-error To save-rc
           End-Evaluate
           .

       *>  READ: the item filed under the key comes back.
       3000-Read.
           Perform 1040-Read-Item

           If save-rc = rc-success
               Perform 1060-Return-Item
           End-If
           .

       *>  REWR: the item filed under the key is replaced; its
       *>  insert stamp is kept and its rewrite stamp renewed.
       4000-Rewrite.
           Perform 1040-Read-Item

           If save-rc = rc-success
               Move Current-Date To kd-item-update-time
               Perform 1030-Build-Item-Record

               Rewrite kd-record
               If kd-file-status Not = '00'
                   Display myname ' item rewrite to ' kd-dd-name
                     ' failed, file status ' kd-file-status
                   Move rc-io-error To save-rc
               End-If
           End-If
           .

       *>  DELT: the item filed under the key is removed.
       5000-Delete.
           Move item-key To kd-rec-key
           Delete kd-file Record

           Evaluate kd-file-status
             When '00'
                  Subtract 1 From kd-ctl-nb-items
                  Perform 1010-Rewrite-Control
             When '23'
                  Move rc-not-found To save-rc
             When Other
                  Display myname ' item delete from ' kd-dd-name
                    ' failed, file status ' kd-file-status
                  Move rc-io-error To save-rc
           End-Evaluate
           .

       *>  STRT: positions on the first key equal to or after the
       *>  caller's and serves that item.  The reserved key is
       *>  never served: a browse from it starts after it.
       6000-Start-Browse.
           Move item-key To kd-rec-key
           If item-key = Low-Values
               Start kd-file Key Is > kd-rec-key
           Else
               Start kd-file Key Is Not < kd-rec-key
           End-If

           Perform 6200-Serve-Browse-Item
           .

       *>  RDNX: positions on the first key after the caller's and
       *>  serves that item.
       6100-Read-Next.
           Move item-key To kd-rec-key
           Start kd-file Key Is > kd-rec-key

           Perform 6200-Serve-Browse-Item
           .

       *>  Reads the record the Start just positioned on and hands
       *>  it and its key back; no record there is the end of the
       *>  store.
       6200-Serve-Browse-Item.
           Evaluate kd-file-status
             When '00'
                  Read kd-file Next Record
             When '23'
                  Move rc-not-found To save-rc
             When Other
                  Display myname ' browse start on ' kd-dd-name
                    ' failed, file status ' kd-file-status
                  Move rc-io-error To save-rc
           End-Evaluate

           If save-rc = rc-success
               Evaluate kd-file-status
                 When '00'
                      Move kd-rec-key To item-key
                      Perform 1060-Return-Item
                 When '10'
                      Move rc-not-found To save-rc
                 When Other
                      Display myname ' browse read of ' kd-dd-name
                        ' failed, file status ' kd-file-status
                      Move rc-io-error To save-rc
               End-Evaluate
           End-If
           .
