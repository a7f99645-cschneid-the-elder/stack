       *> consumer and a plain one can share a dataset without
       *> serving the same item twice.
       *>
       *> A step that makes thousands of calls can open a session
       *> instead of paying an Open, a lock and a Close on every one:
       *>     OPEN  opens the dataset and keeps it open for the rest
       *>           of the step; commit-interval says how many
       *>           mutating calls make one commit (omitted or zero
       *>           takes the default).
       *>     CLOS  commits whatever is outstanding and closes the
       *>           dataset.
       *> Between them every call is made exactly as before -- same
       *> DDNAME, same functions, same parameters -- but the control
       *> record is kept current in storage and only forced out at
       *> each commit: when commit-interval mutating calls have been
       *> made, when the session's hold on the lock is half-way to
       *> going stale, and at CLOS.  The cross-job lock is taken by
       *> the first call after a commit and released by the commit,
       *> so other jobs still get their turn between commits, and
       *> the balance journal gets one record per commit carrying
       *> the interval's enqueue and dequeue totals.  Item records
       *> are written as each call is made; an abend between
       *> commits loses the session's uncommitted enqueues (their
       *> slots are beyond the committed tail and are reused) while
       *> its dequeues, claims and completions stand, and the next
       *> caller to take over the abandoned lock recounts the
       *> queue from its record states so the counts agree again.
       *> One session at a time per run unit; while it is open,
       *> calls naming any other DDNAME are refused.
       *>
       *> Work that must not be touched before a given moment --
       *> a payment value-dated for tomorrow, a retry that should
       *> wait half an hour -- is enqueued with the optional
       *> not-before timestamp, which rides in the record header.
       *> Until the clock reaches it, DEQU, PEEK and CLM pass the
       *> record over exactly as they pass over a claimed one, so
       *> the due work behind it is still served first-in-first-
       *> out and the deferred record keeps its place for the
       *> moment it comes due.  When everything claimable is still
       *> waiting on its time, the call says so with its own
       *> return code rather than plain empty.
       *>
       *> When the producer has put out the last of a business
       *> cycle's work it posts a close-of-business marker with
       *> EOB, naming the cycle in cycle-id.  The marker takes its
       *> place in line like any item, so a consumer reaches it
       *> only once everything enqueued ahead of it has been
       *> served: DEQU and CLM then consume it and PEEK shows it,
       *> each with its own return code and the cycle's name in
       *> cycle-id, never the item bytes.  Plain empty now means
       *> what the overnight job always hoped it meant -- the
       *> producer is running late -- and the marker means it has
       *> finished.  Work enqueued behind a marker waits for the
       *> marker to be consumed, so one cycle's close never jumps
       *> ahead of another cycle's work.  The marker is not an
       *> item: it adds nothing to the depth, the balance journal
       *> counts it as neither enqueue nor dequeue, and instead
       *> records the cycle and the marker's position when it is
       *> posted and when it is reached, for QUEUEDB and QUEUEDW.
       *>
       *> An inquiry flow runs on a pair of datasets: the asker
       *> enqueues a request on one with ENQU and a correlation-id
       *> of its choosing, the back office DEQUs or CLMs it --
       *> which hands the correlation-id back along with the item
       *> -- and enqueues its answer on the other dataset under
       *> the same correlation-id.  The asker then takes exactly
       *> its own answer with DEQC, which dequeues the oldest due
       *> claimable record carrying the correlation-id it names,
       *> wherever in the line that record stands, rather than the
       *> head of the line.  DEQC passes over close-of-business
       *> markers; a reply is not batch work.  The correlation-id
       *> rides in the record header, readable even when the item
       *> rests scrambled, so QUEUEDR can pair the two datasets
       *> and report the requests still waiting on an answer.
       *>
       *> Several consumer jobs can drain one dataset in parallel
       *> when the work is partitioned by key -- an account number,
       *> say, whose updates must be applied in order and never
       *> two at once.  The producer passes partition-field on each
       *> ENQU, naming where in the item the key sits; the key is
       *> copied into the record header.  From then on DEQU, PEEK
       *> and CLM will not hand out a keyed record while an earlier
       *> record with the same key is still outstanding -- claimed
       *> in-flight by any consumer, or waiting on its not-before
       *> time -- but pass it over for the next record whose key is
       *> free.  Items sharing a key are therefore served strictly
       *> in enqueue order, one at a time, while different keys
       *> flow to different consumers side by side.  Each claim
       *> is stamped with the claiming call's lock-owner, so give
       *> every parallel consumer its own; QUEUEDM LIST shows which
       *> consumer holds which key.  Records enqueued without a key
       *> are served exactly as before.  The key rides in the
       *> header in the clear, scrambled dataset or not, so choose
       *> a key field that may be seen.
       *>
       *> Every item finished -- taken by DEQU or DEQC, or
       *> completed by DONE after its claim -- leaves a record on
       *> the turnaround dataset STACKQTT (layout QUEUETTR.cpy):
       *> when it was enqueued, when it was finished and the seconds
       *> between, which QUEUETT turns into service-level
       *> percentiles.  STACKQTT is opened for extend at the first
       *> completion and closed with the dataset; without the DD
       *> the turnarounds go unrecorded and the calls work as ever.
       *>
       *> In a recovery drill (see STACKFI.cbl) the rules on
       *> STACKFIC can name a DDNAME and have this program fail it
       *> on cue: MISS fails the open with status 35 as an
       *> unallocated dataset would, FULL fails an ENQU's item
       *> write with status 34 as a dataset out of space would, and
       *> LOCK refuses the call as locked for the whole retry
       *> window.  Each comes back with the return code the real
       *> failure gives, and each is stamped on the balance journal
       *> as an INJ record that moves nothing.  Outside a rehearsal
       *> job class none of this can happen.
       *>
       *> The first call against an empty dataset writes the control
       *> record and adopts the caller's item-len; every later call
       *> verifies the item-len matches what the dataset was
       *> initialized with.  Datasets written under an earlier
       *> layout -- QUEUED1 (no per-record state or timestamp),
       *> QUEUED2 (no not-before time), QUEUED3 (no close-of-
       *> business markers), QUEUED4 (no correlation-id) or QUEUED5
       *> (no partition key) -- are refused by name rather than
       *> misread; drain them with the prior release before
       *> switching over.
       *>
       Program-ID. QUEUED.
       Environment Division.
             Organization Is Sequential
             File Status Is journal-file-status
           .
           *>  Append-only turnaround dataset: one record per item
           *>  finished, arrival to completion, for QUEUETT's
           *>  service-level percentiles.
           Select turnaround-file Assign To "STACKQTT"
             Organization Is Sequential
             File Status Is turnaround-file-status
           .
       Data Division.
       File Section.
       FD  qd-file
           05  jr-close-nb-items        PIC 9(009).
           05  jr-close-head-rrn        PIC 9(009).
           05  jr-close-tail-rrn        PIC 9(009).
           *>  The close-of-business marker this record posted
           *>  ('P') or reached ('R'), and where it sits; Spaces and
           *>  zero on every other record, except that an INJ record
           *>  carries the fault injected in the cycle-id field, and
           *>  QUEUEDM's APRV record the user id that staged the
           *>  approved request in the cycle-id field and its
           *>  request id in the marker position (the approver's
           *>  user id is in the job field).
           05  jr-cycle-id              PIC X(008).
           05  jr-marker-event          PIC X(001).
           05  jr-marker-rrn            PIC 9(009).
           *>  The journal's running chain value, stored by STACKCHN
           *>  over this record and the one before it.
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       FD  turnaround-file.
       Copy 'QUEUETTR.cpy'.

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUED'.
           05  qd-eyecatcher-value      PIC X(008) Value 'QUEUED6 '.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the queue holds nothing
           *>  claimable.
           *>  went stale; nothing was done.  Rerun once the other
           *>  job's burst passes.
           05  rc-dataset-locked        PIC S9(004) Binary Value +32.
           *>  Return code indicating OPEN while a session is already
           *>  open, CLOS with none open, or a call naming a DDNAME
           *>  other than the one the open session is on.
           05  rc-session-state         PIC S9(004) Binary Value +36.
           *>  Return code indicating the session went so long
           *>  between calls that its lock went stale and another
           *>  job took it over; the session's uncommitted control
           *>  changes were discarded, and this call did nothing.
           *>  The session stays open and the next call proceeds.
           05  rc-session-lock-lost     PIC S9(004) Binary Value +40.
           *>  Return code indicating DEQU, PEEK or CLM found
           *>  claimable records, but every one is waiting on a
           *>  not-before time still in the future; nothing was
           *>  served.  Try again later.
           05  rc-nothing-due           PIC S9(004) Binary Value +44.
           *>  Return code indicating DEQU, PEEK or CLM reached a
           *>  close-of-business marker: everything the producer
           *>  enqueued ahead of it has been served, and cycle-id
           *>  names the cycle it closes.  DEQU and CLM consumed the
           *>  marker; PEEK left it in place.
           05  rc-end-of-batch          PIC S9(004) Binary Value +48.
           *>  Return code indicating EOB was called without a
           *>  cycle-id to name the marker by.
           05  rc-cycle-id-required     PIC S9(004) Binary Value +52.
           *>  Return code indicating DEQC found claimable work, but
           *>  none of it carries the correlation-id asked for: the
           *>  answer has not arrived yet.
           05  rc-no-correlated         PIC S9(004) Binary Value +56.
           *>  Return code indicating DEQC was called without a
           *>  correlation-id to look for.
           05  rc-correlation-required  PIC S9(004) Binary Value +60.
           *>  Return code indicating DEQU, PEEK or CLM found
           *>  claimable work, but every record is keyed to a
           *>  partition an earlier record still holds; nothing was
           *>  served.  Try again once the holders are DONE.
           05  rc-keys-held             PIC S9(004) Binary Value +64.
           *>  Return code indicating ENQU's partition-field does
           *>  not describe a key of 1 to 32 bytes inside the item.
           05  rc-bad-partition-field   PIC S9(004) Binary Value +68.
           *>  The longest partition key a header carries.
           05  partition-key-max        PIC 9(009) Binary Value 32.
           *>  How many distinct held partition keys one serve scan
           *>  tracks; past that, every keyed record is treated as
           *>  held until the scan's end, which costs only
           *>  throughput, never order.
           05  held-key-max             PIC 9(009) Binary Value 1000.
           *>  How many control-record re-reads a contended call
           *>  makes before giving up, and how old a lock stamp
           *>  must be before an abended owner's lock is taken
           05  lock-retry-max           PIC 9(009) Binary Value 1000.
           05  lock-stale-seconds       PIC 9(009) Binary Value 300.
           05  seconds-per-day          PIC 9(009) Binary Value 86400.
           *>  Mutating calls per commit when OPEN names none.
           05  session-default-commit   PIC 9(009) Binary Value 100.
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
           *>  The fault-injection rules a recovery drill runs
           *>  under, and the failures this program can be made to
           *>  simulate; see STACKFI.cbl.
           05  fault-program            PIC X(008) Value 'STACKFI'.
           05  fault-call-func          PIC X(004) Value 'CALL'.
           05  fault-test-func          PIC X(004) Value 'TEST'.
           05  fault-full               PIC X(004) Value 'FULL'.
           05  fault-miss               PIC X(004) Value 'MISS'.
           05  fault-lock               PIC X(004) Value 'LOCK'.
           *>  STACKFI's answer when fault injection is off for the
           *>  run unit.
           05  rc-injection-off         PIC S9(004) Binary Value +8.

       *>  The control record at relative record 1.
       01  qd-control.
           05  qd-eyecatcher            PIC X(008).
               *>  The earlier layouts' eyecatchers; refused by name
               *>  so a dataset written before the header grew fails
               *>  with a message instead of misreading item bytes
               *>  as a header.
               88  qd-earlier-layout                Value 'QUEUED1 '
                                                          'QUEUED2 '
                                                          'QUEUED3 '
                                                          'QUEUED4 '
                                                          'QUEUED5 '.
           05  qd-ctl-item-len          PIC 9(009).
           *>  Records enqueued and not yet DEQUed or DONEd;
           *>  claimed records still count, the work they carry is
           *>  when free.
           05  qd-ctl-lock-owner        PIC X(008).
           05  qd-ctl-lock-time         PIC X(021).
           *>  Close-of-business markers posted and not yet
           *>  consumed; not part of qd-ctl-nb-items.
           05  qd-ctl-nb-markers        PIC 9(009).

       *>  The header ahead of every item record.
       01  qd-item-header.
           *>  'Q' claimable, 'C' claimed in-flight, 'D' done --
           *>  consumed and awaiting the head's advance past it --
           *>  or 'M', a close-of-business marker not yet reached.
           05  qd-item-state            PIC X(001).
           *>  Wall-clock timestamp of the enqueue, in the format
           *>  the CURRENT-DATE intrinsic returns it.
           05  qd-item-enq-time         PIC X(021).
           *>  The moment before which the record may not be
           *>  served, in the same format; Spaces when it may be
           *>  served at once.
           05  qd-item-not-before       PIC X(021).
           *>  The business cycle a close-of-business marker
           *>  closes; Spaces on an item record.
           05  qd-item-cycle-id         PIC X(008).
           *>  The caller's request/reply correlation-id; Spaces
           *>  when the item was enqueued without one.
           05  qd-item-corr-id          PIC X(024).
           *>  The partition key copied out of the item at ENQU;
           *>  Spaces when the item was enqueued without one.
           05  qd-item-part-key         PIC X(032).
           *>  The lock-owner of the call that claimed the record;
           *>  Spaces unless it is claimed.
           05  qd-item-claim-owner      PIC X(008).

       *>  The lock stamp as it stands on the dataset, read back
       *>  without disturbing the session's own copy of the control
       *>  record.
       01  qd-disk-control.
           05  Filler                   PIC X(053).
           05  qd-disk-lock-owner       PIC X(008).
           05  qd-disk-lock-time        PIC X(021).

       01  qd-work-areas.
           05  qd-dd-name               PIC X(008) Value Spaces.
           05  qd-rec-len               PIC 9(009) Binary Value 0.
           05  qd-rrn                   PIC 9(009) Binary Value 0.
           05  qd-file-status           PIC X(002) Value '00'.
           *>  The lock and the journal's opening picture outlive a
           *>  single call when a session is open.
           05  my-lock-owner            PIC X(008) Value Spaces.
           05  lock-held-switch         PIC X(001) Value 'N'.
               88  lock-held                        Value 'Y'.
           05  open-nb-items            PIC 9(009) Binary Value 0.
           05  open-head-rrn            PIC 9(009) Binary Value 0.
           05  open-tail-rrn            PIC 9(009) Binary Value 0.
           *>  Whether fault injection is in force for the run
           *>  unit; once STACKFI says it is off, it is not asked
           *>  again.
           05  fault-off-switch         PIC X(001) Value 'N'.
               88  fault-injection-off              Value 'Y'.
           *>  The turnaround dataset stays open from a session's
           *>  first completion to its CLOS; a single call closes it
           *>  on the way out.
           05  turnaround-file-status   PIC X(002) Value '00'.
           05  turnaround-open-switch   PIC X(001) Value 'N'.
               88  turnaround-open                  Value 'Y'.

       *>  Session state, kept from OPEN to CLOS.
       01  session-areas.
           05  session-switch           PIC X(001) Value 'N'.
               88  session-open                     Value 'Y'.
           05  session-dd-name          PIC X(008) Value Spaces.
           05  session-commit-interval  PIC 9(009) Binary Value 0.
           *>  Mutating calls since the last commit, and the
           *>  enqueues and dequeues among them the commit's journal
           *>  record will carry.
           05  session-nb-changes       PIC 9(009) Binary Value 0.
           05  session-nb-enqueues      PIC 9(009) Binary Value 0.
           05  session-nb-dequeues      PIC 9(009) Binary Value 0.

       *>  The partition keys the current serve scan may not hand
       *>  out: keys of records claimed in-flight, and of earlier
       *>  records the scan passed over.
       01  held-key-table.
           05  hk-nb-entries            PIC 9(009) Binary Value 0.
           05  hk-entry Occurs 1000 Times.
               10  hk-key               PIC X(032).

       *>  Pulls a 21-byte Current-Date style timestamp apart for
       *>  the stale-lock arithmetic.
           05  found-rrn                PIC 9(009) Binary Value 0.
           05  scan-done-switch         PIC X(001) Value 'N'.
               88  scan-done                        Value 'Y'.
           *>  The moment this call's scan measures not-before times
           *>  against, and whether it passed over any record still
           *>  waiting on one.
           05  scan-now-time            PIC X(021) Value Spaces.
           05  scan-deferred-switch     PIC X(001) Value 'N'.
               88  scan-deferred-seen               Value 'Y'.
           *>  Whether the scan stopped at a close-of-business
           *>  marker rather than an item, and whether this call
           *>  consumed one.
           05  scan-marker-switch       PIC X(001) Value 'N'.
               88  scan-marker-found                Value 'Y'.
           05  marker-consumed-switch   PIC X(001) Value 'N'.
               88  marker-consumed                  Value 'Y'.
           *>  Whether the scan passed over a record because its
           *>  partition key was held, the held-key search result,
           *>  and whether the held-key table ran out of room.
           05  scan-key-held-switch     PIC X(001) Value 'N'.
               88  scan-key-held-seen               Value 'Y'.
           05  hk-found-switch          PIC X(001) Value 'N'.
               88  hk-found                         Value 'Y'.
           05  hk-overflow-switch       PIC X(001) Value 'N'.
               88  hk-overflow                      Value 'Y'.
           05  hk-idx                   PIC 9(009) Binary Value 0.
           05  hk-search-key            PIC X(032) Value Spaces.
           05  nb-claims-seen           PIC 9(009) Binary Value 0.
           *>  The key ENQU copies out of the item.
           05  enq-part-key             PIC X(032) Value Spaces.
           05  sweep-rrn                PIC 9(009) Binary Value 0.
           05  nb-released              PIC 9(009) Binary Value 0.
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
           *>  What the next journal record says was done: its
           *>  function and the enqueues and dequeues it amounts to.
           05  journal-func             PIC X(004) Value Spaces.
           05  journal-nb-enqueues      PIC 9(009) Binary Value 0.
           05  journal-nb-dequeues      PIC 9(009) Binary Value 0.
           05  call-nb-enqueues         PIC 9(009) Binary Value 0.
           05  call-nb-dequeues         PIC 9(009) Binary Value 0.
           *>  The marker event the next journal record carries.
           05  journal-cycle-id         PIC X(008) Value Spaces.
           05  journal-marker-event     PIC X(001) Value Spaces.
           05  journal-marker-rrn       PIC 9(009) Binary Value 0.
           *>  The takeover recount: the picture the abandoned lock
           *>  left, and what the record states say instead.
           05  recount-open-nb-items    PIC 9(009) Binary Value 0.
           05  recount-open-head-rrn    PIC 9(009) Binary Value 0.
           05  recount-open-tail-rrn    PIC 9(009) Binary Value 0.
           05  recount-nb-items         PIC 9(009) Binary Value 0.
           05  recount-nb-claimed       PIC 9(009) Binary Value 0.
           05  recount-nb-markers       PIC 9(009) Binary Value 0.
           05  lock-age-limit           PIC 9(009) Binary Value 0.
           *>  Whether rules name this dataset on this call, the
           *>  failure being asked about, and STACKFI's verdict.
           05  fault-armed-switch       PIC X(001) Value 'N'.
               88  fault-armed                      Value 'Y'.
           05  fault-due-switch         PIC X(001) Value 'N'.
               88  fault-due                        Value 'Y'.
           05  fault-type               PIC X(004) Value Spaces.
           05  fault-items              PIC 9(009) Binary Value 0.
           *>  The journal's opening picture, kept aside while an
           *>  injected fault is stamped.
           05  inj-open-nb-items        PIC 9(009) Binary Value 0.
           05  inj-open-head-rrn        PIC 9(009) Binary Value 0.
           05  inj-open-tail-rrn        PIC 9(009) Binary Value 0.
           *>  An item's enqueue and completion moments, in seconds,
           *>  for its turnaround.
           05  tt-enq-seconds           PIC 9(018) Binary Value 0.
           05  tt-done-seconds          PIC 9(018) Binary Value 0.

       Linkage Section.
       *>  Input.  DDNAME of the caller-preallocated relative-
       01  dd-name                      PIC X(008).

       *>  Input.  Function to be performed: ENQU, DEQU or PEEK,
       *>  with QUEUEP's meanings, the two-phase CLM/DONE/RLSE
       *>  described in the prologue, the session pair OPEN and
       *>  CLOS, EOB to post a close-of-business marker, or DEQC to
       *>  dequeue by correlation-id.
       01  func                         PIC X(004).
           88  func-enqueue                        Value 'ENQU'.
           88  func-dequeue                        Value 'DEQU'.
           88  func-claim                           Value 'CLM '.
           88  func-done                            Value 'DONE'.
           88  func-release                         Value 'RLSE'.
           88  func-open                            Value 'OPEN'.
           88  func-close                           Value 'CLOS'.
           88  func-end-of-batch                    Value 'EOB '.
           88  func-dequeue-correlated              Value 'DEQC'.
           88  func-mutator                         Value 'ENQU'
                                                          'DEQU'
                                                          'DEQC'
                                                          'CLM '
                                                          'DONE'
                                                          'RLSE'
                                                          'EOB '.

       *>  Input.  Length of the caller's queue-item.
       01  item-len                     PIC 9(009) Binary.

       *>  Input or Output, exactly as QUEUEP's queue-item.  CLM
       *>  fills it the way DEQU does; DONE, RLSE and EOB never
       *>  touch it, nor does a call that reaches a marker.
       01  queue-item.
           05  Occurs 1 To Unbounded
               Depending item-len
       *>  stamps the anonymous default.
       01  lock-owner                   PIC X(008).

       *>  Optional, OPEN only.  How many mutating calls make one
       *>  commit of the session; omitted or zero takes the default.
       01  commit-interval              PIC 9(009) Binary.

       *>  Optional, ENQU only.  The moment, in the format the
       *>  CURRENT-DATE intrinsic returns (only the leading
       *>  YYYYMMDDHHMMSS is compared), before which the item may
       *>  not be served.  Omitted or Spaces means at once.
       01  not-before                   PIC X(021).

       *>  Input on EOB, required there: the business cycle the
       *>  close-of-business marker closes.  Optional output on
       *>  DEQU, PEEK and CLM: the cycle named by the marker the
       *>  call reached, when it returns rc-end-of-batch.
       01  cycle-id                     PIC X(008).

       *>  Optional.  Input on ENQU: the correlation-id the item
       *>  is stamped with, omitted or Spaces for none.  Input on
       *>  DEQC, required there: the correlation-id to dequeue.
       *>  Output on DEQU, PEEK and CLM: the correlation-id the
       *>  item returned was stamped with.
       01  correlation-id               PIC X(024).

       *>  Optional, ENQU only.  Where in queue-item the partition
       *>  key sits: the offset of its first byte (from 1) and its
       *>  length (1 to 32).  Omitted means the item has no key.
       01  partition-field.
           05  partition-offset         PIC 9(009) Binary.
           05  partition-length         PIC 9(009) Binary.

       Procedure Division Using
             dd-name
             func
             Optional claim-rrn
             Optional scramble-key
             Optional lock-owner
             Optional commit-interval
             Optional not-before
             Optional cycle-id
             Optional correlation-id
             Optional partition-field
           .

           Move rc-success To save-rc
           Move 'N' To marker-consumed-switch

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

           Move dd-name To qd-dd-name

           If lock-owner Is Omitted
               Move myname To my-lock-owner
           Else
               Move lock-owner To my-lock-owner
           End-If

           Perform 1005-Open-Dataset

           If qd-file-status Not = '00'
               Display myname ' open of ' qd-dd-name
                 ' failed, file status ' qd-file-status
               Move rc-io-error To Return-Code
               Goback
           End-If

           Perform 1000-Read-Control

       *>  Two JOBS can be on this dataset at once -- that is its
           End-If

           If save-rc = rc-success
               Perform 1100-Dispatch-Function
           End-If

           If (save-rc = rc-success Or marker-consumed)
             And func-mutator
               Perform 1093-Count-This-Call
               Move func             To journal-func
               Move call-nb-enqueues To journal-nb-enqueues
               Move call-nb-dequeues To journal-nb-dequeues
               Perform 1095-Write-Journal-Record
           End-If

           End-If

           Close qd-file
           Perform 1099-Close-Turnaround

           Move save-rc To Return-Code
           Goback.

       *>  Opens the dataset for update, creating it first when the
       *>  caller's JCL allocated it new and empty.
       1005-Open-Dataset.
       *>  A drill's "queue dataset missing" fails the open the way
       *>  an unallocated DDNAME would.
           Move 'N' To fault-due-switch
           If fault-armed
               Move fault-miss To fault-type
               Perform 9710-Test-Fault
           End-If

           If fault-due
               Move '35' To qd-file-status
           Else
               Open I-O qd-file
               If qd-file-status = '35'
                   Open Output qd-file
                   If qd-file-status = '00'
                       Close qd-file
                       Open I-O qd-file
                   End-If
               End-If
           End-If
           .

       *>  Runs the requested function against the control record
       *>  and dataset as they now stand.
       1100-Dispatch-Function.
           Evaluate True
             When func-enqueue
                  Perform 2005-Take-Partition-Key
                  If save-rc = rc-success
                      Perform 2000-Enqueue
                  End-If
             When func-dequeue
                  If qd-ctl-nb-items - qd-ctl-nb-claimed = 0
                    And qd-ctl-nb-markers = 0
                      Move rc-queue-empty To save-rc
                  Else
                      Perform 3000-Dequeue
                  End-If
             When func-peek
                  If qd-ctl-nb-items - qd-ctl-nb-claimed = 0
                    And qd-ctl-nb-markers = 0
                      Move rc-queue-empty To save-rc
                  Else
                      Perform 4000-Peek
                  End-If
             When func-claim
                  Perform 5000-Claim
             When func-done
                  Perform 6000-Done
             When func-release
                  Perform 7000-Release
             When func-end-of-batch
                  Perform 2100-Post-Marker
             When func-dequeue-correlated
                  Perform 3200-Dequeue-Correlated
             When Other
                  Move rc-bad-func To save-rc
           End-Evaluate
           .

       *>  Reads the control record, initializing it (first call
       *>  against a fresh dataset) or validating it (every call
       *>  after).
                    To qd-control

                  If qd-eyecatcher Not = qd-eyecatcher-value
                      If qd-earlier-layout
                          Display myname ' ' qd-dd-name
                            ' holds the earlier ' qd-eyecatcher
                            ' layout; drain it with the prior'
                            ' release'
                      Else
                          Display myname ' ' qd-dd-name
                            ' record 1 is not a QUEUED control'
                  Move 0                   To qd-ctl-nb-claimed
                  Move Spaces              To qd-ctl-lock-owner
                  Move Spaces              To qd-ctl-lock-time
                  Move 0                   To qd-ctl-nb-markers
                  Perform 1020-Write-Control
             When Other
                  Display myname ' control read of ' qd-dd-name
           End-If
           .

       *>  An operation has changed the counts or positions: out
       *>  they go at once, unless a session is open, in which case
       *>  the copy in storage is the current one until the next
       *>  commit forces it out.
       1012-Control-Changed.
           If session-open
               Continue
           Else
               Perform 1010-Rewrite-Control
           End-If
           .

       *>  Writes the control record for the first time.
       1020-Write-Control.
           Move 1 To qd-rrn

           Move 'Q'          To qd-item-state
           Move Current-Date To qd-item-enq-time
           If not-before Is Omitted
               Move Spaces To qd-item-not-before
           Else
               Move not-before To qd-item-not-before
           End-If
           Move Spaces       To qd-item-cycle-id
           If correlation-id Is Omitted
               Move Spaces To qd-item-corr-id
           Else
               Move correlation-id To qd-item-corr-id
           End-If
           Move enq-part-key To qd-item-part-key
           Move Spaces       To qd-item-claim-owner

           Compute qd-rec-len = Length(qd-item-header) + item-len
           Move qd-item-header
               End-Call
           End-If

       *>  A drill's "queue dataset full" fails the write the way a
       *>  dataset out of space would.
           Move 'N' To fault-due-switch
           If fault-armed
               Move fault-full To fault-type
               Perform 9710-Test-Fault
           End-If

           If fault-due
               Move '34' To qd-file-status
           Else
               Write qd-record
           End-If

       *>  Status '22' here means a record already exists at the
       *>  tail position the control record says is free.  The
           Else
               Add 1 To qd-ctl-tail-rrn
               Add 1 To qd-ctl-nb-items
               Perform 1012-Control-Changed
           End-If
           .

       *>  Copies the partition key out of the item into
       *>  enq-part-key, refusing a partition-field that does not
       *>  lie inside it.
       2005-Take-Partition-Key.
           Move Spaces To enq-part-key

           If partition-field Is Not Omitted
               If partition-offset < 1
                 Or partition-length < 1
                 Or partition-length > partition-key-max
                 Or partition-offset + partition-length - 1
                   > item-len
                   Move rc-bad-partition-field To save-rc
               Else
                   Move queue-item
                     (partition-offset:partition-length)
                     To enq-part-key
               End-If
           End-If
           .

       *>  EOB: a close-of-business marker for the named cycle
       *>  lands at the tail the way an item would, blank where
       *>  the item bytes would be, and the tail moves on.  The
       *>  depth does not; the marker count does.
       2100-Post-Marker.
           If cycle-id Is Omitted
               Move rc-cycle-id-required To save-rc
           Else
               If cycle-id = Spaces
                   Move rc-cycle-id-required To save-rc
               Else
                   Perform 2110-Write-Marker
               End-If
           End-If
           .

       *>  Writes the marker record, recovering a torn enqueue's
       *>  slot exactly as 2000-Enqueue does.
       2110-Write-Marker.
           Move qd-ctl-tail-rrn To qd-rrn

           Move 'M'          To qd-item-state
           Move Current-Date To qd-item-enq-time
           Move Spaces       To qd-item-not-before
           Move cycle-id     To qd-item-cycle-id
           Move Spaces       To qd-item-corr-id
           Move Spaces       To qd-item-part-key
           Move Spaces       To qd-item-claim-owner

           Compute qd-rec-len = Length(qd-item-header) + item-len
           Move Spaces To qd-record(1:qd-rec-len)
           Move qd-item-header
             To qd-record(1:Length(qd-item-header))

           Write qd-record
           If qd-file-status = '22'
               Rewrite qd-record
           End-If

           If qd-file-status Not = '00'
               Display myname ' marker write to ' qd-dd-name
                 ' failed, file status ' qd-file-status
               Move rc-io-error To save-rc
           Else
               Move cycle-id        To journal-cycle-id
               Move 'P'             To journal-marker-event
               Move qd-ctl-tail-rrn To journal-marker-rrn
               Add 1 To qd-ctl-tail-rrn
               Add 1 To qd-ctl-nb-markers
               Perform 1012-Control-Changed
           End-If
           .

       *>  Finds the oldest claimable record that is due, scanning
       *>  forward from the head past claimed, done and not-yet-due
       *>  records, and leaves its position in found-rrn with the
       *>  record itself read into qd-record.  found-rrn zero means
       *>  nothing served before the tail: when deferred records
       *>  were passed over, scan-deferred-seen says so; otherwise
       *>  the not-empty counts said there was work, so the dataset
       *>  and control record disagree and the I/O error path
       *>  reports it.  A close-of-business marker ends the scan:
       *>  with nothing due found ahead of it and nothing deferred
       *>  ahead of it either, the marker itself is what the call
       *>  reached, and scan-marker-found says so.  A keyed record
       *>  whose partition is held is passed over the same way,
       *>  and scan-key-held-seen says so; the keys held by claims
       *>  are gathered before the scan starts, wherever in the
       *>  line the claims sit.
       1030-Find-Oldest-Claimable.
           Move 0   To found-rrn
           Move 'N' To scan-done-switch
           Move 'N' To scan-deferred-switch
           Move 'N' To scan-marker-switch
           Move 'N' To scan-key-held-switch
           Move 'N' To hk-overflow-switch
           Move 0   To hk-nb-entries
           Move Current-Date To scan-now-time

           If qd-ctl-nb-claimed > 0
               Move 0 To nb-claims-seen
               Perform 1032-Collect-Claimed-Key
                 Varying sweep-rrn
                 From qd-ctl-head-rrn By 1
                 Until sweep-rrn >= qd-ctl-tail-rrn
                   Or nb-claims-seen >= qd-ctl-nb-claimed
           End-If

           Move qd-ctl-head-rrn To scan-rrn

           Perform 1031-Scan-One-Record Until scan-done
                   Move qd-record(1:Length(qd-item-header))
                     To qd-item-header

                   Evaluate True
                     When qd-item-state = 'M'
                          If Not scan-deferred-seen
                            And Not scan-key-held-seen
                              Move scan-rrn To found-rrn
                              Move 'Y' To scan-marker-switch
                          End-If
                          Move 'Y' To scan-done-switch
                     When qd-item-state = 'Q'
                       And qd-item-not-before Not = Spaces
                       And qd-item-not-before(1:14)
                         > scan-now-time(1:14)
                          Move 'Y' To scan-deferred-switch
                          Perform 1033-Hold-Key
                          Add 1 To scan-rrn
                     When qd-item-state = 'Q'
                          Move 'N' To hk-found-switch
                          If qd-item-part-key Not = Spaces
                              Move qd-item-part-key To hk-search-key
                              Perform 1034-Find-Held-Key
                          End-If
                          If hk-found
                              Move 'Y' To scan-key-held-switch
                              Add 1 To scan-rrn
                          Else
                              Move scan-rrn To found-rrn
                              Move 'Y' To scan-done-switch
                          End-If
                     When Other
                          Add 1 To scan-rrn
                   End-Evaluate
               End-If
           End-If
           .

       *>  Body of the claimed-key gathering ahead of the scan.
       1032-Collect-Claimed-Key.
           Move sweep-rrn To qd-rrn
           Read qd-file
           If qd-file-status = '00'
               Move qd-record(1:Length(qd-item-header))
                 To qd-item-header
               If qd-item-state = 'C'
                   Add 1 To nb-claims-seen
                   Perform 1033-Hold-Key
               End-If
           End-If
           .

       *>  Adds the partition key of the record in qd-item-header,
       *>  if it has one, to the held keys.
       1033-Hold-Key.
           If qd-item-part-key Not = Spaces
               Move qd-item-part-key To hk-search-key
               Perform 1034-Find-Held-Key
               If Not hk-found
                   If hk-nb-entries < held-key-max
                       Add 1 To hk-nb-entries
                       Move hk-search-key To hk-key(hk-nb-entries)
                   Else
                       Move 'Y' To hk-overflow-switch
                   End-If
               End-If
           End-If
           .

       *>  Says whether hk-search-key is held.  Once the table has
       *>  overflowed, any key might be.
       1034-Find-Held-Key.
           Move 'N' To hk-found-switch
           If hk-overflow
               Move 'Y' To hk-found-switch
           Else
               Perform 1039-Check-Held-Slot
                 Varying hk-idx
                 From 1 By 1
                 Until hk-idx > hk-nb-entries Or hk-found
           End-If
           .

       *>  Body of the held-key search.
       1039-Check-Held-Slot.
           If hk-key(hk-idx) = hk-search-key
               Move 'Y' To hk-found-switch
           End-If
           .

       *>  DEQU found nothing to serve although the counts said
       *>  there was claimable work: fine when that work is all
       *>  waiting on its not-before time or on a held partition,
       *>  a control record out of step with the dataset otherwise.
       1035-Nothing-Found.
           Evaluate True
             When scan-deferred-seen
                  Move rc-nothing-due To save-rc
             When scan-key-held-seen
                  Move rc-keys-held To save-rc
             When Other
                  Display myname ' ' qd-dd-name
                    ' counts say items remain but none found;'
                    ' control record suspect'
                  Move rc-io-error To save-rc
           End-Evaluate
           .

       *>  PEEK or CLM found nothing to serve: why not, in the
       *>  caller's terms.
       1036-Nothing-Served.
           Evaluate True
             When scan-deferred-seen
                  Move rc-nothing-due To save-rc
             When scan-key-held-seen
                  Move rc-keys-held To save-rc
             When Other
                  Move rc-queue-empty To save-rc
           End-Evaluate
           .

       *>  Claims the dataset lock: a free (or stale) lock is
       *>  stamped with this call's owner and the stamp is read
       *>  back to confirm it stuck -- the read-back catches the
           Move 'N' To lock-held-switch
           Move 0   To lock-try-count

       *>  A drill's "lock held elsewhere" spends the retry window
       *>  before the first try, so the call is refused exactly as
       *>  when another job keeps the lock throughout.
           Move 'N' To fault-due-switch
           If fault-armed
               Move fault-lock To fault-type
               Perform 9710-Test-Fault
           End-If
           If fault-due
               Compute lock-try-count = lock-retry-max + 1
           End-If

           Move Current-Date To parse-timestamp
           Perform 9830-Timestamp-To-Seconds
           Move slot-seconds To now-seconds
                   Perform 1010-Rewrite-Control
                   If save-rc = rc-success
                       Move 'Y' To lock-held-switch
                       Perform 1200-Recount-After-Takeover
                   End-If
               Else
                   Perform 1085-Reread-Control
           Move Spaces To qd-ctl-lock-owner
           Move Spaces To qd-ctl-lock-time
           Perform 1010-Rewrite-Control
           Move 'N' To lock-held-switch
           .

       *>  The enqueues and dequeues the function just completed
       *>  amounts to.  CLM and RLSE move ownership, not depth, and
       *>  count zero both ways; DONE is the dequeue its claim
       *>  deferred.  Posting or consuming a close-of-business
       *>  marker moves no items either way.
       1093-Count-This-Call.
           Move 0 To call-nb-enqueues
           Move 0 To call-nb-dequeues
           Evaluate True
             When marker-consumed
                  Continue
             When func-enqueue
                  Move 1 To call-nb-enqueues
             When func-dequeue
             When func-dequeue-correlated
             When func-done
                  Move 1 To call-nb-dequeues
             When Other
                  Continue
           End-Evaluate
           .

       *>  One balance-journal record for the completed call (or
       *>  session commit, or takeover recount): who, what
       *>  (journal-func), the opening picture, the movement counts
       *>  (journal-nb-enqueues and journal-nb-dequeues), the
       *>  closing picture, and the marker event, if any, it
       *>  carries.  Journal failures are swallowed -- the work
       *>  itself must stand.
       1095-Write-Journal-Record.
           Perform 1096-Seed-Journal-Chain

           Open Extend journal-file
           If journal-file-status = '35'
               Open Output journal-file

           If journal-file-status = '00'
               Move Current-Date    To jr-timestamp
               Call business-date-program Using
                 bd-get-func
                 jr-business-date
               End-Call
               Move qd-dd-name      To jr-ddname
               Move my-lock-owner   To jr-job
               Move journal-func    To jr-func
               Move open-nb-items   To jr-open-nb-items
               Move open-head-rrn   To jr-open-head-rrn
               Move open-tail-rrn   To jr-open-tail-rrn

               Move journal-nb-enqueues To jr-nb-enqueues
               Move journal-nb-dequeues To jr-nb-dequeues

               Move qd-ctl-nb-items To jr-close-nb-items
               Move qd-ctl-head-rrn To jr-close-head-rrn
               Move qd-ctl-tail-rrn To jr-close-tail-rrn

               Move journal-cycle-id     To jr-cycle-id
               Move journal-marker-event To jr-marker-event
               Move journal-marker-rrn   To jr-marker-rrn

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

           Move Spaces To journal-cycle-id
           Move Spaces To journal-marker-event
           Move 0      To journal-marker-rrn
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

       *>  The item in qd-item-header has just been finished by this
       *>  call; its arrival, its completion and the seconds between
       *>  go on the turnaround dataset.  A turnaround that cannot
       *>  be written is lost without failing the call -- the work
       *>  itself is already committed.
       1098-Write-Turnaround-Record.
           If Not turnaround-open
               Open Extend turnaround-file
               If turnaround-file-status = '35'
                   Open Output turnaround-file
               End-If
               If turnaround-file-status = '00'
                   Move 'Y' To turnaround-open-switch
               End-If
           End-If

           If turnaround-open
               Move Spaces           To tt-record
               Move qd-dd-name       To tt-ddname
               Move func             To tt-func
               Move qd-item-enq-time To tt-enq-time
               Move Current-Date     To tt-done-time
               Call business-date-program Using
                 bd-get-func
                 tt-business-date
               End-Call
               Move my-lock-owner    To tt-job

               Move tt-enq-time To parse-timestamp
               Perform 9830-Timestamp-To-Seconds
               Move slot-seconds To tt-enq-seconds
               Move tt-done-time To parse-timestamp
               Perform 9830-Timestamp-To-Seconds
               Move slot-seconds To tt-done-seconds
               If tt-done-seconds > tt-enq-seconds
                   Compute tt-turnaround-seconds =
                     tt-done-seconds - tt-enq-seconds
               Else
                   Move 0 To tt-turnaround-seconds
               End-If

               Write tt-record
           End-If
           .

       *>  Closes the turnaround dataset if this call or session
       *>  opened it.
       1099-Close-Turnaround.
           If turnaround-open
               Close turnaround-file
               Move 'N' To turnaround-open-switch
           End-If
           .

       *>  A lock gone stale means its owner abended part way
       *>  through a call, or between the commits of a session,
       *>  and the counts on the control record may no longer
       *>  agree with the record states between head and tail.
       *>  They are recounted from the states; when they disagree,
       *>  the counts are corrected, the head is advanced past any
       *>  leading done records, and the correction is journaled
       *>  under RCNT so the balance chain still holds.  Records
       *>  beyond the tail were never committed and stay outside
       *>  the queue.
       1200-Recount-After-Takeover.
           Move qd-ctl-nb-items To recount-open-nb-items
           Move qd-ctl-head-rrn To recount-open-head-rrn
           Move qd-ctl-tail-rrn To recount-open-tail-rrn
           Move 0 To recount-nb-items
           Move 0 To recount-nb-claimed
           Move 0 To recount-nb-markers

           Perform 1210-Recount-One
             Varying sweep-rrn
             From qd-ctl-head-rrn By 1
             Until sweep-rrn >= qd-ctl-tail-rrn

           If recount-nb-items Not = qd-ctl-nb-items
             Or recount-nb-claimed Not = qd-ctl-nb-claimed
             Or recount-nb-markers Not = qd-ctl-nb-markers
               Display myname ' ' qd-dd-name
                 ' counts recounted after takeover: items '
                 qd-ctl-nb-items ' to ' recount-nb-items
                 ', claimed ' qd-ctl-nb-claimed ' to '
                 recount-nb-claimed
                 ', markers ' qd-ctl-nb-markers ' to '
                 recount-nb-markers

               Move recount-nb-items   To qd-ctl-nb-items
               Move recount-nb-claimed To qd-ctl-nb-claimed
               Move recount-nb-markers To qd-ctl-nb-markers
               Perform 1050-Advance-Head
               Perform 1010-Rewrite-Control

               If save-rc = rc-success
                   Move recount-open-nb-items To open-nb-items
                   Move recount-open-head-rrn To open-head-rrn
                   Move recount-open-tail-rrn To open-tail-rrn
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

       *>  Body of the 1200-Recount-After-Takeover sweep.
       1210-Recount-One.
           Move sweep-rrn To qd-rrn
           Read qd-file
           If qd-file-status = '00'
               Move qd-record(1:Length(qd-item-header))
                 To qd-item-header

               Evaluate qd-item-state
                 When 'Q'
                      Add 1 To recount-nb-items
                 When 'C'
                      Add 1 To recount-nb-items
                      Add 1 To recount-nb-claimed
                 When 'M'
                      Add 1 To recount-nb-markers
                 When Other
                      Continue
               End-Evaluate
           End-If
           .

       *>  Turns the 21-byte timestamp in parse-timestamp into a
           .

       *>  Hands the record's item bytes (now in qd-record) back to
       *>  the caller, decoded when the queue rests scrambled, and
       *>  its correlation-id with them when the caller asked.
       1060-Return-Item.
           Move qd-record(Length(qd-item-header) + 1:item-len)
             To queue-item

           If correlation-id Is Not Omitted
               Move qd-item-corr-id To correlation-id
           End-If

           If scramble-key Is Not Omitted
             And scramble-key Not = Spaces
               Move item-len To scramble-len
           Perform 1030-Find-Oldest-Claimable

           If save-rc = rc-success
               Evaluate True
                 When found-rrn = 0
                   Perform 1035-Nothing-Found
                 When scan-marker-found
                   Perform 3100-Consume-Marker
                 When Other
                   Perform 1060-Return-Item

                   Move 'D' To qd-item-state
                   Perform 1040-Rewrite-Item-State

                   If save-rc = rc-success
                       Perform 1098-Write-Turnaround-Record
                       Subtract 1 From qd-ctl-nb-items
                       Perform 1050-Advance-Head
                       Perform 1012-Control-Changed
                   End-If
               End-Evaluate
           End-If
           .

       *>  DEQU or CLM reached a close-of-business marker: it goes
       *>  to done, the head moves past it, the caller is told
       *>  which cycle just closed, and the journal records where
       *>  the marker was reached.  Nothing is claimed; there is no
       *>  DONE to follow, so a CLM caller's claim-rrn comes back
       *>  zero.
       *>  The cycle is taken off the header first; the head's
       *>  advance reads the records behind it into the same area.
       3100-Consume-Marker.
           Move qd-item-cycle-id To journal-cycle-id

           Move 'D' To qd-item-state
           Perform 1040-Rewrite-Item-State

           If save-rc = rc-success
               Subtract 1 From qd-ctl-nb-markers
               Perform 1050-Advance-Head
               Perform 1012-Control-Changed

               Move 'Y'       To marker-consumed-switch
               Move 'R'       To journal-marker-event
               Move found-rrn To journal-marker-rrn
               Perform 3110-Report-Marker
           Else
               Move Spaces To journal-cycle-id
           End-If
           .

       *>  Hands the reached marker's cycle, already in
       *>  journal-cycle-id, back to the caller and sets the
       *>  end-of-batch return code.
       3110-Report-Marker.
           If cycle-id Is Not Omitted
               Move journal-cycle-id To cycle-id
           End-If
           Move rc-end-of-batch To save-rc
           .

       *>  DEQC: the oldest due claimable record carrying the
       *>  caller's correlation-id comes back and is marked done,
       *>  wherever it stands between head and tail.  The head only
       *>  moves when the record taken was at the front.
       3200-Dequeue-Correlated.
           Evaluate True
             When correlation-id Is Omitted
                  Move rc-correlation-required To save-rc
             When correlation-id = Spaces
                  Move rc-correlation-required To save-rc
             When qd-ctl-nb-items - qd-ctl-nb-claimed = 0
                  Move rc-queue-empty To save-rc
             When Other
                  Perform 3210-Find-Correlated
                  Perform 3220-Take-Correlated
           End-Evaluate
           .

       *>  Scans head to tail for the first claimable record with
       *>  the caller's correlation-id that is due, leaving its
       *>  position in found-rrn and the record in qd-record;
       *>  scan-deferred-seen says a matching record was passed
       *>  over for its not-before time.
       3210-Find-Correlated.
           Move 0   To found-rrn
           Move 'N' To scan-done-switch
           Move 'N' To scan-deferred-switch
           Move Current-Date To scan-now-time

           Perform 3211-Check-One-Record
             Varying scan-rrn
             From qd-ctl-head-rrn By 1
             Until scan-rrn >= qd-ctl-tail-rrn
               Or scan-done
           .

       *>  Body of the 3210-Find-Correlated scan.
       3211-Check-One-Record.
           Move scan-rrn To qd-rrn
           Read qd-file
           If qd-file-status Not = '00'
               Display myname ' item read from ' qd-dd-name
                 ' failed, file status ' qd-file-status
               Move rc-io-error To save-rc
               Move 'Y' To scan-done-switch
           Else
               Move qd-record(1:Length(qd-item-header))
                 To qd-item-header

               If qd-item-state = 'Q'
                 And qd-item-corr-id = correlation-id
                   If qd-item-not-before Not = Spaces
                     And qd-item-not-before(1:14)
                       > scan-now-time(1:14)
                       Move 'Y' To scan-deferred-switch
                   Else
                       Move scan-rrn To found-rrn
                       Move 'Y' To scan-done-switch
                   End-If
               End-If
           End-If
           .

       *>  Dequeues the record 3210-Find-Correlated found, or says
       *>  why there was none.
       3220-Take-Correlated.
           If save-rc = rc-success
               Evaluate True
                 When found-rrn = 0 And scan-deferred-seen
                      Move rc-nothing-due To save-rc
                 When found-rrn = 0
                      Move rc-no-correlated To save-rc
                 When Other
                      Perform 1060-Return-Item

                      Move 'D' To qd-item-state
                      Perform 1040-Rewrite-Item-State

                      If save-rc = rc-success
                          Perform 1098-Write-Turnaround-Record
                          Subtract 1 From qd-ctl-nb-items
                          Perform 1050-Advance-Head
                          Perform 1012-Control-Changed
                      End-If
               End-Evaluate
           End-If
           .

       *>  PEEK: returns the oldest claimable item without moving
       *>  anything.  A marker reached is reported, not consumed.
       4000-Peek.
           Perform 1030-Find-Oldest-Claimable

           If save-rc = rc-success
               Evaluate True
                 When found-rrn = 0
                   Perform 1036-Nothing-Served
                 When scan-marker-found
                   Move qd-item-cycle-id To journal-cycle-id
                   Perform 3110-Report-Marker
                   Move Spaces To journal-cycle-id
                 When Other
                   Perform 1060-Return-Item
               End-Evaluate
           End-If
           .

               Move rc-claim-rrn-required To save-rc
           Else
               If qd-ctl-nb-items - qd-ctl-nb-claimed = 0
                 And qd-ctl-nb-markers = 0
                   Move rc-queue-empty To save-rc
               Else
                   Perform 1030-Find-Oldest-Claimable

                   If save-rc = rc-success
                       Evaluate True
                         When found-rrn = 0
                           Perform 1036-Nothing-Served
                         When scan-marker-found
                           Move 0 To claim-rrn
                           Perform 3100-Consume-Marker
                         When Other
                           Perform 1060-Return-Item

                           Move 'C'           To qd-item-state
                           Move my-lock-owner To qd-item-claim-owner
                           Perform 1040-Rewrite-Item-State

                           If save-rc = rc-success
                               Add 1 To qd-ctl-nb-claimed
                               Perform 1012-Control-Changed
                               Move found-rrn To claim-rrn
                           End-If
                       End-Evaluate
                   End-If
               End-If
           End-If
                       Perform 1040-Rewrite-Item-State

                       If save-rc = rc-success
                           Perform 1098-Write-Turnaround-Record
                           Subtract 1 From qd-ctl-nb-items
                           Subtract 1 From qd-ctl-nb-claimed
                           Perform 1050-Advance-Head
                           Perform 1012-Control-Changed
                       End-If
                   End-If
               End-If
                       If qd-item-state Not = 'C'
                           Move rc-not-claimed To save-rc
                       Else
                           Move 'Q'    To qd-item-state
                           Move Spaces To qd-item-claim-owner
                           Perform 1040-Rewrite-Item-State

                           If save-rc = rc-success
                               Subtract 1 From qd-ctl-nb-claimed
                               Perform 1012-Control-Changed
                           End-If
                       End-If
                   End-If

           If save-rc = rc-success And nb-released > 0
               Subtract nb-released From qd-ctl-nb-claimed
               Perform 1012-Control-Changed
           End-If

           Display myname ' claims released on ' qd-dd-name
                 To qd-item-header

               If qd-item-state = 'C'
                   Move 'Q'    To qd-item-state
                   Move Spaces To qd-item-claim-owner
                   Perform 1040-Rewrite-Item-State
                   If save-rc = rc-success
                       Add 1 To nb-released
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
       *>  a single call would, then left open.  The lock is not
       *>  taken until the first call needs it.
       8010-Open-Session.
           Move dd-name To qd-dd-name

           If lock-owner Is Omitted
               Move myname To my-lock-owner
           Else
               Move lock-owner To my-lock-owner
           End-If

           Perform 1005-Open-Dataset

           If qd-file-status Not = '00'
               Display myname ' open of ' qd-dd-name
                 ' failed, file status ' qd-file-status
               Move rc-io-error To save-rc
           Else
               Perform 1000-Read-Control

               If save-rc Not = rc-success
                   Close qd-file
               Else
                   Move 'Y'        To session-switch
                   Move qd-dd-name To session-dd-name
                   Move 'N'        To lock-held-switch
                   Move 0 To session-nb-changes
                   Move 0 To session-nb-enqueues
                   Move 0 To session-nb-dequeues

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

           Close qd-file
           Perform 1099-Close-Turnaround

           Move 'N'    To session-switch
           Move Spaces To session-dd-name
           .

       *>  One call inside the session.  The first call after a
       *>  commit takes the lock -- from a fresh read of the control
       *>  record, since other jobs may have had their turn since --
       *>  and records the opening picture the commit's journal
       *>  record will chain from.
       8030-Session-Call.
           If item-len Not = qd-ctl-item-len
               Display myname ' ' qd-dd-name
                 ' was initialized with item length '
                 qd-ctl-item-len
               Move rc-length-mismatch To save-rc
           Else
               If lock-held
                   Perform 8050-Check-Lock-Age
               End-If

               If save-rc = rc-success And Not lock-held
                   Perform 1085-Reread-Control
                   If save-rc = rc-success
                       Perform 1070-Acquire-Lock
                   End-If
                   If save-rc = rc-success
                       Move qd-ctl-nb-items To open-nb-items
                       Move qd-ctl-head-rrn To open-head-rrn
                       Move qd-ctl-tail-rrn To open-tail-rrn
                       Move 0 To session-nb-changes
                       Move 0 To session-nb-enqueues
                       Move 0 To session-nb-dequeues
                   End-If
               End-If

               If save-rc = rc-success
                   Perform 1100-Dispatch-Function

                   If (save-rc = rc-success Or marker-consumed)
                     And func-mutator
                       Perform 1093-Count-This-Call
                       Add 1 To session-nb-changes
                       Add call-nb-enqueues To session-nb-enqueues
                       Add call-nb-dequeues To session-nb-dequeues
                   End-If

       *>  A marker posted or reached commits at once, so the
       *>  commit's journal record carries that one marker event
       *>  and QUEUEDB can place it.
                   If session-nb-changes >= session-commit-interval
                     Or journal-marker-event Not = Spaces
                       Perform 8040-Commit-Session
                   End-If
               End-If
           End-If
           .

       *>  A commit: the interval's journal record when anything
       *>  changed, then the lock released in the same rewrite that
       *>  forces the control record out.
       8040-Commit-Session.
           If lock-held
               If session-nb-changes > 0
                   Move 'COMT'              To journal-func
                   Move session-nb-enqueues To journal-nb-enqueues
                   Move session-nb-dequeues To journal-nb-dequeues
                   Perform 1095-Write-Journal-Record
               End-If

               Perform 1090-Release-Lock
           End-If

           Move 0 To session-nb-changes
           Move 0 To session-nb-enqueues
           Move 0 To session-nb-dequeues
           .

       *>  Keeps the session's hold on the lock well short of the
       *>  point another job would take it over as abandoned: past
       *>  half the stale limit the session commits, and the call
       *>  takes the lock afresh.  A gap between calls longer than
       *>  the whole limit may already have lost the lock; the
       *>  stamp on the dataset says whether it did.
       8050-Check-Lock-Age.
           Move Current-Date To parse-timestamp
           Perform 9830-Timestamp-To-Seconds
           Move slot-seconds To now-seconds

           Move qd-ctl-lock-time To parse-timestamp
           Perform 9830-Timestamp-To-Seconds
           Compute lock-age-seconds = now-seconds - slot-seconds

           Compute lock-age-limit = lock-stale-seconds / 2

           Evaluate True
             When lock-age-seconds > lock-stale-seconds
                  Perform 8060-Verify-Lock-Still-Held
             When lock-age-seconds > lock-age-limit
                  Perform 8040-Commit-Session
             When Other
                  Continue
           End-Evaluate
           .

       *>  Reads the lock stamp back off the dataset.  Still this
       *>  session's, and the commit goes ahead; anyone else's,
       *>  and the session's picture of the queue is no longer the
       *>  queue's -- it is discarded, unwritten, and the caller
       *>  told.
       8060-Verify-Lock-Still-Held.
           Move 1 To qd-rrn
           Read qd-file
           If qd-file-status Not = '00'
               Display myname ' control read of ' qd-dd-name
                 ' failed, file status ' qd-file-status
               Move rc-io-error To save-rc
           Else
               Move qd-record(1:Length(qd-disk-control))
                 To qd-disk-control

               If qd-disk-lock-owner = qd-ctl-lock-owner
                 And qd-disk-lock-time = qd-ctl-lock-time
                   Perform 8040-Commit-Session
               Else
                   Display myname ' ' qd-dd-name
                     ' session lock was taken over by '
                     qd-disk-lock-owner
                     '; uncommitted changes discarded'
                   Move 'N' To lock-held-switch
                   Move 0 To session-nb-changes
                   Move 0 To session-nb-enqueues
                   Move 0 To session-nb-dequeues
                   Move rc-session-lock-lost To save-rc
               End-If
           End-If
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
       *>  dataset now.  A fault that is due is stamped on the
       *>  balance journal before the caller fails the operation
       *>  with it.
       9710-Test-Fault.
           Move 'N' To fault-due-switch
           Move qd-ctl-nb-items To fault-items

           Call fault-program Using
             fault-test-func
             dd-name
             fault-type
             fault-items
           End-Call

           If Return-Code = rc-success
               Move 'Y' To fault-due-switch
               Perform 9720-Stamp-Injection
           End-If
           .

       *>  The stamp a recovery drill leaves on the balance journal
       *>  at the moment a fault is injected: an INJ record that
       *>  moves nothing, its opening and closing pictures both the
       *>  control record as last read, and the fault injected in
       *>  the cycle-id field.  QUEUEDB lists such records and
       *>  leaves them out of the balance.  The opening picture of
       *>  the call or commit in progress is set aside and put
       *>  back around it.
       9720-Stamp-Injection.
           Move open-nb-items To inj-open-nb-items
           Move open-head-rrn To inj-open-head-rrn
           Move open-tail-rrn To inj-open-tail-rrn

           Move qd-ctl-nb-items To open-nb-items
           Move qd-ctl-head-rrn To open-head-rrn
           Move qd-ctl-tail-rrn To open-tail-rrn

           Move 'INJ '     To journal-func
           Move 0          To journal-nb-enqueues
           Move 0          To journal-nb-dequeues
           Move fault-type To journal-cycle-id
           Perform 1095-Write-Journal-Record

           Move inj-open-nb-items To open-nb-items
           Move inj-open-head-rrn To open-head-rrn
           Move inj-open-tail-rrn To open-tail-rrn
           .
