       *> the control card's threshold, so the scheduler can page
       *> someone tonight instead of the morning complaint call.
       *>
       *> Records enqueued with a not-before time still in the
       *> future are not late, they are waiting as asked: they are
       *> counted and reported separately from the work that could
       *> be served now, and play no part in the age check.  Once
       *> due, a deferred record's age runs from its not-before
       *> time rather than from its enqueue.
       *>
       *> Scheduled after the producer's close of business, the
       *> watchdog also confirms the producer actually finished:
       *> name the business cycle on the control card and it looks
       *> in the STACKQJL balance journal for the close-of-business
       *> marker QUEUED journals when that cycle's EOB is posted
       *> to this dataset.  The journal, not the dataset, is
       *> consulted because a marker the consumer has already
       *> reached may since have been compacted away.  No marker
       *> is flagged, so a producer that died part way through
       *> its cycle pages someone instead of leaving the consumer
       *> to finish early on a half-delivered batch.
       *>
       *> Control record layout (QDWIN), one record:
       *>     ctl-ddname     PIC X(008)  DDNAME of the QUEUED
       *>                                dataset being watched
       *>     ctl-threshold  PIC 9(009)  seconds the oldest
       *>                                outstanding record may wait
       *>                                before the alert fires
       *>     ctl-cycle-id   PIC X(008)  business cycle whose
       *>                                close-of-business marker
       *>                                must have been posted;
       *>                                Spaces skips the check
       *>
       *> Return-Code 0 means the queue is healthy (or empty); +4
       *> means the oldest record has waited past the threshold --
       *> the scheduler's paging condition; +8 and +12 are the
       *> watchdog itself unable to look; +16 means the named
       *> cycle's close-of-business marker never arrived, and
       *> takes precedence over +4.
       *>
       Program-ID. QUEUEDW.
       Environment Division.
           Select control-file Assign To "QDWIN"
             Organization Is Sequential
           .
           Select journal-file Assign To "STACKQJL"
             Organization Is Sequential
             File Status Is journal-file-status
           .
       Data Division.
       File Section.
       FD  qd-file
       01  control-record.
           05  ctl-ddname               PIC X(008).
           05  ctl-threshold            PIC 9(009).
           05  ctl-cycle-id             PIC X(008).

       FD  journal-file.
       *>  Mirror of QUEUED's journal record.
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
               88  jr-marker-posted                 Value 'P'.
           05  jr-marker-rrn            PIC 9(009).
           *>  The journal's running chain value, stored by STACKCHN
           *>  over this record and the one before it.
           05  jr-chain-value           PIC 9(009).
           *>  The business processing date the call belongs to;
           *>  see STACKBD.cbl.
           05  jr-business-date         PIC X(008).

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUEDW'.
           05  qd-eyecatcher-value      PIC X(008) Value 'QUEUED6 '.
           05  seconds-per-day          PIC 9(009) Binary Value 86400.
           05  rc-healthy               PIC S9(004) Binary Value +0.
           *>  Return code indicating the oldest outstanding record
           *>  has waited past the threshold: the paging condition.
           05  rc-stale-work            PIC S9(004) Binary Value +4.
           *>  Return code indicating record 1 is not a QUEUED6
           *>  control record.
           05  rc-format-mismatch       PIC S9(004) Binary Value +8.
           *>  Return code indicating the dataset could not be
           *>  opened or read.
           05  rc-io-error              PIC S9(004) Binary Value +12.
           *>  Return code indicating the control card's business
           *>  cycle has no close-of-business marker on the journal
           *>  for this dataset: the producer has not finished.
           05  rc-marker-missing        PIC S9(004) Binary Value +16.
           *>  The shared event feed both paging conditions are also
           *>  written to for the monitoring tool; see STACKEV.cbl.
           05  event-program            PIC X(008) Value 'STACKEV'.

       *>  The QUEUED control record and item header, mirroring
       *>  QUEUED's own layouts.
           *>  this watchdog only reads, so it reports around it.
           05  qd-ctl-lock-owner        PIC X(008).
           05  qd-ctl-lock-time         PIC X(021).
           05  qd-ctl-nb-markers        PIC 9(009).

       01  qd-item-header.
           05  qd-item-state            PIC X(001).
           05  qd-item-enq-time         PIC X(021).
           05  qd-item-not-before       PIC X(021).
           05  qd-item-cycle-id         PIC X(008).
           05  qd-item-corr-id          PIC X(024).
           05  qd-item-part-key         PIC X(032).
           05  qd-item-claim-owner      PIC X(008).

       *>  Pulls a 21-byte Current-Date style timestamp apart, the
       *>  same arithmetic STACKP's sweeps use.
           05  now-seconds              PIC 9(018) Binary Value 0.
           05  oldest-age-seconds       PIC S9(018) Binary Value 0.
           05  oldest-enq-time          PIC X(021) Value Spaces.
           05  scan-now-time            PIC X(021) Value Spaces.
           05  waiting-since-time       PIC X(021) Value Spaces.
           05  nb-deferred              PIC 9(009) Binary Value 0.
           05  nb-due                   PIC 9(009) Binary Value 0.
           05  cycle-id-value           PIC X(008) Value Spaces.
           05  journal-file-status      PIC X(002) Value '00'.
           05  journal-eof-switch       PIC X(001) Value 'N'.
               88  journal-eof                      Value 'Y'.
           05  marker-found-switch      PIC X(001) Value 'N'.
               88  marker-found                     Value 'Y'.
           05  event-type               PIC X(008) Value Spaces.
           05  event-rc                 PIC S9(004) Binary Value +0.
           05  event-text               PIC X(060) Value Spaces.
           05  event-count-edit         PIC Z(8)9.

       Procedure Division.
           Open Input control-file
           Read control-file
           Move ctl-ddname    To qd-dd-name
           Move ctl-threshold To threshold-seconds
           Move ctl-cycle-id  To cycle-id-value
           Close control-file

           Open Input qd-file
           Display myname ' ' qd-dd-name
             ' depth = ' qd-ctl-nb-items
             ' claimed = ' qd-ctl-nb-claimed
             ' markers = ' qd-ctl-nb-markers

           If cycle-id-value Not = Spaces
               Perform 2000-Check-Cycle-Marker
           End-If

           If qd-ctl-nb-items = 0
               Display myname ' queue is empty; nothing waiting'
               Close qd-file
               Move save-rc To Return-Code
               Goback
           End-If


           Close qd-file

           Compute nb-due =
             qd-ctl-nb-items - qd-ctl-nb-claimed - nb-deferred
           Display myname ' ' qd-dd-name
             ' claimable now = ' nb-due
             ' deferred = ' nb-deferred

           If Not oldest-found
               If nb-deferred > 0
                   Display myname ' all outstanding work is waiting'
                     ' on a future not-before time'
                   Move save-rc To Return-Code
               Else
                   Display myname ' counts say items remain but'
                     ' none found; control record suspect'
                   Move rc-io-error To Return-Code
               End-If
               Goback
           End-If

               Move 0 To oldest-age-seconds
           End-If

           Display myname ' oldest record waiting since '
             oldest-enq-time(1:14)
             ' age seconds = ' oldest-age-seconds

           If oldest-age-seconds > threshold-seconds
               Display myname ' STALE WORK: oldest exceeds the '
                 threshold-seconds ' second threshold'
               Move 'QSTALE' To event-type
               Move rc-stale-work To event-rc
               Move 'Stale work: oldest waited' To event-text
               Move oldest-age-seconds To event-count-edit
               Move event-count-edit To event-text(27:9)
               Move 'secs, limit' To event-text(37:11)
               Move threshold-seconds To event-count-edit
               Move event-count-edit To event-text(49:9)
               Perform 9900-Raise-Event
               If save-rc = rc-healthy
                   Move rc-stale-work To save-rc
               End-If
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  Scans every record from the head to the tail.  A record
       *>  not yet done -- claimable or claimed in-flight, either is
       *>  work still owed -- is counted as deferred while its
       *>  not-before time is still ahead, and otherwise competes
       *>  for oldest on the time it has been waiting since.  With
       *>  deferred records about, the oldest is no longer simply
       *>  the first one found, so the whole span is read.
       1000-Find-Oldest-Outstanding.
           Move 'N' To scan-done-switch
           Move 'N' To oldest-found-switch
           Move 0   To nb-deferred
           Move Current-Date To scan-now-time

           Perform 1010-Scan-One-Record
             Varying scan-rrn
             From qd-ctl-head-rrn By 1
             Until scan-rrn >= qd-ctl-tail-rrn
               Or scan-done
           .

       *>  Body of the 1000-Find-Oldest-Outstanding scan.
       1010-Scan-One-Record.
           Move scan-rrn To qd-rrn
           Read qd-file
           If qd-file-status Not = '00'
               Move 'Y' To scan-done-switch
           Else
               Move qd-record(1:Length(qd-item-header))
                 To qd-item-header

               If qd-item-state = 'Q' Or qd-item-state = 'C'
                   If qd-item-state = 'Q'
                     And qd-item-not-before Not = Spaces
                     And qd-item-not-before(1:14)
                       > scan-now-time(1:14)
                       Add 1 To nb-deferred
                   Else
                       Move qd-item-enq-time To waiting-since-time
                       If qd-item-not-before Not = Spaces
                         And qd-item-not-before(1:14)
                           > qd-item-enq-time(1:14)
                           Move qd-item-not-before
                             To waiting-since-time
                       End-If

                       If Not oldest-found
                         Or waiting-since-time(1:14)
                           < oldest-enq-time(1:14)
                           Move waiting-since-time To oldest-enq-time
                           Move 'Y' To oldest-found-switch
                       End-If
                   End-If
               End-If
           End-If
           .

       *>  Reads the balance journal for the record that posted the
       *>  control card's cycle marker to this dataset.  A journal
       *>  that cannot be opened has no such record either.
       2000-Check-Cycle-Marker.
           Move 'N' To marker-found-switch
           Move 'N' To journal-eof-switch

           Open Input journal-file
           If journal-file-status = '00'
               Perform 2010-Check-One-Journal-Record
                 Until journal-eof Or marker-found
               Close journal-file
           End-If

           If marker-found
               Display myname ' ' qd-dd-name ' cycle '
                 cycle-id-value ' marker posted at position '
                 jr-marker-rrn ' on ' jr-timestamp(1:14)
           Else
               Display myname ' MARKER MISSING: no close-of-'
                 'business marker for cycle ' cycle-id-value
                 ' on ' qd-dd-name
               Move rc-marker-missing To save-rc
               Move 'QNOEOB' To event-type
               Move rc-marker-missing To event-rc
               Move 'No close-of-business marker for cycle'
                 To event-text
               Move cycle-id-value To event-text(39:8)
               Perform 9900-Raise-Event
           End-If
           .

       *>  Body of the 2000-Check-Cycle-Marker read loop.
       2010-Check-One-Journal-Record.
           Read journal-file
               At End
                   Move 'Y' To journal-eof-switch
           End-Read

           If Not journal-eof
             And jr-ddname = qd-dd-name
             And jr-marker-posted
             And jr-cycle-id = cycle-id-value
               Move 'Y' To marker-found-switch
           End-If
           .

       *>  Writes event-type, event-rc and event-text for this
       *>  dataset to the shared event feed; a feed that cannot be
       *>  written leaves the watchdog's own return code alone.
       9900-Raise-Event.
           Call event-program Using
             event-type
             myname
             qd-dd-name
             event-rc
             event-text
             On Exception
                Continue
           End-Call
           .

       *>  Turns the 21-byte timestamp in parse-timestamp into a
       *>  single seconds figure in slot-seconds.
       9830-Timestamp-To-Seconds.
