       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Online CICS inquiry transaction for a durable dataset --
       *> a QUEUED queue or a STACKD stack -- named by its DDNAME,
       *> so the night shift can see where a queue stands from a
       *> 3270 instead of submitting a QUEUEDM LIST job and waiting
       *> for the output.  It is STACKCX's counterpart for the
       *> datasets, and like STACKCX it only looks: every access is
       *> a plain READ, never a READ UPDATE, REWRITE, WRITE or
       *> DELETE, and it takes no part in QUEUED's dataset lock, so
       *> a running job never waits on somebody's terminal.
       *>
       *> Pseudoconversational.  The first screen asks for the
       *> DDNAME and, optionally after a space, the name of the
       *> item layout on the layout library STACKLIB (see
       *> STACKLBR.cpy) to format the items by; with none keyed
       *> the layout registered under the DDNAME itself is used,
       *> highest active version, and with none there either the
       *> items show as raw bytes.  The dataset and STACKLIB must
       *> be defined to CICS under the same names the batch JCL
       *> uses for them.
       *>
       *> The kind of dataset is told from the control record's
       *> eyecatcher.  For a QUEUED dataset the screen shows the
       *> control record's depth, head and tail positions and
       *> markers outstanding, the claims outstanding, and the age
       *> of the oldest claimable item -- the first record from the
       *> head still claimable and already due; then a page of
       *> records from the head toward the tail, each with its
       *> position, state, enqueue timestamp and item.  For a
       *> STACKD dataset, whose records carry neither state nor
       *> timestamp, it shows the depth and top position and a
       *> page of items from the top down.  Items resting scrambled
       *> show as they rest; the key is never asked for here.
       *>
       *> Keys: PF8 pages forward, PF7 back, Enter returns to the
       *> first screen for another dataset, PF3 or Clear ends the
       *> transaction.  Every page is read fresh, so what shows is
       *> the dataset as it stands at that moment.
       *>
       Program-ID. QUEUECX.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Data Division.
       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'QUEUECX'.
           05  my-transid               PIC X(004) Value 'QCX1'.
           05  qd-eyecatcher-value      PIC X(008) Value 'QUEUED6 '.
           05  sd-eyecatcher-value      PIC X(008) Value 'STACKD1 '.
           05  layout-file-name         PIC X(008) Value 'STACKLIB'.
           *>  Records shown on one page.
           05  page-size                PIC 9(009) Binary Value 15.
           05  seconds-per-day          PIC 9(009) Binary Value 86400.
           *>  The attention identifiers the screen answers to, as
           *>  EIBAID carries them.
           05  aid-clear                PIC X(001) Value X'6D'.
           05  aid-pf3                  PIC X(001) Value X'F3'.
           05  aid-pf7                  PIC X(001) Value X'F7'.
           05  aid-pf8                  PIC X(001) Value X'F8'.
           *>  The RESP values the file commands are checked for.
           05  resp-normal              PIC S9(008) Comp Value +0.
           *>  The record was longer than the area it was read
           *>  into; what fits is there, which is all a screen
           *>  line can show anyway.
           05  resp-lengerr             PIC S9(008) Comp Value +22.

       01  work-areas.
           05  cics-resp                PIC S9(008) Comp Value +0.
           05  read-rrn                 PIC S9(008) Comp Value +0.
           05  read-len                 PIC S9(004) Comp Value +0.
           05  record-area-len          PIC S9(004) Comp Value +0.
           05  prompt-screen-len        PIC S9(004) Comp.
           05  report-screen-len        PIC S9(004) Comp.
           05  end-screen-len           PIC S9(004) Comp.
           05  commarea-len             PIC S9(004) Comp.
           05  input-len                PIC S9(004) Comp Value +17.
           05  input-area               PIC X(017) Value Spaces.
           05  resp-edit                PIC -(8)9.
           *>  'Q' a QUEUED dataset, 'D' a STACKD dataset.
           05  dataset-kind             PIC X(001) Value Spaces.
               88  kind-queue                       Value 'Q'.
               88  kind-stack                       Value 'D'.
           05  dataset-ok-switch        PIC X(001) Value 'N'.
               88  dataset-ok                       Value 'Y'.
           05  nb-positions             PIC 9(009) Binary Value 0.
           05  line-idx                 PIC 9(009) Binary Value 0.
           05  line-pos                 PIC 9(009) Binary Value 0.
           05  last-pos                 PIC 9(009) Binary Value 0.
           05  item-start               PIC 9(009) Binary Value 0.
           05  item-avail               PIC 9(009) Binary Value 0.
           05  item-show-len            PIC 9(009) Binary Value 0.
           05  layout-name              PIC X(008) Value Spaces.
           05  layout-switch            PIC X(001) Value 'N'.
               88  layout-present                   Value 'Y'.
           05  browse-done-switch       PIC X(001) Value 'N'.
               88  browse-done                      Value 'Y'.
           05  layout-version-found     PIC 9(004) Value 0.
           05  layout-fld-idx           PIC 9(004) Value 0.
           05  line-col                 PIC 9(004) Value 0.
           05  fld-trim-len             PIC 9(004) Value 0.
           *>  The oldest-claimable scan.
           05  scan-rrn                 PIC 9(009) Binary Value 0.
           05  scan-done-switch         PIC X(001) Value 'N'.
               88  scan-done                        Value 'Y'.
           05  oldest-switch            PIC X(001) Value 'N'.
               88  oldest-found                     Value 'Y'.
           05  oldest-rrn               PIC 9(009) Binary Value 0.
           05  oldest-enq-time          PIC X(021) Value Spaces.
           05  now-time                 PIC X(021) Value Spaces.
           05  parse-timestamp          PIC X(021) Value Spaces.
           05  slot-seconds             PIC 9(018) Binary Value 0.
           05  now-seconds              PIC 9(018) Binary Value 0.
           05  age-seconds              PIC 9(018) Binary Value 0.
           05  age-days                 PIC 9(009) Binary Value 0.
           05  age-rest                 PIC 9(009) Binary Value 0.
           05  age-hh                   PIC 9(002) Value 0.
           05  age-mm                   PIC 9(002) Value 0.
           05  age-ss                   PIC 9(002) Value 0.
           05  age-days-edit            PIC Z(4)9.
           05  count-edit               PIC Z(8)9.

       *>  Pulls a 21-byte Current-Date style timestamp apart for
       *>  the age arithmetic.
       01  time-parse-area.
           05  parse-yyyymmdd           PIC 9(008).
           05  parse-hh                 PIC 9(002).
           05  parse-mm                 PIC 9(002).
           05  parse-ss                 PIC 9(002).

       *>  One record of the dataset as READ hands it back: the
       *>  control record at relative record 1, an item record
       *>  anywhere else.
       01  record-area                  PIC X(32000).

       *>  Mirror of QUEUED's control record; every numeric zoned
       *>  DISPLAY.
       01  qd-control.
           05  qd-eyecatcher            PIC X(008).
           05  qd-ctl-item-len          PIC 9(009).
           05  qd-ctl-nb-items          PIC 9(009).
           05  qd-ctl-head-rrn          PIC 9(009).
           05  qd-ctl-tail-rrn          PIC 9(009).
           05  qd-ctl-nb-claimed        PIC 9(009).
           05  qd-ctl-lock-owner        PIC X(008).
           05  qd-ctl-lock-time         PIC X(021).
           05  qd-ctl-nb-markers        PIC 9(009).

       *>  Mirror of QUEUED's item record header.
       01  qd-item-header.
           05  qd-item-state            PIC X(001).
           05  qd-item-enq-time         PIC X(021).
           05  qd-item-not-before       PIC X(021).
           05  qd-item-cycle-id         PIC X(008).
           05  qd-item-corr-id          PIC X(024).
           05  qd-item-part-key         PIC X(032).
           05  qd-item-claim-owner      PIC X(008).

       *>  Mirror of STACKD's control record.
       01  sd-control.
           05  sd-eyecatcher            PIC X(008).
           05  sd-ctl-item-len          PIC 9(009).
           05  sd-ctl-nb-items          PIC 9(009).
           05  sd-ctl-top-rrn           PIC 9(009).

       *>  A layout library entry as STACKLIB holds it, and the
       *>  layout the items are formatted by.
       Copy 'STACKLBR.cpy'.
       Copy 'STACKLYT.cpy'.

       01  prompt-screen.
           05  Value 'QUEUECX - durable queue and stack inquiry'.
           05  Value 'Enter the DDNAME, optionally a layout name, '.
           05  Value 'and press Enter:'.

       01  end-screen.
           05  Value 'QUEUECX ended'.

       01  report-screen.
           05  report-header-1          PIC X(080).
           05  report-header-2          PIC X(080).
           05  report-header-3          PIC X(080).
           05  report-header-4          PIC X(080).
           05  report-column-line       PIC X(080).
           05  report-line Occurs 15 Times
                           Indexed By report-line-idx.
               10  report-line-text     PIC X(080).
           05  report-message-line      PIC X(080).
           05  report-key-line          PIC X(080).

       Linkage Section.
       *>  Carries the inquiry across the pseudoconversation: which
       *>  half of the conversation the terminal is in, the dataset
       *>  and layout keyed in, and the position of the first
       *>  record on the page showing (1 = the head of a queue, the
       *>  top of a stack).
       01  DFHCOMMAREA.
           05  qx-state                 PIC X(001).
               88  qx-awaiting-name                 Value 'N'.
               88  qx-displaying                    Value 'D'.
           05  qx-dd-name               PIC X(008).
           05  qx-layout-name           PIC X(008).
           05  qx-first-pos             PIC 9(009) Binary.

       Procedure Division.
           If EIBCALEN = 0
               Perform 1000-Send-Prompt
           Else
               Evaluate True
                 When EIBAID = aid-pf3
                 When EIBAID = aid-clear
                      Perform 9100-End-Conversation
                 When qx-awaiting-name
                      Perform 2000-Receive-Name
                 When EIBAID = aid-pf8
                      Perform 2100-Page-Forward
                 When EIBAID = aid-pf7
                      Perform 2200-Page-Back
                 When Other
                      Perform 1000-Send-Prompt
               End-Evaluate
           End-If
           .

       *>  First screen of the conversation, and the one Enter
       *>  brings back from a display: ask for a DDNAME and come
       *>  back around for it.
       1000-Send-Prompt.
           Move 'N' To qx-state
           Move Length Of prompt-screen To prompt-screen-len

           Exec Cics Send Text
               From(prompt-screen)
               Length(prompt-screen-len)
               Erase
           End-Exec

           Perform 9000-Return-To-Cics
           .

       *>  Second half: the DDNAME and layout name keyed in after
       *>  the prompt; the first page starts at the head or top.
       2000-Receive-Name.
           Move Spaces To input-area
           Exec Cics Receive
               Into(input-area)
               Length(input-len)
           End-Exec

           Move Spaces To qx-dd-name
           Move Spaces To qx-layout-name
           Unstring input-area Delimited By All Space
             Into qx-dd-name qx-layout-name
           End-Unstring
           Move 1 To qx-first-pos

           Perform 3000-Build-And-Send
           .

       *>  PF8: the next page.  A page past the end is pulled back
       *>  to the last page when the screen is built.
       2100-Page-Forward.
           Add page-size To qx-first-pos
           Perform 3000-Build-And-Send
           .

       *>  PF7: the page before, never before the first.
       2200-Page-Back.
           If qx-first-pos > page-size
               Subtract page-size From qx-first-pos
           Else
               Move 1 To qx-first-pos
           End-If
           Perform 3000-Build-And-Send
           .

       *>  Reads the control record, builds the summary and one
       *>  page of records, and sends it.
       3000-Build-And-Send.
           Move Spaces To report-screen
           Move 'N' To dataset-ok-switch

           Move 'QUEUECX inquiry   DDNAME' To report-header-1
           Move qx-dd-name To report-header-1(26:8)

           Perform 3010-Read-Control

           If dataset-ok
               Perform 3020-Set-Page
               Perform 3100-Load-Layout
               If kind-queue
                   Perform 3200-Report-Queue-Summary
               Else
                   Perform 3250-Report-Stack-Summary
               End-If

               Perform 3300-Build-One-Line
                 Varying line-idx
                 From 1 By 1
                 Until line-idx > page-size
                   Or qx-first-pos + line-idx - 1 > nb-positions

               If nb-positions = 0
                   Move 'Nothing on the dataset to show'
                     To report-message-line
               Else
                   Compute last-pos = qx-first-pos + line-idx - 2
                   Move 'Showing' To report-message-line(1:7)
                   Move qx-first-pos To count-edit
                   Move Trim(count-edit)
                     To report-message-line(9:9)
                   Move 'to' To report-message-line(19:2)
                   Move last-pos To count-edit
                   Move Trim(count-edit)
                     To report-message-line(22:9)
                   Move 'of' To report-message-line(32:2)
                   Move nb-positions To count-edit
                   Move Trim(count-edit)
                     To report-message-line(35:9)
               End-If
           End-If

           Move 'PF8 forward  PF7 back  Enter another DDNAME  '
             To report-key-line
           Move 'PF3/Clear end' To report-key-line(46:13)

           Move Length Of report-screen To report-screen-len

           Exec Cics Send Text
               From(report-screen)
               Length(report-screen-len)
               Erase
           End-Exec

           Move 'D' To qx-state
           Perform 9000-Return-To-Cics
           .

       *>  Relative record 1, and from its eyecatcher the kind of
       *>  dataset; anything else is said on the screen and the
       *>  page stays empty.
       3010-Read-Control.
           Move 1 To read-rrn
           Perform 3900-Read-Record

           Evaluate True
             When cics-resp Not = resp-normal
                  Move 'Dataset could not be read, RESP'
                    To report-message-line
                  Move cics-resp To resp-edit
                  Move resp-edit To report-message-line(33:9)
             When record-area(1:8) = qd-eyecatcher-value
                  Move 'Y' To dataset-ok-switch
                  Move 'Q' To dataset-kind
                  Move record-area(1:Length(qd-control))
                    To qd-control
                  Compute nb-positions =
                    qd-ctl-tail-rrn - qd-ctl-head-rrn
             When record-area(1:8) = sd-eyecatcher-value
                  Move 'Y' To dataset-ok-switch
                  Move 'D' To dataset-kind
                  Move record-area(1:Length(sd-control))
                    To sd-control
                  Compute nb-positions = sd-ctl-top-rrn - 1
             When Other
                  Move 'Not a QUEUED or STACKD dataset; eyecatcher'
                    To report-message-line
                  Move record-area(1:8) To report-message-line(45:8)
           End-Evaluate
           .

       *>  Keeps the page inside the records there are: a page
       *>  asked for past the end becomes the last page.
       3020-Set-Page.
           If qx-first-pos < 1
               Move 1 To qx-first-pos
           End-If
           If nb-positions > 0
             And qx-first-pos > nb-positions
               Compute qx-first-pos =
                 ((nb-positions - 1) / page-size) * page-size + 1
           End-If
           .

       *>  The layout to format items by: the one keyed, else the
       *>  one under the DDNAME, highest active version.  A
       *>  library that is not there, or no such layout, leaves
       *>  the items as raw bytes.
       3100-Load-Layout.
           Move 'N' To layout-switch
           Move 0   To layout-version-found
           Move 0   To layout-nb-fields

           If qx-layout-name = Spaces
               Move qx-dd-name To layout-name
           Else
               Move qx-layout-name To layout-name
           End-If

           Move layout-name To lb-layout-name
           Move 0           To lb-layout-version

           Exec Cics Startbr
               File(layout-file-name)
               Ridfld(lb-key)
               Gteq
               Resp(cics-resp)
           End-Exec

           If cics-resp = resp-normal
               Move 'N' To browse-done-switch
               Perform 3110-Read-Next-Version Until browse-done
               Exec Cics Endbr
                   File(layout-file-name)
               End-Exec
           End-If

           Move Spaces To report-header-4
           If layout-present
               Move 'Items formatted by layout' To report-header-4
               Move layout-name To report-header-4(27:8)
               Move 'version' To report-header-4(36:7)
               Move layout-version-found To report-header-4(44:4)
           Else
               Move 'No active layout' To report-header-4
               Move layout-name To report-header-4(18:8)
               Move 'on STACKLIB; items shown as raw bytes'
                 To report-header-4(27:37)
           End-If
           .

       *>  Body of the 3100-Load-Layout browse: every version
       *>  under the name in ascending order, so the last active
       *>  one read is the highest.
       3110-Read-Next-Version.
           Exec Cics Readnext
               File(layout-file-name)
               Into(lb-record)
               Ridfld(lb-key)
               Resp(cics-resp)
           End-Exec

           If cics-resp = resp-normal
             And lb-layout-name = layout-name
               If lb-active
                   Move 'Y' To layout-switch
                   Move lb-layout-version To layout-version-found
                   Move lb-nb-fields To layout-nb-fields
                   Perform 3120-Copy-One-Field
                     Varying layout-fld-idx
                     From 1 By 1
                     Until layout-fld-idx > layout-nb-fields
               End-If
           Else
               Move 'Y' To browse-done-switch
           End-If
           .

       *>  Body of the 3110-Read-Next-Version field copy.
       3120-Copy-One-Field.
           Move lb-fld-name(layout-fld-idx)
             To fld-name(layout-fld-idx)
           Move lb-fld-offset(layout-fld-idx)
             To fld-offset(layout-fld-idx)
           Move lb-fld-length(layout-fld-idx)
             To fld-length(layout-fld-idx)
           Move lb-fld-type(layout-fld-idx)
             To fld-type(layout-fld-idx)
           .

       *>  A queue's summary: the control record's counts and
       *>  positions, the claims outstanding, and the age of the
       *>  oldest claimable item.
       3200-Report-Queue-Summary.
           Move 'QUEUED   item length' To report-header-1(36:20)
           Move qd-ctl-item-len To report-header-1(57:9)

           Move 'Depth' To report-header-2(1:5)
           Move qd-ctl-nb-items To report-header-2(7:9)
           Move 'head' To report-header-2(18:4)
           Move qd-ctl-head-rrn To report-header-2(23:9)
           Move 'tail' To report-header-2(34:4)
           Move qd-ctl-tail-rrn To report-header-2(39:9)
           Move 'claims out' To report-header-2(50:10)
           Move qd-ctl-nb-claimed To report-header-2(61:9)

           Perform 3210-Find-Oldest-Claimable

           If oldest-found
               Perform 3220-Report-Age
           Else
               Move 'Nothing claimable and due' To report-header-3
           End-If
           Move 'markers' To report-header-3(61:7)
           Move qd-ctl-nb-markers To report-header-3(69:9)

           Move 'position  st enqueued-at         item'
             To report-column-line
           .

       *>  Walks from the head for the first record a consumer
       *>  could take now: claimable, and not waiting on its
       *>  not-before time.
       3210-Find-Oldest-Claimable.
           Move 'N' To oldest-switch
           Move 'N' To scan-done-switch
           Move Current-Date To now-time

           Perform 3211-Check-One-Record
             Varying scan-rrn
             From qd-ctl-head-rrn By 1
             Until scan-rrn >= qd-ctl-tail-rrn
               Or scan-done
           .

       *>  Body of the 3210-Find-Oldest-Claimable walk.
       3211-Check-One-Record.
           Move scan-rrn To read-rrn
           Perform 3900-Read-Record

           If cics-resp = resp-normal
               Move record-area(1:Length(qd-item-header))
                 To qd-item-header
               If qd-item-state = 'Q'
                 And (qd-item-not-before = Spaces
                   Or qd-item-not-before(1:14) Not > now-time(1:14))
                   Move 'Y' To oldest-switch
                   Move 'Y' To scan-done-switch
                   Move scan-rrn To oldest-rrn
                   Move qd-item-enq-time To oldest-enq-time
               End-If
           Else
               Move 'Y' To scan-done-switch
           End-If
           .

       *>  The oldest claimable item's position, enqueue time and
       *>  age in days, hours, minutes and seconds.
       3220-Report-Age.
           Move oldest-enq-time To parse-timestamp
           Perform 3230-Timestamp-To-Seconds
           Move slot-seconds To age-seconds

           Move now-time To parse-timestamp
           Perform 3230-Timestamp-To-Seconds
           Move slot-seconds To now-seconds

           If now-seconds > age-seconds
               Compute age-seconds = now-seconds - age-seconds
           Else
               Move 0 To age-seconds
           End-If

           Divide age-seconds By seconds-per-day
             Giving age-days Remainder age-rest
           Divide age-rest By 3600 Giving age-hh Remainder age-rest
           Divide age-rest By 60 Giving age-mm Remainder age-ss
           Move age-days To age-days-edit

           Move 'Oldest claimable at' To report-header-3(1:19)
           Move oldest-rrn To report-header-3(21:9)
           Move 'age' To report-header-3(31:3)
           Move age-days-edit To report-header-3(35:5)
           Move 'd' To report-header-3(40:1)
           Move age-hh To report-header-3(42:2)
           Move ':' To report-header-3(44:1)
           Move age-mm To report-header-3(45:2)
           Move ':' To report-header-3(47:1)
           Move age-ss To report-header-3(48:2)
           .

       *>  Seconds since 1601 for the timestamp in parse-timestamp,
       *>  good enough for an age.
       3230-Timestamp-To-Seconds.
           Move parse-timestamp(1:14) To time-parse-area
           If time-parse-area Is Numeric
             And parse-yyyymmdd > 16010101
               Compute slot-seconds =
                 Integer-Of-Date(parse-yyyymmdd) * seconds-per-day
                   + parse-hh * 3600 + parse-mm * 60 + parse-ss
           Else
               Move 0 To slot-seconds
           End-If
           .

       *>  A stack's summary: depth and top position; its records
       *>  carry no state, so there are no claims to count.
       3250-Report-Stack-Summary.
           Move 'STACKD   item length' To report-header-1(36:20)
           Move sd-ctl-item-len To report-header-1(57:9)

           Move 'Depth' To report-header-2(1:5)
           Move sd-ctl-nb-items To report-header-2(7:9)
           Move 'top' To report-header-2(18:3)
           Move sd-ctl-top-rrn To report-header-2(22:9)

           Move 'Stack records carry no state or timestamp'
             To report-header-3

           Move 'depth     position  item' To report-column-line
           .

       *>  One record of the page: position line-pos counting from
       *>  the head of a queue or the top of a stack.
       3300-Build-One-Line.
           Compute line-pos = qx-first-pos + line-idx - 1
           Move Spaces To report-line-text(line-idx)

           If kind-queue
               Compute read-rrn = qd-ctl-head-rrn + line-pos - 1
           Else
               Compute read-rrn = sd-ctl-top-rrn - line-pos + 1
           End-If

           Perform 3900-Read-Record

           If cics-resp Not = resp-normal
               Move read-rrn To report-line-text(line-idx)(1:9)
               Move 'not readable, RESP' To report-line-text(line-idx)
                 (11:18)
               Move cics-resp To resp-edit
               Move resp-edit To report-line-text(line-idx)(30:9)
           Else
               If kind-queue
                   Perform 3310-Format-Queue-Record
               Else
                   Perform 3320-Format-Stack-Record
               End-If
           End-If
           .

       *>  A queue record: position, state, enqueue time, then the
       *>  item -- or the cycle, for a close-of-business marker.
       3310-Format-Queue-Record.
           Move record-area(1:Length(qd-item-header))
             To qd-item-header

           Move read-rrn To report-line-text(line-idx)(1:9)
           Move qd-item-state To report-line-text(line-idx)(11:1)
           Move qd-item-enq-time(1:4)
             To report-line-text(line-idx)(14:4)
           Move '-' To report-line-text(line-idx)(18:1)
           Move qd-item-enq-time(5:2)
             To report-line-text(line-idx)(19:2)
           Move '-' To report-line-text(line-idx)(21:1)
           Move qd-item-enq-time(7:2)
             To report-line-text(line-idx)(22:2)
           Move qd-item-enq-time(9:2)
             To report-line-text(line-idx)(25:2)
           Move ':' To report-line-text(line-idx)(27:1)
           Move qd-item-enq-time(11:2)
             To report-line-text(line-idx)(28:2)
           Move ':' To report-line-text(line-idx)(30:1)
           Move qd-item-enq-time(13:2)
             To report-line-text(line-idx)(31:2)

           If qd-item-state = 'M'
               Move 'cycle' To report-line-text(line-idx)(34:5)
               Move qd-item-cycle-id
                 To report-line-text(line-idx)(40:8)
           Else
               Compute item-start = Length(qd-item-header) + 1
               Compute item-avail =
                 read-len - Length(qd-item-header)
               If item-avail > qd-ctl-item-len
                   Move qd-ctl-item-len To item-avail
               End-If
               Move 33 To line-col
               Perform 3330-Format-Item
           End-If
           .

       *>  A stack record: depth, position, then the item.
       3320-Format-Stack-Record.
           Move line-pos To report-line-text(line-idx)(1:9)
           Move read-rrn To report-line-text(line-idx)(11:9)

           Move 1 To item-start
           Move read-len To item-avail
           If item-avail > sd-ctl-item-len
               Move sd-ctl-item-len To item-avail
           End-If
           Move 20 To line-col
           Perform 3330-Format-Item
           .

       *>  The item from column line-col + 1 on: labeled fields
       *>  when a layout was found, else as many raw bytes as fit.
       3330-Format-Item.
           If layout-present
               Perform 3331-Append-One-Field
                 Varying layout-fld-idx
                 From 1 By 1
                 Until layout-fld-idx > layout-nb-fields
           Else
               Compute item-show-len = 80 - line-col
               If item-show-len > item-avail
                   Move item-avail To item-show-len
               End-If
               If item-show-len > 0
                   Move record-area(item-start:item-show-len)
                     To report-line-text(line-idx)
                       (line-col + 1:item-show-len)
               End-If
           End-If
           .

       *>  Body of the labeled-field rendering: name=value pairs
       *>  for as many layout fields as fit on the 80-column line,
       *>  the same rendering STACKCX gives; a field whose range
       *>  runs outside the item as read is skipped rather than
       *>  trusted.
       3331-Append-One-Field.
           Move Length(Trim(fld-name(layout-fld-idx)))
             To fld-trim-len

           If fld-offset(layout-fld-idx) >= 1
             And fld-length(layout-fld-idx) >= 1
             And fld-offset(layout-fld-idx)
                   + fld-length(layout-fld-idx) - 1
                 <= item-avail
             And line-col + fld-trim-len + 2
                   + fld-length(layout-fld-idx) <= 80
               Move fld-name(layout-fld-idx)(1:fld-trim-len)
                 To report-line-text(line-idx)
                   (line-col + 1:fld-trim-len)
               Add fld-trim-len To line-col

               Move '=' To report-line-text(line-idx)
                 (line-col + 1:1)
               Add 1 To line-col

               Move record-area(item-start
                   + fld-offset(layout-fld-idx) - 1:
                   fld-length(layout-fld-idx))
                 To report-line-text(line-idx)
                   (line-col + 1:fld-length(layout-fld-idx))
               Add fld-length(layout-fld-idx) To line-col

               Move Space To report-line-text(line-idx)
                 (line-col + 1:1)
               Add 1 To line-col
           End-If
           .

       *>  Reads relative record read-rrn into record-area; a
       *>  record longer than the area comes back cut short and is
       *>  treated as read.
       3900-Read-Record.
           Move Spaces To record-area
           Move Length Of record-area To record-area-len
           Move record-area-len To read-len

           Exec Cics Read
               File(qx-dd-name)
               Into(record-area)
               Length(read-len)
               Ridfld(read-rrn)
               Rrn
               Resp(cics-resp)
           End-Exec

           If cics-resp = resp-lengerr
               Move record-area-len To read-len
               Move resp-normal To cics-resp
           End-If
           .

       *>  Comes back around with the conversation's state.
       9000-Return-To-Cics.
           Move Length Of DFHCOMMAREA To commarea-len

           Exec Cics Return
               Transid(my-transid)
               Commarea(DFHCOMMAREA)
               Length(commarea-len)
           End-Exec
           .

       *>  PF3 or Clear: the conversation ends here.
       9100-End-Conversation.
           Move Length Of end-screen To end-screen-len

           Exec Cics Send Text
               From(end-screen)
               Length(end-screen-len)
               Erase
           End-Exec

           Exec Cics Return
           End-Exec
           .
