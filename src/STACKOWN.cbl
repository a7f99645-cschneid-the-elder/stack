       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Looks a stack name or QUEUED DDNAME up on the ownership
       *> catalogue STACKCAT and hands back one line of owner text
       *> -- application, support group, business contact,
       *> criticality, customer data -- for a report to print
       *> beside the name, and optionally the whole catalogue
       *> entry.  A name with no entry comes back flagged NOT
       *> CATALOGUED, so every report that prints owners also
       *> shows which of the stacks it saw nobody has claimed.
       *>
       *> The catalogue is opened at the first call and held open
       *> for the life of the run unit; a catalogue that cannot be
       *> opened is not retried, and every lookup says so.
       *>
       Program-ID. STACKOWN.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select catalogue-file Assign To "STACKCAT"
             Organization Is Indexed
             Access Mode Is Dynamic
             Record Key Is cat-name
             File Status Is catalogue-file-status
           .
       Data Division.
       File Section.
       FD  catalogue-file.
       Copy 'STACKCATR.cpy'.

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKOWN'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating the name has no catalogue
           *>  entry.
           05  rc-not-catalogued        PIC S9(004) Binary Value +4.
           *>  Return code indicating the catalogue could not be
           *>  opened or read.
           05  rc-no-catalogue          PIC S9(004) Binary Value +8.

       01  work-areas.
           05  catalogue-file-status    PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  open-state-switch        PIC X(001) Value 'N'.
               88  catalogue-not-tried              Value 'N'.
               88  catalogue-open                   Value 'Y'.
               88  catalogue-unavailable            Value 'U'.

       Linkage Section.
       *>  Input.  The stack's symbolic name or the queue's DDNAME.
       01  own-name                     PIC X(008).

       *>  Output.  The owner line:
       *>    application X(016), support group X(016), the
       *>    first 20 bytes of the contact, CRIT=c, CUST=y
       *>  or the NOT CATALOGUED flag, or word that the catalogue
       *>  could not be read.
       01  owner-text                   PIC X(070).

       *>  Output, optional.  The whole catalogue entry; Spaces
       *>  when there is none.
       01  own-entry                    PIC X(100).

       Procedure Division Using
             own-name
             owner-text
             Optional own-entry
           .

           Move rc-success To save-rc
           Move Spaces To owner-text

           If catalogue-not-tried
               Open Input catalogue-file
               If catalogue-file-status = '00'
                   Move 'Y' To open-state-switch
               Else
                   Move 'U' To open-state-switch
               End-If
           End-If

           If catalogue-unavailable
               Move Spaces To cat-record
               Move 'Owner unknown: catalogue STACKCAT not available'
                 To owner-text
               Move rc-no-catalogue To save-rc
           Else
               Move own-name To cat-name
               Read catalogue-file
               Evaluate catalogue-file-status
                 When '00'
                      Perform 1000-Build-Owner-Text
                 When '23'
                      Move Spaces To cat-record
                      Move '*** NOT CATALOGUED: no owner on STACKCAT'
                        To owner-text
                      Move rc-not-catalogued To save-rc
                 When Other
                      Move Spaces To cat-record
                      Move 'Owner unknown: STACKCAT read failed, status'
                        To owner-text
                      Move catalogue-file-status To owner-text(45:2)
                      Move rc-no-catalogue To save-rc
               End-Evaluate
           End-If

           If own-entry Is Not Omitted
               Move cat-record To own-entry
           End-If

           Move save-rc To Return-Code
           Goback.

       *>  The catalogue entry as one line.
       1000-Build-Owner-Text.
           Move cat-application   To owner-text(1:16)
           Move cat-support-group To owner-text(18:16)
           Move cat-contact(1:20) To owner-text(35:20)
           Move 'CRIT='           To owner-text(56:5)
           Move cat-criticality   To owner-text(61:1)
           Move 'CUST='           To owner-text(63:5)
           Move cat-customer-data To owner-text(68:1)
           .
