       Identification Division.
       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> Batch maintenance of the ownership catalogue STACKCAT (see
       *> STACKCATR.cpy): who owns each stack and QUEUED dataset,
       *> who to ask about its contents, who supports it, how
       *> critical it is and whether it holds customer data -- the
       *> answers that used to take a morning of asking around
       *> whenever the shop-wide summary or the trend report showed
       *> a problem.  The reports look owners up through STACKOWN.
       *>
       *> Transactions (STACKCMIN), 80 bytes, applied in order:
       *>     tr-action           PIC X(004)  ADD, CHG, DEL or LIST
       *>     tr-name             PIC X(008)  stack name or QUEUED
       *>                                     DDNAME
       *>     tr-kind             PIC X(004)  STK or QUED
       *>     tr-application      PIC X(016)
       *>     tr-contact          PIC X(024)
       *>     tr-support-group    PIC X(016)
       *>     tr-criticality      PIC X(001)  C(ritical), H(igh),
       *>                                     M(edium) or L(ow)
       *>     tr-customer-data    PIC X(001)  Y or N
       *> ADD needs every field.  CHG replaces the fields it
       *> supplies and leaves those left Spaces alone.  DEL names
       *> the entry only.  LIST prints the named entry, or with
       *> the name left Spaces every entry in name order.
       *>
       *> A transaction that cannot be applied -- an ADD of a name
       *> already catalogued, a CHG or DEL of one that is not, a
       *> field outside its values -- is rejected on the report
       *> with the reason, and the rest still go through.  The
       *> report goes to STACKCMRPT.
       *>
       Program-ID. STACKCM.
       Environment Division.
       Configuration Section.
       Repository.
          Function All Intrinsic.
       Input-Output Section.
       File-Control.
           Select transaction-file Assign To "STACKCMIN"
             Organization Is Sequential
             File Status Is transaction-file-status
           .
           Select report-file Assign To "STACKCMRPT"
             Organization Is Sequential
           .
           Select catalogue-file Assign To "STACKCAT"
             Organization Is Indexed
             Access Mode Is Dynamic
             Record Key Is cat-name
             File Status Is catalogue-file-status
           .
       Data Division.
       File Section.
       FD  transaction-file.
       01  transaction-record.
           05  tr-action                PIC X(004).
               88  tr-add                           Value 'ADD '.
               88  tr-change                        Value 'CHG '.
               88  tr-delete                        Value 'DEL '.
               88  tr-list                          Value 'LIST'.
           05  tr-name                  PIC X(008).
           05  tr-kind                  PIC X(004).
               88  tr-kind-valid                    Value 'STK '
                                                          'QUED'.
           05  tr-application           PIC X(016).
           05  tr-contact               PIC X(024).
           05  tr-support-group         PIC X(016).
           05  tr-criticality           PIC X(001).
               88  tr-crit-valid                    Value 'C' 'H'
                                                          'M' 'L'.
           05  tr-customer-data         PIC X(001).
               88  tr-customer-data-valid           Value 'Y' 'N'.
           05  Filler                   PIC X(006).

       FD  report-file.
       01  report-record                PIC X(132).

       FD  catalogue-file.
       Copy 'STACKCATR.cpy'.

       Working-Storage Section.
       01  constants.
           05  myname                   PIC X(008) Value 'STACKCM'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating one or more transactions were
           *>  rejected; the others were applied.
           05  rc-some-rejected         PIC S9(004) Binary Value +4.
           *>  Return code indicating the catalogue could not be
           *>  opened; nothing was applied.
           05  rc-no-catalogue          PIC S9(004) Binary Value +8.
           *>  Return code indicating STACKCMIN could not be
           *>  opened.
           05  rc-no-transactions       PIC S9(004) Binary Value +12.

       01  count-edit                   PIC Z(8)9.

       01  work-areas.
           05  transaction-file-status  PIC X(002) Value '00'.
           05  catalogue-file-status    PIC X(002) Value '00'.
           05  save-rc                  PIC S9(004) Binary Value +0.
           05  eof-switch               PIC X(001) Value 'N'.
               88  eof                              Value 'Y'.
           05  browse-done-switch       PIC X(001) Value 'N'.
               88  browse-done                      Value 'Y'.
           05  reject-reason            PIC X(060) Value Spaces.
           05  nb-read                  PIC 9(009) Binary Value 0.
           05  nb-applied               PIC 9(009) Binary Value 0.
           05  nb-rejected              PIC 9(009) Binary Value 0.
           05  nb-listed                PIC 9(009) Binary Value 0.

       Procedure Division.
           Move rc-success To save-rc

           Open Output report-file
           Move 'STACKCM ownership catalogue maintenance'
             To report-record
           Write report-record
           Move Spaces To report-record
           Write report-record

           Open Input transaction-file
           If transaction-file-status Not = '00'
               Move 'STACKCMIN could not be opened; nothing applied'
                 To report-record
               Write report-record
               Close report-file
               Move rc-no-transactions To Return-Code
               Goback
           End-If

           Perform 1000-Open-Catalogue
           If catalogue-file-status Not = '00'
               Move Spaces To report-record
               Move 'STACKCAT could not be opened, file status'
                 To report-record
               Move catalogue-file-status To report-record(43:2)
               Write report-record
               Move Spaces To report-record
               Move 'Nothing applied' To report-record
               Write report-record
               Close transaction-file
               Close report-file
               Move rc-no-catalogue To Return-Code
               Goback
           End-If

           Perform 2000-Apply-One-Transaction Until eof

           Close transaction-file
           Close catalogue-file

           Move Spaces To report-record
           Write report-record
           Move 'Transactions read' To report-record
           Move nb-read To count-edit
           Move count-edit To report-record(19:9)
           Move 'applied' To report-record(30:7)
           Move nb-applied To count-edit
           Move count-edit To report-record(38:9)
           Move 'rejected' To report-record(49:8)
           Move nb-rejected To count-edit
           Move count-edit To report-record(58:9)
           Move 'entries listed' To report-record(69:14)
           Move nb-listed To count-edit
           Move count-edit To report-record(84:9)
           Write report-record

           Close report-file

           Move save-rc To Return-Code
           Goback.

       *>  Opens the catalogue for update, creating it first when
       *>  the JCL allocated it new and empty, as KEYD does.
       1000-Open-Catalogue.
           Open I-O catalogue-file
           If catalogue-file-status = '35'
               Open Output catalogue-file
               If catalogue-file-status = '00'
                   Close catalogue-file
                   Open I-O catalogue-file
               End-If
           End-If
           .

       *>  Body of the mainline loop: one transaction read, echoed
       *>  and applied.
       2000-Apply-One-Transaction.
           Read transaction-file
               At End
                   Move 'Y' To eof-switch
           End-Read

           If Not eof
               Add 1 To nb-read
               Move Spaces To reject-reason

               Move Spaces To report-record
               Move tr-action To report-record
               Move tr-name   To report-record(6:8)
               Write report-record

               Evaluate True
                 When tr-add
                      Perform 3000-Add-Entry
                 When tr-change
                      Perform 4000-Change-Entry
                 When tr-delete
                      Perform 5000-Delete-Entry
                 When tr-list
                      Perform 6000-List-Entries
                 When Other
                      Move 'Unknown action; ADD, CHG, DEL or LIST'
                        To reject-reason
               End-Evaluate

               If reject-reason Not = Spaces
                   Add 1 To nb-rejected
                   Move rc-some-rejected To save-rc
                   Move Spaces To report-record
                   Move '  Rejected:' To report-record
                   Move reject-reason To report-record(13:60)
                   Write report-record
               End-If
           End-If
           .

       *>  ADD: every field present and valid, the name new.
       3000-Add-Entry.
           Evaluate True
             When tr-name = Spaces
                  Move 'No name given' To reject-reason
             When Not tr-kind-valid
                  Move 'Kind must be STK or QUED' To reject-reason
             When tr-application = Spaces
                  Move 'No owning application given' To reject-reason
             When tr-contact = Spaces
                  Move 'No business contact given' To reject-reason
             When tr-support-group = Spaces
                  Move 'No support group given' To reject-reason
             When Not tr-crit-valid
                  Move 'Criticality must be C, H, M or L'
                    To reject-reason
             When Not tr-customer-data-valid
                  Move 'Customer data must be Y or N' To reject-reason
             When Other
                  Move Spaces           To cat-record
                  Move tr-name          To cat-name
                  Move tr-kind          To cat-kind
                  Move tr-application   To cat-application
                  Move tr-contact       To cat-contact
                  Move tr-support-group To cat-support-group
                  Move tr-criticality   To cat-criticality
                  Move tr-customer-data To cat-customer-data
                  Move Current-Date     To cat-updated
                  Write cat-record
                  Evaluate catalogue-file-status
                    When '00'
                         Add 1 To nb-applied
                         Perform 7000-Print-Entry
                    When '22'
                         Move 'Already catalogued; use CHG'
                           To reject-reason
                    When Other
                         Move 'Catalogue write failed, file status'
                           To reject-reason
                         Move catalogue-file-status
                           To reject-reason(37:2)
                  End-Evaluate
           End-Evaluate
           .

       *>  CHG: the entry read, the fields supplied validated and
       *>  laid over it, the entry rewritten.
       4000-Change-Entry.
           Evaluate True
             When tr-kind Not = Spaces And Not tr-kind-valid
                  Move 'Kind must be STK or QUED' To reject-reason
             When tr-criticality Not = Space And Not tr-crit-valid
                  Move 'Criticality must be C, H, M or L'
                    To reject-reason
             When tr-customer-data Not = Space
               And Not tr-customer-data-valid
                  Move 'Customer data must be Y or N' To reject-reason
             When Other
                  Perform 8000-Read-Entry
           End-Evaluate

           If reject-reason = Spaces
               If tr-kind Not = Spaces
                   Move tr-kind To cat-kind
               End-If
               If tr-application Not = Spaces
                   Move tr-application To cat-application
               End-If
               If tr-contact Not = Spaces
                   Move tr-contact To cat-contact
               End-If
               If tr-support-group Not = Spaces
                   Move tr-support-group To cat-support-group
               End-If
               If tr-criticality Not = Space
                   Move tr-criticality To cat-criticality
               End-If
               If tr-customer-data Not = Space
                   Move tr-customer-data To cat-customer-data
               End-If
               Move Current-Date To cat-updated
               Rewrite cat-record
               If catalogue-file-status = '00'
                   Add 1 To nb-applied
                   Perform 7000-Print-Entry
               Else
                   Move 'Catalogue rewrite failed, file status'
                     To reject-reason
                   Move catalogue-file-status To reject-reason(39:2)
               End-If
           End-If
           .

       *>  DEL: the entry read, then removed.
       5000-Delete-Entry.
           Perform 8000-Read-Entry

           If reject-reason = Spaces
               Delete catalogue-file
               If catalogue-file-status = '00'
                   Add 1 To nb-applied
                   Move Spaces To report-record
                   Move '  Deleted' To report-record
                   Write report-record
               Else
                   Move 'Catalogue delete failed, file status'
                     To reject-reason
                   Move catalogue-file-status To reject-reason(38:2)
               End-If
           End-If
           .

       *>  LIST: one entry, or with no name every entry.
       6000-List-Entries.
           If tr-name Not = Spaces
               Perform 8000-Read-Entry
               If reject-reason = Spaces
                   Add 1 To nb-listed
                   Perform 7000-Print-Entry
               End-If
           Else
               Move Low-Values To cat-name
               Start catalogue-file Key Is > cat-name
               If catalogue-file-status = '00'
                   Move 'N' To browse-done-switch
                   Perform 6010-List-One-Entry Until browse-done
               Else
                   Move Spaces To report-record
                   Move '  Catalogue is empty' To report-record
                   Write report-record
               End-If
           End-If
           .

       *>  Body of the 6000-List-Entries browse.
       6010-List-One-Entry.
           Read catalogue-file Next Record
           If catalogue-file-status = '00'
               Add 1 To nb-listed
               Perform 7000-Print-Entry
           Else
               Move 'Y' To browse-done-switch
           End-If
           .

       *>  One catalogue entry as it now stands.
       7000-Print-Entry.
           Move Spaces To report-record
           Move cat-name          To report-record(3:8)
           Move cat-kind          To report-record(12:4)
           Move cat-application   To report-record(17:16)
           Move cat-support-group To report-record(34:16)
           Move cat-contact       To report-record(51:24)
           Move 'CRIT='           To report-record(76:5)
           Move cat-criticality   To report-record(81:1)
           Move 'CUST='           To report-record(83:5)
           Move cat-customer-data To report-record(88:1)
           Move 'updated'         To report-record(90:7)
           Move cat-updated(1:14) To report-record(98:14)
           Write report-record
           .

       *>  Reads the transaction's entry for update; a name not on
       *>  the catalogue rejects the transaction.
       8000-Read-Entry.
           Move tr-name To cat-name
           Read catalogue-file
           Evaluate catalogue-file-status
             When '00'
                  Continue
             When '23'
                  Move 'Not catalogued' To reject-reason
             When Other
                  Move 'Catalogue read failed, file status'
                    To reject-reason
                  Move catalogue-file-status To reject-reason(36:2)
           End-Evaluate
           .
