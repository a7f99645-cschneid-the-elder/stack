       *>                                 spaces to ctl-length)
       *> Bytes of the new item no mapping lands on are Spaces.
       *>
       *> A record reading *DRYRUN in columns 1-7, anywhere among
       *> the mappings, makes the run a dry run: the mapping is
       *> validated and every item judged exactly as for real, and
       *> the counts reported to SYSOUT headed SIMULATED -- in FILE
       *> mode with the count and hash total the output trailer
       *> would carry -- but the live stack is not rebuilt,
       *> STACKLMO is not opened or written, and the return code is
       *> the one the real run would give.  The same *DRYRUN record
       *> previews STACKHK, STACKSVM, QUEUEDM CMPT and STACKDA.
       *>
       *> A mapping that does not fit -- a source outside the old
       *> item, a target outside the new one -- refuses the whole
       *> run before anything is touched; in FILE mode, a record
                                        PIC X(008) Value 'STACKU9 '.
           05  unload-hash-modulus      PIC 9(009) Binary
                                        Value 999999937.
           *>  Length of a STACKU trailer carrying the layout stamp;
           *>  the stamp names the old layout, so the converted
           *>  extract goes out with the unstamped trailer below.
           05  stamped-trailer-len      PIC 9(009) Binary Value 38.
           05  dry-run-token            PIC X(007) Value '*DRYRUN'.
           05  rc-success               PIC S9(004) Binary Value +0.
           *>  Return code indicating some records (FILE mode) did
           *>  not fit the mapping; they were carried unconverted
           05  old-items-ptr            Pointer    Value NULL.
           05  old-items-len            PIC 9(009) Binary Value 0.
           05  old-buffer-len           PIC 9(009) Binary Value 0.
           05  dry-run-switch           PIC X(001) Value 'N'.
               88  dry-run                          Value 'Y'.

       *>  The field mapping read off STACKLMCT.
       01  map-table.
               Move rc-ab-corrupt To save-rc
           Else
             If stack-varlen-on Or stack-compress-on
               Or stack-segmented-on
               Or stack-overflow-on Or stack-ordered-on
               Or stack-index-on
               Or stack-txn-active Or stack-snap-open
                 Perform 3000-Load-Mapping

                 If save-rc = rc-success
                     If dry-run
                         Move stack-curr-nb-items To nb-converted
                     Else
                         Perform 1010-Rebuild-Buffer
                     End-If
                 End-If
             End-If
           End-If
                   If old-file-status Not = '00'
                       Move rc-no-input To save-rc
                   Else
                       If Not dry-run
                           Open Output new-file
                       End-If

                       Perform 2010-Convert-One-Record Until eof

                       Move Length(unload-trailer) To new-rec-len
                       Move unload-trailer
                         To new-record(1:new-rec-len)
                       If dry-run
                           Display myname ' trailer count   = '
                             ut-nb-items
                           Display myname ' trailer hash    = '
                             ut-hash-total
                       Else
                           Write new-record
                           Close new-file
                       End-If

                       Close old-file

                       If nb-rejected > 0
           End-Read

           If Not eof
               If (old-rec-len = Length(unload-trailer)
                 Or old-rec-len = stamped-trailer-len)
                 And old-record(1:8) = unload-trailer-eyecatcher
                   Move 'Y' To eof-switch
               Else
                   Move old-record(1:old-rec-len)
                     To new-record(1:new-rec-len)
                   Perform 2030-Hash-Output-Record
                   If Not dry-run
                       Write new-record
                   End-If
                 Else
                   Move 0 To old-base
                   Move 0 To new-base

                   Add 1 To nb-converted
                   Perform 2030-Hash-Output-Record
                   If Not dry-run
                       Write new-record
                   End-If
                 End-If
               End-If
           End-If
                 Until map-eof Or save-rc Not = rc-success
               Close map-control-file

               If dry-run
                   Display myname ' SIMULATED -- dry run: nothing'
                     ' written; counts are what a real run would write'
               End-If

               If save-rc = rc-success And map-nb-entries = 0
                   Display myname ' mapping file held no records'
                   Move rc-bad-mapping To save-rc

           If Not map-eof
               Evaluate True
                 When map-control-record(1:Length(dry-run-token))
                        = dry-run-token
                      Move 'Y' To dry-run-switch
                 When ctl-length < 1
                   Or ctl-length > Length(ctl-fill)
                      Display myname ' mapping length ' ctl-length
