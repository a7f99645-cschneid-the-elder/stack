       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One version of one item layout on the layout library
       *> STACKLIB, keyed by layout name and version number.  The
       *> field table is STACKLYT.cpy's, slot for slot, in zoned
       *> DISPLAY so the library can be browsed and shipped like
       *> any other flat control data.  Maintained by STACKLB
       *> (versions added from STACKLG output, retired, listed);
       *> read through STACKLR, which registers a named layout
       *> with STACKLY at allocation time so the layout no longer
       *> lives only in the storage of the job that coded it.
       01  lb-record.
           05  lb-key.
               10  lb-layout-name       PIC X(008).
               *>  1 for the first version added under a name, one
               *>  higher for each version added after it.
               10  lb-layout-version    PIC 9(004).
           05  lb-status                PIC X(001).
               88  lb-active                        Value 'A'.
               88  lb-retired                       Value 'R'.
           *>  Current-Date when the version was added, and when it
           *>  was retired (Spaces while it is active).
           05  lb-added                 PIC X(021).
           05  lb-retired-at            PIC X(021).
           05  lb-description           PIC X(030).
           05  lb-nb-fields             PIC 9(004).
           05  lb-field Occurs 20 Times.
               10  lb-fld-name          PIC X(012).
               10  lb-fld-offset        PIC 9(004).
               10  lb-fld-length        PIC 9(004).
               10  lb-fld-type          PIC X(001).
               10  lb-fld-domain        PIC X(001).
               10  lb-fld-values        PIC X(040).
           05  Filler                   PIC X(020).
