       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One field of a generated item layout, as STACKLG writes it
       *> to STACKLGO: one record per STACKLYT.cpy slot, in slot
       *> order, every record of a layout carrying the layout's
       *> name; STACKLB takes them as they stand to add the layout
       *> to the layout library STACKLIB as a new version.
       *> fld-domain and fld-values are left
       *> Spaces for the owner to fill in where STACKLV should
       *> check a field's values.
       01  lg-record-layout.
           05  lg-layout-name           PIC X(008).
           05  lg-seq                   PIC 9(002).
           05  lg-fld-name              PIC X(012).
           05  lg-fld-offset            PIC 9(004).
           05  lg-fld-length            PIC 9(004).
           05  lg-fld-type              PIC X(001).
           05  lg-fld-domain            PIC X(001).
           05  lg-fld-values            PIC X(040).
           05  Filler                   PIC X(008).
