           05  sv-res-max               PIC 9(018) Binary.
           05  sv-res-total             PIC 9(018) Binary.
           05  sv-res-count             PIC 9(009) Binary.
           *>  Wall-clock moment the checkpoint was taken, in the
           *>  format the CURRENT-DATE intrinsic returns it.  A group
           *>  written before the moment was recorded has a shorter
           *>  header record; a reader that wants the time checks
           *>  the record's length first.
           05  sv-checkpoint-time       PIC X(021).
           *>  The layout library name and version the stack was
           *>  allocated under (STACKAB.cpy's stack-layout-name and
           *>  stack-layout-version); Spaces and zero when it names
           *>  none.  Like the time above, absent from a group
           *>  written before they were recorded -- STACKLD reads a
           *>  header that short as naming no layout.
           05  sv-layout-name           PIC X(008).
           05  sv-layout-version        PIC 9(004) Binary.
           *>  The business processing date (see STACKBD.cbl) the
           *>  checkpoint belongs to, beside the wall-clock moment
           *>  above.  Absent from a group written before it was
           *>  recorded; a reader takes Spaces for such a header's.
           05  sv-business-date         PIC X(008).
