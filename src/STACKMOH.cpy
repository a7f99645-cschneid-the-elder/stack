               10  mo-fld-offset        PIC 9(004).
               10  mo-fld-length        PIC 9(004).
               10  mo-fld-type          PIC X(001).
           *>  The layout library name and version the stack was
           *>  allocated under (STACKAB.cpy's stack-layout-name and
           *>  stack-layout-version); Spaces and zero when it names
           *>  none.  A dataset marshalled before these were added
           *>  has a shorter header record, which STACKMI reads as
           *>  naming no layout.
           05  mo-layout-name           PIC X(008).
           05  mo-layout-version        PIC 9(004).
