           05  hs-error Occurs 16 Times.
               10  hs-error-rc          PIC S9(004).
               10  hs-error-count       PIC 9(009).
           *>  The business processing date the run belongs to (see
           *>  STACKBD.cbl).  A record written before it was carried
           *>  is shorter and ends at the error table; a reader
           *>  takes hs-date for such a record's business date.
           05  hs-business-date         PIC X(008).
