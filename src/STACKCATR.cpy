       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One entry on the ownership catalogue STACKCAT, keyed by
       *> the stack's symbolic name (the name it is REGISTERed to
       *> STACKDIR, audited and checkpointed under) or the QUEUED
       *> dataset's DDNAME.  Maintained by STACKCM; read through
       *> STACKOWN by every report that prints an owner.
       01  cat-record.
           05  cat-name                 PIC X(008).
           05  cat-kind                 PIC X(004).
               88  cat-kind-stack                   Value 'STK '.
               88  cat-kind-queue                   Value 'QUED'.
           *>  The owning application.
           05  cat-application          PIC X(016).
           *>  The business contact: who to ask what the contents
           *>  mean.
           05  cat-contact              PIC X(024).
           *>  The support group: who to page when it breaks.
           05  cat-support-group        PIC X(016).
           05  cat-criticality          PIC X(001).
               88  cat-crit-critical                Value 'C'.
               88  cat-crit-high                    Value 'H'.
               88  cat-crit-medium                  Value 'M'.
               88  cat-crit-low                     Value 'L'.
               88  cat-crit-valid                   Value 'C' 'H'
                                                          'M' 'L'.
           *>  'Y' when the contents include customer data.
           05  cat-customer-data        PIC X(001).
               88  cat-holds-customer-data          Value 'Y'.
               88  cat-customer-data-valid          Value 'Y' 'N'.
           *>  Current-Date of the last add or change.
           05  cat-updated              PIC X(021).
           05  Filler                   PIC X(009).
