       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One item STACKDU's key-based de-duplication discarded, as
       *> written to its discards dataset STACKDUD: this header,
       *> then the item itself (scrambled when the stack is, the
       *> same as every other dataset an item is written to).  The
       *> numbers are zoned DISPLAY so the dataset reads in a
       *> browser, the same rule every trailer in this library
       *> follows.
       01  du-header.
           *>  Current-Date when the de-duplication ran.
           05  du-timestamp             PIC X(021).
           *>  The stack's audit id (Spaces when it has none).
           05  du-stack-id              PIC X(008).
           *>  The survivor rule the de-duplication ran under:
           *>  'FRST', 'LAST', 'HIGH' or 'LOW '.
           05  du-rule                  PIC X(004).
           *>  Depth (1 = top) the discarded item stood at before
           *>  the de-duplication, and the depth its key's survivor
           *>  stands at after it.
           05  du-discard-depth         PIC 9(009).
           05  du-survivor-depth        PIC 9(009).
           05  du-item-len              PIC 9(009).
