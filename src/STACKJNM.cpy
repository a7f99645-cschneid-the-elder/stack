       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> The field map STACKJN builds each joined item by: which
       *> bytes of the matching reference item land where in the
       *> output item.  The output item starts as the driver item,
       *> left-justified and padded with spaces to the target's item
       *> length; each entry in use then overlays one run of
       *> reference bytes on it, in table order, so a later entry
       *> wins where two overlap.
       01  join-map.
           *>  How many of the entries below are in use.
           05  jm-nb-entries            PIC 9(004) Binary.
           05  jm-entry Occurs 20 Times.
               *>  First byte of the run within the reference item,
               *>  1 = the item's first byte, and its length.
               10  jm-ref-offset        PIC 9(009) Binary.
               10  jm-length            PIC 9(009) Binary.
               *>  Where the run lands in the output item, 1 = the
               *>  item's first byte.
               10  jm-target-offset     PIC 9(009) Binary.
