       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One line of a STACKHX hierarchy explosion, as written to its
       *> optional flat extract STACKHXX: one record per component
       *> reached, in the same depth-first order the indented report
       *> prints them, so a downstream job can cost a bill of
       *> materials or roll up an org chart without re-walking the
       *> hierarchy.  The numbers are zoned DISPLAY so the dataset
       *> reads in a browser, the same rule every trailer in this
       *> library follows.
       01  hxe-record.
           *>  The requested root this line was reached from.
           05  hxe-root-key             PIC X(032).
           *>  Line number within that root's explosion, 1 = the
           *>  root itself.
           05  hxe-line-nb              PIC 9(009).
           *>  Level below the root, 0 = the root itself.
           05  hxe-level                PIC 9(003).
           *>  The component's parent (Spaces for the root) and the
           *>  component itself.
           05  hxe-parent-key           PIC X(032).
           05  hxe-key                  PIC X(032).
           *>  Quantity (or weight) of the component per one of its
           *>  parent, and extended down the whole path from the
           *>  root: the product of every quantity along it times
           *>  the root's own quantity.
           05  hxe-qty-per              PIC 9(009)V9(004).
           05  hxe-ext-qty              PIC 9(013)V9(004).
           *>  Space for a component exploded normally; 'C' for one
           *>  that is already on its own path -- a cycle, reported
           *>  and not exploded again.
           05  hxe-status               PIC X(001).
