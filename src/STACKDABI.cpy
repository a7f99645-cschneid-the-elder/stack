       *> Copyright (C) 2022 Craig Schneiderwent, All rights reserved
       *> This software may be modified and distributed under the terms
       *> of the MIT license. See the LICENSE file for details.
       *>
       *> One record on the before-image dataset STACKDABI: STACKDA,
       *> given a run id, appends one of these for every directive
       *> it applied -- what the item was before and what the
       *> directive left -- and then one trailer saying whether the
       *> run committed (COMT) or aborted (ABRT).  STACKDAB reads
       *> them back to undo a committed run.  Variable length: an
       *> image record carries both images, each bi-item-len bytes,
       *> the before image first; a trailer carries none.
       01  bi-record.
           *>  The run id the STACKDA caller named.
           05  bi-run-id                PIC X(008).
           *>  On an image, the directive's place in the run's
           *>  applied directives, from 1; on a trailer, how many
           *>  images the run wrote.
           05  bi-seq                   PIC 9(009).
           *>  ADD, CHG or DEL for an image; COMT or ABRT for a
           *>  trailer.
           05  bi-action                PIC X(004).
           *>  When it was written, in the format the CURRENT-DATE
           *>  intrinsic returns it.
           05  bi-timestamp             PIC X(021).
           *>  The item length of the stack the run was applied to.
           05  bi-item-len              PIC 9(009).
           *>  The before image (spaces for an ADD), then the after
           *>  image (spaces for a DEL).
           05  bi-images                PIC X(19999990).
