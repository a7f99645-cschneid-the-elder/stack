       *> support staff reading a panel at 3 a.m. don't need the
       *> copybook listing on their lap.  A stack known to STACKDIR
       *> by name registers the same way: LOOK the name up first
       *> and register the ab-ptr that comes back.  STACKLG builds
       *> the layout to register from the item's copybook; a layout
       *> kept on the layout library STACKLIB is registered by
       *> STACKLR, which STACKI calls when one is named there.
       *>
       *> The registry is private Working-Storage and so persists
       *> for the life of the run unit, exactly like STACKDIR's
