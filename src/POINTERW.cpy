                             pic  x(04).
           05  ins-new-priority
                             pic  9(02).
           05  ins-new-due   pic  x(12).
           05  remove-status pic  x(04).
      *    'Y' makes DPOINTER only report which items each remove
      *    criterion would match - nothing is unlinked or freed -
      *    silently freed
           05  refresh-from-file
                             pic  x(01).
      *    'Y' makes QPOINTER work every past-due item before any
      *    item that is not yet due, by priority within each group,
      *    instead of by priority alone
           05  due-first     pic  x(01).
      *    Transfer request served by MPOINTER: the items selected
      *    by tab-remove/qtd masks or remove-status (DPOINTER's
      *    criteria) are unlinked from the current list and
      *    relinked into the named target list via the registry,
      *    payload and timestamps intact, with counters adjusted
      *    on both sides. xfer-rc: 0 ok, 1 bad target, 3 registry
      *    full, 8 PTRAUDIT unavailable (nothing moved); xfer-moved
      *    counts the items that moved.
           05  xfer-target   pic  x(08).
           05  xfer-moved    pic  9(04) comp.
           05  xfer-rc       pic  9(02) comp.
                             depending on qtd indexed by ind.
      *    A node is a real work-item, not just a name: the dataset
      *    or job it represents, where it stands, how urgent it is,
      *    when it was built and last touched, and when it is due
      *    (item-due yyyymmddhhmm, spaces for no deadline). CPOINTER
      *    fills the payload at build, IPOINTER at insert;
      *    item-updated is stamped at those moments and refreshed
      *    when a node is reloaded from the PTRVSAM KSDS - merely
      *    walking or repositioning past a node does not restamp it.
        01 list-item.
           05  item          pic  x(08) usage display.
           05  item-dsname   pic  x(44).
           05  item-priority pic  9(02).
           05  item-created  pic  x(21).
           05  item-updated  pic  x(21).
      *    What the queue has made of the item so far: QPOINTER counts
      *    every dispatch and keeps the last CMDDISP result, and its
      *    retry policy reads both to decide between another pass
      *    and the dead-letter list
           05  item-attempts pic  9(02).
           05  item-last-result
                             pic  x(04).
           05  item-due      pic  x(12).
           05  next-item     usage is  pointer.
           05  prev-item     usage is  pointer.
