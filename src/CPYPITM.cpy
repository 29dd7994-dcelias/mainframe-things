      *----------------------------------------------------------------*
      *    PTRITEMS work-item inventory record, one per item the
      *    feeding system wants on the list: the item (dataset or
      *    job) name, its dsname, status, priority and when it is
      *    due (yyyymmddhhmm, blank for no deadline). CPOINTER
      *    builds and refreshes a list from it; PTREDIT edits the
      *    raw cut first and passes on only the records that keep
      *    to the rules (PTRCLEAN, same layout).
      *----------------------------------------------------------------*
       01  ptr-item-record.
           05  ptritem-name      pic x(08).
           05  filler            pic x(01).
           05  ptritem-dsname    pic x(44).
           05  filler            pic x(01).
           05  ptritem-status    pic x(04).
           05  filler            pic x(01).
           05  ptritem-priority  pic x(02).
           05  filler            pic x(01).
           05  ptritem-due       pic x(12).
