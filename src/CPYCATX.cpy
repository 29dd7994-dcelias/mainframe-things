      *----------------------------------------------------------------*
      *    Catalog extract record (CATXTR) read by PTRDSNRC: the
      *    night's DCOLLECT or LISTCAT output, unloaded to a flat
      *    file by the site's sort step, one record per cataloged
      *    dataset volume plus one per DASD volume.
      *      'D'  dataset: dsname, the volume it is on and catx-state
      *           'MIGRATED' once HSM has it (a volser of MIGRAT, as
      *           LISTCAT shows it, reads the same way); a dataset on
      *           several volumes has one record per volume
      *      'V'  volume: volser and catx-state 'ONLINE' or
      *           'OFFLINE'
      *----------------------------------------------------------------*
       01  cat-extract-record.
           05  catx-type         pic x(01).
           05  filler            pic x(01).
           05  catx-dsname       pic x(44).
           05  filler            pic x(01).
           05  catx-volser       pic x(06).
           05  filler            pic x(01).
           05  catx-state        pic x(08).
