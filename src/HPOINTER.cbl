       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

      *    one archive record per purged cluster record: the purge
      *    date plus the record exactly as deleted, payload and all
       fd  Ptr-Arch-File
           record contains 144 characters.
       01  ptr-arch-record.
           05  parc-purge-date   pic x(08).
           05  filler            pic x(01).
           05  parc-vsam-record  pic x(135).

      *    same directory record CPOINTER's save maintains - the
      *    purge brings the counts down to what it left behind
