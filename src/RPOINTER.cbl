       data division.
       file section.
       fd  Ptr-Arch-File
           record contains 144 characters.
       01  ptr-arch-record.
           05  parc-purge-date   pic x(08).
           05  filler            pic x(01).
           05  parc-vsam-record  pic x(135).

       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

       working-storage section.
       01  wrs-wanted        pic  x(1) value 'n'.
      *    the archive record redefined into the cluster layout so
      *    the payload goes back byte for byte as it was purged
       01  wrs-record        pic  x(135) value spaces.
       01  filler redefines wrs-record.
           05  wrs-key.
               10  wrs-key-list
                                 pic x(08).
               10  wrs-key-item
                                 pic x(08).
           05  filler            pic x(119).
       01  Wlock-area.
           05  Wlock-resource
                             pic  x(08) value spaces.
