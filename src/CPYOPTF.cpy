      *----------------------------------------------------------------*
      *    Options-file extract (OPTFILES) read by Parms for the
      *    steps whose PARM says OPTFILE and keeps the real options
      *    in the SYSOPTF dataset. One record per SYSOPTF card, in
      *    card order, keyed one of three ways:
      *      'S'  Optf-Key is a step name, Optf-Text a card of that
      *           step's options
      *      'D'  Optf-Key is a SYSOPTF dataset name, Optf-Text a
      *           card of that dataset - shared by every step that
      *           points at it
      *      'L'  Optf-Key is a step name, Optf-Text the dataset its
      *           SYSOPTF DD names (its cards come from the 'D'
      *           records)
      *    A step's own 'S' cards win over a dataset link. A card
      *    with '*' in column 1 of Optf-Text is a comment.
      *----------------------------------------------------------------*
       01  Optf-Record.
           05  Optf-Type         Pic  X(01).
           05  Filler            Pic  X(01).
           05  Optf-Key          Pic  X(44).
           05  Filler            Pic  X(01).
           05  Optf-Text         Pic  X(72).
           05  Filler            Pic  X(01).
