      *----------------------------------------------------------------*
      *    One record on the HANDLOG shift handover journal, kept by
      *    Hndmaint and reported by Hndrpt. The journal is only ever
      *    appended to; what is open, carried or acknowledged is
      *    worked out by reading it front to back. Hand-Type says
      *    what the record is:
      *      H - a handover: Hand-Id is its number, Hand-Operator
      *          the outgoing operator, Hand-Attention the cover
      *          sheet's attention flag when it was written (Y, N,
      *          U when no cover sheet could be read), Hand-Text
      *          the outgoing shift's general note;
      *      O - an open item raised on handover Hand-Id: item
      *          number, category (CMD, LIST, LOCK, FIND, OTHR),
      *          reference (the command, list, lock or finding it
      *          is about) and the free text;
      *      F - an open item carried forward onto handover
      *          Hand-Id, with its category, reference and text
      *          repeated so each handover reads on its own;
      *      A - handover Hand-Id acknowledged by Hand-Operator,
      *          the incoming operator, at Hand-Stamp;
      *      C - item Hand-Item closed by Hand-Operator, Hand-Text
      *          the resolution note.
      *----------------------------------------------------------------*
       01  Handover-Record.
           05  Hand-Type         Pic  X(01).
           05  Filler            Pic  X(01).
           05  Hand-Id           Pic  9(06).
           05  Filler            Pic  X(01).
           05  Hand-Item         Pic  9(06).
           05  Filler            Pic  X(01).
           05  Hand-Stamp        Pic  X(21).
           05  Filler            Pic  X(01).
           05  Hand-Operator     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Hand-Category     Pic  X(04).
           05  Filler            Pic  X(01).
           05  Hand-Reference    Pic  X(20).
           05  Filler            Pic  X(01).
           05  Hand-Attention    Pic  X(01).
           05  Filler            Pic  X(01).
           05  Hand-Text         Pic  X(60).
