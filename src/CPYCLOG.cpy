      *    ('VAL ') or dispatch ('DSP '). CMDCONV converts a log
      *    written in the old 109-byte layout so history is not
      *    lost at the changeover.
      *    CLOG-SEQ and CLOG-CHAIN make the log tamper-evident: each
      *    writer has Chainput seal the record just before the
      *    WRITE, chaining it to the one before (see CHAINPUT), and
      *    CHAINVER proves the trail intact. CHAINSET seals a log
      *    carried over from the 125-byte layout.
      *----------------------------------------------------------------*
       01  CMD-LOG-RECORD.
           05  CLOG-TIMESTAMP    PIC X(21).
           05  CLOG-ORIGIN       PIC X(04).
           05  FILLER            PIC X(02).
           05  CLOG-COMMAND      PIC X(80).
           05  FILLER            PIC X(01).
           05  CLOG-SEQ          PIC 9(08).
           05  FILLER            PIC X(01).
           05  CLOG-CHAIN        PIC 9(16).
