      *----------------------------------------------------------------*
      *    CMDJRNL execution-journal record, written by CMDEXEC and
      *    read by CMDRECON. Each schedule command leaves a start
      *    record (CJRN-DISP-RESULT 'STRT') before it is validated
      *    and its final record once RETSPACE and CMDDISP have
      *    answered - a command with a start record and no final
      *    one is the command that was in flight when the executor
      *    died. Executor-level markers share the layout with a
      *    blank planned time: 'BEGN' opens a night's run, 'RSTR'
      *    says the night was resumed from this journal, and 'HOLD'
      *    records an in-doubt command left for an operator
      *    decision instead of being run again.
      *    A dispatched command's final record also carries when the
      *    called program gave control back, the elapsed seconds of
      *    the dispatch and the program's own return code, signed
      *    with a leading sign byte since a program may end negative
      *    (spaces and zeros on every other record).
      *----------------------------------------------------------------*
       01  CMD-JRNL-RECORD.
           05  CJRN-PLANNED      PIC X(04).
           05  FILLER            PIC X(01).
           05  CJRN-STARTED      PIC X(21).
           05  FILLER            PIC X(01).
           05  CJRN-VALID-RC     PIC 9(04).
           05  FILLER            PIC X(01).
           05  CJRN-DISP-RESULT  PIC X(04).
           05  FILLER            PIC X(01).
           05  CJRN-COMMAND      PIC X(80).
           05  FILLER            PIC X(01).
           05  CJRN-ENDED        PIC X(14).
           05  FILLER            PIC X(01).
           05  CJRN-ELAPSED      PIC 9(07).
           05  FILLER            PIC X(01).
           05  CJRN-PROG-RC      PIC S9(04) SIGN LEADING SEPARATE.
