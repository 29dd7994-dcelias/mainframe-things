      *----------------------------------------------------------------*
      *    Dispatch runtime record appended to the DISPTIME history
      *    by CMDDISP for every dispatch it makes, whoever asked for
      *    it (CMDEXEC, UTILMENU, QPOINTER): when the called program
      *    was started and when it gave control back, the elapsed
      *    wall-clock seconds between the two, and the return code
      *    the program itself set (signed, a leading sign byte -
      *    a program may end negative) - the CMDLOG dispatch entry only
      *    says that a dispatch happened. CMDSLA reads the history
      *    against the RUNEXPCT expectations.
      *----------------------------------------------------------------*
       01  DISP-TIME-RECORD.
           05  DTIM-STARTED      PIC X(21).
           05  FILLER            PIC X(01).
           05  DTIM-ENDED        PIC X(21).
           05  FILLER            PIC X(01).
           05  DTIM-ELAPSED      PIC 9(07).
           05  FILLER            PIC X(01).
           05  DTIM-PROG-RC      PIC S9(04) SIGN LEADING SEPARATE.
           05  FILLER            PIC X(01).
           05  DTIM-RESULT       PIC X(04).
           05  FILLER            PIC X(01).
           05  DTIM-VERB         PIC X(08).
           05  FILLER            PIC X(01).
           05  DTIM-PROGRAM      PIC X(08).
           05  FILLER            PIC X(01).
           05  DTIM-OPERATOR     PIC X(08).
