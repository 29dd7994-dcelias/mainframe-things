      *----------------------------------------------------------------*
      *    One-time conversion of a CMDLOG (or CMDLARCH archive)
      *    written in the original 109-byte layout to the current
      *    record (CPYCLOG) that carries the operator id and the
      *    entry origin. The old records never
      *    said who issued the command, so the operator comes out as
      *    '????????' - unknowable, not blank - and the origin is
      *    derived from the text: a 'DISPATCH ' command was written
      *    by CMDDISP ('DSP '), everything else by a validation
      *    ('VAL '). Input CMDLOGI, output CMDLOGO; history is
      *    preserved, nothing is dropped. The converted log is
      *    chained from sequence 1 through Chainput as it is
      *    written, so CHAINVER covers it from the first record.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDCONV.

       FD  CMD-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 151 CHARACTERS.
           COPY CPYCLOG.

       WORKING-STORAGE SECTION.
           05  WCNV-EOF          PIC X(01) VALUE 'N'.
           05  WCNV-READ         PIC 9(06) VALUE ZEROS.

      *    chain area (CHAINPUT): each converted record is chained
      *    onto the one written before it
       01  WCHN-AREA.
           05  WCHN-TRAIL        PIC X(08) VALUE 'CMDLOG  '.
           05  WCHN-ACTION       PIC X(04) VALUE 'CALC'.
           05  WCHN-SEQ          PIC 9(08) VALUE ZEROS.
           05  WCHN-PREV         PIC 9(16) VALUE ZEROS.
           05  WCHN-CHAIN        PIC 9(16) VALUE ZEROS.
           05  WCHN-JOB          PIC X(08) VALUE 'CMDCONV '.
           05  WCHN-RC           PIC S9(04) COMP VALUE ZEROS.

       PROCEDURE DIVISION.

       RTR-PRINCIPAL.
               MOVE 'VAL '      TO CLOG-ORIGIN
           END-IF
           MOVE COLD-COMMAND    TO CLOG-COMMAND
           ADD 1                TO WCHN-SEQ
           MOVE WCHN-SEQ        TO CLOG-SEQ
           CALL 'Chainput' USING WCHN-AREA CMD-LOG-RECORD
           MOVE WCHN-CHAIN      TO CLOG-CHAIN WCHN-PREV
           WRITE CMD-LOG-RECORD.

       END PROGRAM CMDCONV.
