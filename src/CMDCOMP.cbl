      *    log record to the CMDLARCH archive so the audit history
      *    survives in full, and restarts CMDLOG empty. From then on
      *    the sequence check replays only the snapshot plus the tail
      *    written after it. The last record's sequence number and
      *    chain value go to CHAINANC as the log's anchor before the
      *    restart, so the first record sealed afterwards still
      *    chains onto the archived history for CHAINVER.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDCOMP.
       FILE SECTION.
       FD  CMD-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 151 CHARACTERS.
           COPY CPYCLOG.

       FD  CMD-ARCH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 151 CHARACTERS.
       01  CMD-ARCH-RECORD       PIC X(151).

       FD  CMD-SNAP-FILE
           RECORDING MODE IS F
           05  WHIST-VERB        PIC X(08) VALUE SPACES.
           05  WHIST-PROG        PIC X(08) VALUE SPACES.
           05  WHIST-REST        PIC X(80) VALUE SPACES.
           05  WCMP-CHAINED      PIC X(01) VALUE 'N'.

       01  WPRG-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WPRG-OVER             PIC S9(04) COMP VALUE ZEROS.
           05  WLOCK-SINCE       PIC X(21) VALUE SPACES.
           05  WLOCK-RC          PIC S9(04) COMP VALUE ZEROS.

      *    chain area (CHAINPUT): the anchor left for the records
      *    the restart takes off the log
       01  WCHN-AREA.
           05  WCHN-TRAIL        PIC X(08) VALUE 'CMDLOG  '.
           05  WCHN-ACTION       PIC X(04) VALUE 'ANCH'.
           05  WCHN-SEQ          PIC 9(08) VALUE ZEROS.
           05  WCHN-PREV         PIC 9(16) VALUE ZEROS.
           05  WCHN-CHAIN        PIC 9(16) VALUE ZEROS.
           05  WCHN-JOB          PIC X(08) VALUE 'CMDCOMP '.
           05  WCHN-RC           PIC S9(04) COMP VALUE ZEROS.
       01  WCHN-RECORD           PIC X(151) VALUE SPACES.

       PROCEDURE DIVISION.

       RTR-PRINCIPAL.
               GOBACK
           END-IF

      *    without the anchor the records left after the restart
      *    could not be shown to follow the archived ones
           IF  WCMP-CHAINED EQUAL 'Y'
               CALL 'Chainput' USING WCHN-AREA WCHN-RECORD
               IF  WCHN-RC NOT EQUAL ZEROS
                   DISPLAY 'CMDCOMP - CMDLOG anchor not written - '
                           'compaction abandoned, CMDLOG left '
                           'untouched'
                   MOVE 'FREE ' TO WLOCK-ACTION
                   CALL 'Runlock' USING WLOCK-AREA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM RTR-GRAVA-SNAPSHOT
           IF  RETURN-CODE NOT EQUAL ZEROS
               GOBACK
                   MOVE CMD-LOG-RECORD TO CMD-ARCH-RECORD
                   WRITE CMD-ARCH-RECORD
                   ADD 1 TO WCMP-ARCHIVED
                   IF  CLOG-SEQ IS NUMERIC
                   AND CLOG-CHAIN IS NUMERIC
                       MOVE 'Y'        TO WCMP-CHAINED
                       MOVE CLOG-SEQ   TO WCHN-SEQ
                       MOVE CLOG-CHAIN TO WCHN-CHAIN
                   END-IF
                   IF  CLOG-RESULT EQUAL 'PASS'
                       PERFORM RTR-ACUMULA-ESTADO
                   END-IF
