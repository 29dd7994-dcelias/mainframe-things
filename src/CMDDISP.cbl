      *      NONE      called with no parameter at all (PTRSTATS)
      *    A missing DISPRTES degrades to the two compiled-in routes
      *    the dispatcher always had (CPOINTER and PARMS).
      *    Every dispatch is timed: the caller gets back when the
      *    called program ended, the elapsed seconds and the return
      *    code the program set, and the same figures are appended
      *    to the DISPTIME runtime history (CPYDTIM) that CMDSLA
      *    reports against each program's expected duration.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDDISP INITIAL.
           SELECT DISP-ROUTE-FILE ASSIGN TO DISPRTES
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WRTE-STATUS.
           SELECT DISP-TIME-FILE ASSIGN TO DISPTIME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WDTIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMD-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 151 CHARACTERS.
           COPY CPYCLOG.

       FD  DISP-ROUTE-FILE
           05  FILLER            PIC X(01).
           05  ROUTE-PARM        PIC X(20).

       FD  DISP-TIME-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 89 CHARACTERS.
           COPY CPYDTIM.

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WLOG-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WDISP-TEXT        PIC X(80) VALUE SPACES.
           05  WRTE-IX           PIC S9(04) COMP VALUE ZEROS.
           05  WRTE-HIT          PIC S9(04) COMP VALUE ZEROS.
           05  WDTIM-STATUS      PIC X(02) VALUE '00'.
           05  WDISP-STARTED     PIC X(21) VALUE SPACES.
           05  WDISP-STAMP       PIC X(21) VALUE SPACES.
           05  WDISP-DATE-NUM    PIC 9(08) VALUE ZEROS.
           05  WDISP-HH          PIC 9(02) VALUE ZEROS.
           05  WDISP-MI          PIC 9(02) VALUE ZEROS.
           05  WDISP-SS          PIC 9(02) VALUE ZEROS.
           05  WDISP-SECS        PIC S9(11) COMP VALUE ZEROS.
           05  WDISP-SECS-FROM   PIC S9(11) COMP VALUE ZEROS.
       01  WS-PARMS-AREA.
           05  WPARMS-LEN        PIC S9(04) COMP.
           05  WPARMS-TEXT       PIC X(100).

      *    run-lock area (RUNLOCK): the dispatch log entry runs
      *    under the CMDLOG lock so it can never interleave with
      *    CMDCOMP's read-and-restart or LOGRETN's roll - the
      *    write waits up to WLOCK-WAIT seconds for either to
      *    finish, and only a lock still held after that skips the
      *    record with a warning rather than racing it
       01  WLOCK-AREA.
           05  WLOCK-RESOURCE    PIC X(08) VALUE SPACES.
           05  WLOCK-ACTION      PIC X(05) VALUE SPACES.
           05  WLOCK-HOLDER      PIC X(08) VALUE SPACES.
           05  WLOCK-SINCE       PIC X(21) VALUE SPACES.
           05  WLOCK-RC          PIC S9(04) COMP VALUE ZEROS.
           05  WLOCK-WAIT        PIC 9(04) VALUE 60.

      *    chain area (CHAINPUT): the dispatch record is sealed
      *    under the CMDLOG lock, chained onto the log's last record
       01  WCHN-AREA.
           05  WCHN-TRAIL        PIC X(08) VALUE 'CMDLOG  '.
           05  WCHN-ACTION       PIC X(04) VALUE 'SEAL'.
           05  WCHN-SEQ          PIC 9(08) VALUE ZEROS.
           05  WCHN-PREV         PIC 9(16) VALUE ZEROS.
           05  WCHN-CHAIN        PIC 9(16) VALUE ZEROS.
           05  WCHN-JOB          PIC X(08) VALUE 'CMDDISP '.
           05  WCHN-RC           PIC S9(04) COMP VALUE ZEROS.

       01  WRTE-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WRTE-TAB.
      *    for the POINTERW shape - spaces fall back to the route's
      *    own default
           05  LS-DISP-OPERAND   PIC X(40).
      *    handed back: when the called program gave control back,
      *    the elapsed seconds and the return code it set (zero for
      *    STOP/CANCEL and for a dispatch that ran nothing)
           05  LS-DISP-ENDED     PIC X(21).
           05  LS-DISP-ELAPSED   PIC 9(07).
           05  LS-DISP-PROG-RC   PIC S9(04) COMP.

       PROCEDURE DIVISION USING LS-DISPATCH-AREA.

           PERFORM RTR-CARREGA-ROTAS

           MOVE 'NONE' TO LS-DISP-RESULT
           MOVE ZEROS  TO LS-DISP-PROG-RC
           MOVE FUNCTION CURRENT-DATE TO WDISP-STARTED
           EVALUATE LS-DISP-VERB
               WHEN 'RUN'
               WHEN 'START'
                            LS-DISP-VERB
           END-EVALUATE

           PERFORM RTR-MEDE-DURACAO
           PERFORM RTR-GRAVA-LOG
           PERFORM RTR-GRAVA-TEMPO
           GOBACK.

       RTR-CARREGA-ROTAS.
                        PERFORM RTR-ROTA-PARMTEXT
                   WHEN 'NONE    '
                        CALL WRTE-CALL(WRTE-HIT)
                        MOVE RETURN-CODE TO LS-DISP-PROG-RC
                        MOVE 'OK  ' TO LS-DISP-RESULT
                   WHEN OTHER
                        DISPLAY 'CMDDISP - Route for '
               MOVE 'Y' TO USE-VSAM
           END-IF
           CALL WRTE-CALL(WRTE-HIT) USING POINTERW-AREA LIST-ITEM
           MOVE RETURN-CODE TO LS-DISP-PROG-RC
           MOVE 'OK  ' TO LS-DISP-RESULT
      *    CMDDISP is INITIAL, so this work area (and the
      *    pool heap anchored in it) dies at GOBACK - free
           MOVE SPACES TO WPARMS-TEXT
           MOVE WOPR-PARM TO WPARMS-TEXT
           CALL WRTE-CALL(WRTE-HIT) USING WS-PARMS-AREA
           MOVE RETURN-CODE TO LS-DISP-PROG-RC
           IF  WPARMS-ERROR EQUAL 'Y'
               MOVE 'FAIL' TO LS-DISP-RESULT
           ELSE
           END-IF
           MOVE WOPR-PARM(1 : 20) TO WTEXT-PARM
           CALL WRTE-CALL(WRTE-HIT) USING WS-TEXT-AREA
           MOVE RETURN-CODE TO LS-DISP-PROG-RC
           IF  RETURN-CODE EQUAL ZEROS
               MOVE 'OK  ' TO LS-DISP-RESULT
           ELSE
                   ' flagged as ended by ' LS-DISP-VERB
           MOVE 'END ' TO LS-DISP-RESULT.

       RTR-MEDE-DURACAO.
      *    wall-clock seconds from the dispatch start to now, as
      *    seconds since day 1 of the date integer so a run that
      *    crosses midnight (or several) still measures right
           MOVE FUNCTION CURRENT-DATE TO LS-DISP-ENDED
           MOVE WDISP-STARTED TO WDISP-STAMP
           PERFORM RTR-CALCULA-SEGUNDOS
           MOVE WDISP-SECS TO WDISP-SECS-FROM
           MOVE LS-DISP-ENDED TO WDISP-STAMP
           PERFORM RTR-CALCULA-SEGUNDOS
           IF  WDISP-SECS LESS WDISP-SECS-FROM
               MOVE ZEROS TO LS-DISP-ELAPSED
           ELSE
               COMPUTE LS-DISP-ELAPSED = WDISP-SECS - WDISP-SECS-FROM
           END-IF.

       RTR-CALCULA-SEGUNDOS.
           MOVE WDISP-STAMP(1 : 8)  TO WDISP-DATE-NUM
           MOVE WDISP-STAMP(9 : 2)  TO WDISP-HH
           MOVE WDISP-STAMP(11 : 2) TO WDISP-MI
           MOVE WDISP-STAMP(13 : 2) TO WDISP-SS
           COMPUTE WDISP-SECS =
                   FUNCTION INTEGER-OF-DATE(WDISP-DATE-NUM) * 86400
                 + WDISP-HH * 3600 + WDISP-MI * 60 + WDISP-SS.

       RTR-GRAVA-TEMPO.
      *    the runtime history is append-only and written by nobody
      *    else, so no lock - an unavailable dataset costs the
      *    record, never the dispatch
           MOVE SPACES            TO DISP-TIME-RECORD
           MOVE WDISP-STARTED     TO DTIM-STARTED
           MOVE LS-DISP-ENDED     TO DTIM-ENDED
           MOVE LS-DISP-ELAPSED   TO DTIM-ELAPSED
           MOVE LS-DISP-PROG-RC   TO DTIM-PROG-RC
           MOVE LS-DISP-RESULT    TO DTIM-RESULT
           MOVE LS-DISP-VERB      TO DTIM-VERB
           MOVE LS-DISP-PROGRAM   TO DTIM-PROGRAM
           MOVE LS-DISP-OPERATOR  TO DTIM-OPERATOR
           OPEN EXTEND DISP-TIME-FILE
           IF  WDTIM-STATUS EQUAL '35'
               OPEN OUTPUT DISP-TIME-FILE
           END-IF
           IF  WDTIM-STATUS NOT EQUAL '00'
               DISPLAY 'CMDDISP - Warning: DISPTIME unavailable - '
                       'status ' WDTIM-STATUS ' - runtime not recorded'
           ELSE
               WRITE DISP-TIME-RECORD
               CLOSE DISP-TIME-FILE
           END-IF.

       RTR-GRAVA-LOG.
           MOVE SPACES                TO CMD-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO CLOG-TIMESTAMP
           MOVE WDISP-TEXT            TO CLOG-COMMAND

           MOVE 'CMDLOG  ' TO WLOCK-RESOURCE
           MOVE 'WAIT '    TO WLOCK-ACTION
           MOVE 'CMDDISP ' TO WLOCK-JOB
           CALL 'Runlock' USING WLOCK-AREA
           IF  WLOCK-RC NOT EQUAL ZEROS
               DISPLAY 'CMDDISP - CMDLOG locked by ' WLOCK-HOLDER
                       ' - dispatch record not logged'
           ELSE
               CALL 'Chainput' USING WCHN-AREA CMD-LOG-RECORD
               OPEN EXTEND CMD-LOG-FILE
               IF  WLOG-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT CMD-LOG-FILE
