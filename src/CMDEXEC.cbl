      *    each command's planned time, validates it live through
      *    RETSPACE (no dry-run flag, so authority, inventory and
      *    sequence all apply), dispatches it through CMDDISP, and
      *    journals each command on CMDJRNL (CPYJRNL) - a start
      *    record before it is issued, then a record with the
      *    planned time, the actual start timestamp and both
      *    results. No more operator keying commands one at a time
      *    into UTILMENU option 3 - and no more skipped or
      *    time belong to the far side of midnight. The wait polls
      *    the TOD clock; ends with return code 8 when any command
      *    was refused or failed to dispatch.
      *    PARM 'RESTART' resumes a night that died partway: the
      *    journal is read back from the night's 'BEGN' marker, every
      *    schedule command already journaled with a final result is
      *    skipped, and the run picks up at the first command that
      *    never started. A command with a start record but no
      *    outcome may or may not have run - it is journaled 'HOLD'
      *    for an operator decision, never re-issued blindly, and
      *    the run ends with return code 4 if nothing else failed.
      *    A command whose start record cannot be journaled (CMDJRNL
      *    held or unavailable) is not issued at all - it counts
      *    toward return code 8 and a restart runs it.
      *    The restart itself goes on the journal as an 'RSTR'
      *    marker so CMDRECON can tell a resumed night from a clean
      *    one.
      *    A schedule record may end with a predecessor clause,
      *    'AFTER(PROG1:OK,PROG2:ANY)', naming up to five programs
      *    run earlier on the schedule and the outcome each must
      *    have had: OK (validated and dispatched OK - the default
      *    when no condition is given) or ANY (just finished, however
      *    it went). A program named twice on the schedule means its
      *    nearest earlier run. A command whose predecessors did not
      *    deliver is not issued - it is journaled 'PRED' (NOT RUN -
      *    PREDECESSOR), which in turn holds everything downstream
      *    of it, and counts toward return code 8. The clause is the
      *    executor's business only: RETSPACE, CMDLOG and the
      *    journal see the command without it.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDEXEC.

       FD  CMD-JRNL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 146 CHARACTERS.
           COPY CPYJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WEXE-CMD-TEXT     PIC X(80) VALUE SPACES.
           05  WEXE-CMD-LEN      PIC S9(04) COMP VALUE ZEROS.
           05  WEXE-VALID-RC     PIC 9(04) VALUE ZEROS.
           05  WEXE-MODE         PIC X(01) VALUE 'N'.
           05  WEXE-ACTION       PIC X(01) VALUE SPACES.
           05  WEXE-WANT         PIC X(01) VALUE SPACES.
           05  WEXE-SKIPPED      PIC 9(04) VALUE ZEROS.
           05  WEXE-INDOUBT      PIC 9(04) VALUE ZEROS.
           05  WEXE-ROLLED       PIC X(01) VALUE 'N'.
           05  WEXE-BEGIN-TS     PIC X(21) VALUE SPACES.
           05  WEXE-JRNL-RESULT  PIC X(04) VALUE SPACES.
           05  WEXE-JRNL-ENDED   PIC X(14) VALUE SPACES.
           05  WEXE-JRNL-ELAPSED PIC 9(07) VALUE ZEROS.
           05  WEXE-JRNL-PROG-RC PIC S9(04) VALUE ZEROS.
           05  WEXE-JRNL-WRITTEN PIC X(01) VALUE 'N'.
           05  WEXE-IX           PIC S9(04) COMP VALUE ZEROS.
           05  WEXE-HIT          PIC S9(04) COMP VALUE ZEROS.
           05  WEXE-HELD         PIC 9(04) VALUE ZEROS.
           05  WEXE-OUTCOME      PIC X(01) VALUE SPACES.
           05  WEXE-AFTER        PIC X(72) VALUE SPACES.
           05  WEXE-AFTER-POS    PIC S9(04) COMP VALUE ZEROS.
           05  WEXE-AFTER-LEN    PIC S9(04) COMP VALUE ZEROS.
           05  WEXE-PK           PIC S9(04) COMP VALUE ZEROS.
           05  WEXE-PJ           PIC S9(04) COMP VALUE ZEROS.
           05  WEXE-PRED-MISS    PIC X(08) VALUE SPACES.
           05  WEXE-REST         PIC X(80) VALUE SPACES.
           05  WEXE-PITEMS.
               10  WEXE-PITEM    PIC X(14) OCCURS 5 TIMES.
      *    the wait sleeps between clock polls via the LE delay
      *    service; the feedback code is not inspected - a delay
      *    that fails just polls again sooner
           05  WDLY-SECS         PIC S9(09) BINARY VALUE 15.
           05  WDLY-FC           PIC X(12) VALUE LOW-VALUES.

      *    the night's schedule, one entry per command in schedule
      *    order. WSCH-STATE is the restart view of what the journal
      *    says became of it - blank never started, 'S' started with
      *    no outcome, 'F' journaled with a final result.
      *    WSCH-OUTCOME is what the predecessor conditions test -
      *    'O' ended OK, 'F' refused or failed, 'P' held for its own
      *    predecessors, 'H' held in doubt at a restart, blank not
      *    reached yet. WSCH-PRED-IX is the schedule entry each
      *    predecessor name resolved to, zero when none runs it.
       01  WSCH-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WSCH-OVER             PIC S9(04) COMP VALUE ZEROS.
       01  WSCH-TAB.
           05  WSCH-ENTRY OCCURS 200 TIMES.
               10  WSCH-PLANNED  PIC X(04).
               10  WSCH-CMD      PIC X(80).
               10  WSCH-STATE    PIC X(01).
               10  WSCH-STAMP    PIC X(21).
               10  WSCH-PROG     PIC X(08).
               10  WSCH-OUTCOME  PIC X(01).
               10  WSCH-PRED-CNT PIC S9(04) COMP.
               10  WSCH-PRED OCCURS 5 TIMES.
                   15  WSCH-PRED-NAME PIC X(08).
                   15  WSCH-PRED-COND PIC X(03).
                   15  WSCH-PRED-IX   PIC S9(04) COMP.

       01  LS-RETSPACE-AREA.
           05  LS-RETSPACE-LEN   PIC S9(04) COMP.
           05  LS-RETSPACE-TEXT  PIC X(80).
           05  LS-DISP-RESULT    PIC X(04).
           05  LS-DISP-OPERATOR  PIC X(08).
           05  LS-DISP-OPERAND   PIC X(40).
           05  LS-DISP-ENDED     PIC X(21).
           05  LS-DISP-ELAPSED   PIC 9(07).
           05  LS-DISP-PROG-RC   PIC S9(04) COMP.

      *    run-lock area (RUNLOCK): each journal record is written
      *    under a claim on CMDJRNL, the lock LOGRETN rolls the
      *    journal under
       01  WLOCK-AREA.
           05  WLOCK-RESOURCE    PIC X(08) VALUE SPACES.
           05  WLOCK-ACTION      PIC X(05) VALUE SPACES.
           05  WLOCK-JOB         PIC X(08) VALUE 'CMDEXEC'.
           05  WLOCK-HOLDER      PIC X(08) VALUE SPACES.
           05  WLOCK-SINCE       PIC X(21) VALUE SPACES.
           05  WLOCK-RC          PIC S9(04) COMP VALUE ZEROS.
           05  WLOCK-WAIT        PIC 9(04) VALUE 60.
       01  WLOCK-SAVE-RC         PIC S9(04) COMP VALUE ZEROS.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT      PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       RTR-PRINCIPAL.
           DISPLAY ' '
           MOVE FUNCTION CURRENT-DATE TO WEXE-NOW
           MOVE WEXE-NOW(9 : 4) TO WEXE-START-HHMM

           PERFORM RTR-CARREGA-AGENDA
           IF  RETURN-CODE NOT EQUAL ZEROS
               GOBACK
           END-IF

           IF  LS-PARM-LEN NOT LESS 7 AND
               LS-PARM-TEXT(1 : 7) EQUAL 'RESTART'
               MOVE 'R' TO WEXE-MODE
               DISPLAY 'CMDEXEC - Restart mode - resuming from CMDJRNL'
               PERFORM RTR-PREPARA-RETOMADA
               IF  RETURN-CODE NOT EQUAL ZEROS
                   GOBACK
               END-IF
               MOVE 'RSTR' TO WEXE-JRNL-RESULT
               MOVE 'CMDEXEC RESTART - NIGHT RESUMED FROM CMDJRNL'
                 TO WEXE-CMD-TEXT
           ELSE
               MOVE 'BEGN' TO WEXE-JRNL-RESULT
               MOVE 'CMDEXEC SCHEDULE RUN STARTED' TO WEXE-CMD-TEXT
           END-IF
           MOVE SPACES TO WEXE-PLANNED
           MOVE ZEROS  TO WEXE-VALID-RC
           MOVE FUNCTION CURRENT-DATE TO WEXE-NOW
           PERFORM RTR-GRAVA-JORNAL

           MOVE 'N' TO WEXE-EOF
           OPEN INPUT CMD-SCHED-FILE
           IF  WSCHED-STATUS NOT EQUAL '00'
               DISPLAY 'CMDEXEC - Unable to open CMDSCHED - status '
           DISPLAY ' '
           DISPLAY 'CMDEXEC - Schedule run: ' WEXE-CMDS
                   ' commands, ' WEXE-FAILED ' refused or failed'
           IF  WEXE-MODE EQUAL 'R'
               DISPLAY 'CMDEXEC - Restart: ' WEXE-SKIPPED
                       ' already journaled and skipped, '
                       WEXE-INDOUBT ' in doubt held for the operator'
           END-IF
           IF  WEXE-HELD GREATER ZEROS
               DISPLAY 'CMDEXEC - ' WEXE-HELD ' command(s) not run - '
                       'predecessor conditions not met'
           END-IF
           IF  WEXE-FAILED GREATER ZEROS OR
               WEXE-HELD GREATER ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WEXE-INDOUBT GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY '==============================================='
           GOBACK.
               SCHED-COMMAND(5 : 1) EQUAL SPACE
               MOVE SCHED-COMMAND(1 : 4)  TO WEXE-PLANNED
               MOVE SCHED-COMMAND(6 : 75) TO WEXE-CMD-TEXT
           ELSE
               MOVE SCHED-COMMAND TO WEXE-CMD-TEXT
           END-IF
           PERFORM RTR-SEPARA-CONDICAO

           MOVE 'R' TO WEXE-ACTION
           IF  WEXE-MODE EQUAL 'R'
               PERFORM RTR-VERIFICA-RETOMADA
           END-IF
           IF  WEXE-ACTION EQUAL 'R'
               PERFORM RTR-VERIFICA-PREDECESSOR
           END-IF
           EVALUATE WEXE-ACTION
               WHEN 'S'
                    ADD 1 TO WEXE-SKIPPED
                    DISPLAY 'CMDEXEC - Already journaled, skipped: '
                            WEXE-CMD-TEXT
               WHEN 'H'
                    PERFORM RTR-RETEM-INDECISO
               WHEN 'P'
                    PERFORM RTR-RETEM-PREDECESSOR
               WHEN OTHER
                    PERFORM RTR-RODA-COMANDO
           END-EVALUATE.

       RTR-RODA-COMANDO.
           IF  WEXE-PLANNED NOT EQUAL SPACES
               PERFORM RTR-ESPERA-HORARIO
           END-IF

           MOVE ZEROS TO WEXE-CMD-LEN
           INSPECT WEXE-CMD-TEXT TALLYING WEXE-CMD-LEN
           DISPLAY ' '
           DISPLAY 'CMDEXEC - ' WEXE-NOW(9 : 6) ' running: '
                   WEXE-CMD-TEXT
      *    the start record goes down before anything is issued, so
      *    a restart can tell a command that never started from one
      *    that was in flight when the night died
           MOVE ZEROS  TO WEXE-VALID-RC
           MOVE 'STRT' TO WEXE-JRNL-RESULT
           PERFORM RTR-GRAVA-JORNAL
           IF  WEXE-JRNL-WRITTEN EQUAL 'Y'
               PERFORM RTR-DESPACHA-COMANDO
           ELSE
               PERFORM RTR-RECUSA-SEM-JORNAL
           END-IF.

       RTR-DESPACHA-COMANDO.
           MOVE WEXE-CMD-LEN  TO LS-RETSPACE-LEN
           MOVE WEXE-CMD-TEXT TO LS-RETSPACE-TEXT
           MOVE SPACES        TO LS-RETSPACE-PROG
               MOVE LS-RETSPACE-OPND TO LS-DISP-OPERAND
               CALL 'CMDDISP' USING LS-DISPATCH-AREA
               DISPLAY 'CMDEXEC - Dispatch result: ' LS-DISP-RESULT
                       ' - program return code ' LS-DISP-PROG-RC
                       ', ' LS-DISP-ELAPSED ' second(s)'
               IF  LS-DISP-RESULT EQUAL 'FAIL' OR 'NONE'
                   ADD 1 TO WEXE-FAILED
               END-IF
               MOVE LS-DISP-ENDED(1 : 14) TO WEXE-JRNL-ENDED
               MOVE LS-DISP-ELAPSED       TO WEXE-JRNL-ELAPSED
               MOVE LS-DISP-PROG-RC       TO WEXE-JRNL-PROG-RC
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE LS-DISP-RESULT TO WEXE-JRNL-RESULT
           PERFORM RTR-GRAVA-JORNAL
           PERFORM RTR-AVALIA-RESULTADO
           IF  WEXE-CMDS NOT GREATER WSCH-CNT
               MOVE WEXE-OUTCOME TO WSCH-OUTCOME(WEXE-CMDS)
           END-IF.

       RTR-RECUSA-SEM-JORNAL.
      *    no start record, no command: issued without one, a night
      *    that died before its outcome was journaled would leave a
      *    restart nothing to hold it on, and it would run twice.
      *    Not issued, it is simply a command that never started -
      *    counted as refused, and a restart picks it up.
           ADD 1 TO WEXE-FAILED
           DISPLAY 'CMDEXEC - NOT RUN - start record could not be '
                   'journaled: ' WEXE-CMD-TEXT
           IF  WEXE-CMDS NOT GREATER WSCH-CNT
               MOVE 'F' TO WSCH-OUTCOME(WEXE-CMDS)
           END-IF.

       RTR-CARREGA-AGENDA.
      *    The whole schedule is read up front so each command's
      *    predecessor names can be resolved to schedule entries
      *    before the first one runs
           OPEN INPUT CMD-SCHED-FILE
           IF  WSCHED-STATUS NOT EQUAL '00'
               DISPLAY 'CMDEXEC - Unable to open CMDSCHED - status '
                       WSCHED-STATUS ' - nothing to run'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WEXE-EOF
           PERFORM UNTIL WEXE-EOF EQUAL 'Y'
               READ CMD-SCHED-FILE
                   AT END
                   MOVE 'Y' TO WEXE-EOF
               END-READ
               IF  WEXE-EOF NOT EQUAL 'Y' AND
                   SCHED-COMMAND NOT EQUAL SPACES
                   PERFORM RTR-GUARDA-AGENDADO
               END-IF
           END-PERFORM
           CLOSE CMD-SCHED-FILE
           IF  WSCH-OVER GREATER ZEROS
               DISPLAY 'CMDEXEC - Warning: ' WSCH-OVER
                       ' schedule records beyond the 200-entry '
                       'table - any predecessor condition on them '
                       'cannot be checked and holds the command'
           END-IF

           PERFORM VARYING WEXE-IX FROM 1 BY 1
                     UNTIL WEXE-IX GREATER WSCH-CNT
               PERFORM VARYING WEXE-PK FROM 1 BY 1
                         UNTIL WEXE-PK GREATER WSCH-PRED-CNT(WEXE-IX)
                   PERFORM RTR-RESOLVE-PREDECESSOR
               END-PERFORM
           END-PERFORM
           MOVE 0 TO RETURN-CODE.

       RTR-RESOLVE-PREDECESSOR.
      *    nearest earlier entry running the named program; failing
      *    that the first later one, which can never have finished
      *    in time and so holds the dependent (PRESUBMT rejects such
      *    a schedule at 6 PM)
           MOVE 0 TO WEXE-HIT
           PERFORM VARYING WEXE-PJ FROM WEXE-IX BY -1
                     UNTIL WEXE-PJ LESS 1 OR WEXE-HIT GREATER 0
               IF  WEXE-PJ LESS WEXE-IX AND
                   WSCH-PROG(WEXE-PJ) EQUAL
                   WSCH-PRED-NAME(WEXE-IX WEXE-PK)
                   MOVE WEXE-PJ TO WEXE-HIT
               END-IF
           END-PERFORM
           PERFORM VARYING WEXE-PJ FROM WEXE-IX BY 1
                     UNTIL WEXE-PJ GREATER WSCH-CNT
                        OR WEXE-HIT GREATER 0
               IF  WEXE-PJ GREATER WEXE-IX AND
                   WSCH-PROG(WEXE-PJ) EQUAL
                   WSCH-PRED-NAME(WEXE-IX WEXE-PK)
                   MOVE WEXE-PJ TO WEXE-HIT
               END-IF
           END-PERFORM
           MOVE WEXE-HIT TO WSCH-PRED-IX(WEXE-IX WEXE-PK).

       RTR-SEPARA-CONDICAO.
      *    splits a trailing ' AFTER(...)' clause off WEXE-CMD-TEXT
      *    into WEXE-AFTER - the command itself is validated and
      *    journaled without it
           MOVE SPACES TO WEXE-AFTER
           MOVE ZEROS  TO WEXE-AFTER-POS
           INSPECT WEXE-CMD-TEXT TALLYING WEXE-AFTER-POS
                   FOR CHARACTERS BEFORE INITIAL ' AFTER('
           IF  WEXE-AFTER-POS LESS 80
               COMPUTE WEXE-AFTER-LEN = 80 - WEXE-AFTER-POS - 7
               IF  WEXE-AFTER-LEN GREATER ZEROS
                   MOVE WEXE-CMD-TEXT(WEXE-AFTER-POS + 8 :
                                      WEXE-AFTER-LEN)
                     TO WEXE-AFTER
               END-IF
               MOVE SPACES TO WEXE-CMD-TEXT(WEXE-AFTER-POS + 1 :)
           END-IF.

       RTR-VERIFICA-PREDECESSOR.
      *    every named predecessor must have reached the outcome its
      *    condition asks for by the time this command's turn comes
           MOVE SPACES TO WEXE-PRED-MISS
           IF  WEXE-CMDS GREATER WSCH-CNT
               IF  WEXE-AFTER NOT EQUAL SPACES
                   MOVE 'P'        TO WEXE-ACTION
                   MOVE '(TABLE)'  TO WEXE-PRED-MISS
               END-IF
           ELSE
               PERFORM VARYING WEXE-PK FROM 1 BY 1
                         UNTIL WEXE-PK GREATER WSCH-PRED-CNT(WEXE-CMDS)
                            OR WEXE-ACTION EQUAL 'P'
                   MOVE WSCH-PRED-IX(WEXE-CMDS WEXE-PK) TO WEXE-PJ
                   IF  WEXE-PJ EQUAL ZEROS
                       MOVE 'P' TO WEXE-ACTION
                   ELSE
                       IF  WSCH-OUTCOME(WEXE-PJ) EQUAL SPACES
                           MOVE 'P' TO WEXE-ACTION
                       END-IF
                       IF  WSCH-PRED-COND(WEXE-CMDS WEXE-PK)
                           NOT EQUAL 'ANY' AND
                           WSCH-OUTCOME(WEXE-PJ) NOT EQUAL 'O'
                           MOVE 'P' TO WEXE-ACTION
                       END-IF
                   END-IF
                   IF  WEXE-ACTION EQUAL 'P'
                       MOVE WSCH-PRED-NAME(WEXE-CMDS WEXE-PK)
                         TO WEXE-PRED-MISS
                   END-IF
               END-PERFORM
           END-IF.

       RTR-RETEM-PREDECESSOR.
           ADD 1 TO WEXE-HELD
           DISPLAY ' '
           DISPLAY 'CMDEXEC - NOT RUN - PREDECESSOR ' WEXE-PRED-MISS
                   ' did not deliver: ' WEXE-CMD-TEXT
           MOVE FUNCTION CURRENT-DATE TO WEXE-NOW
           MOVE ZEROS  TO WEXE-VALID-RC
           MOVE 'PRED' TO WEXE-JRNL-RESULT
           PERFORM RTR-GRAVA-JORNAL
           IF  WEXE-CMDS NOT GREATER WSCH-CNT
               MOVE 'P' TO WSCH-OUTCOME(WEXE-CMDS)
           END-IF.

       RTR-AVALIA-RESULTADO.
      *    the outcome a predecessor condition tests: OK only when
      *    RETSPACE passed it and CMDDISP came back OK (or END)
           EVALUATE TRUE
               WHEN WEXE-JRNL-RESULT EQUAL 'PRED'
                    MOVE 'P' TO WEXE-OUTCOME
               WHEN WEXE-VALID-RC EQUAL ZEROS AND
                   (WEXE-JRNL-RESULT EQUAL 'OK  ' OR 'END ')
                    MOVE 'O' TO WEXE-OUTCOME
               WHEN OTHER
                    MOVE 'F' TO WEXE-OUTCOME
           END-EVALUATE.

       RTR-PREPARA-RETOMADA.
      *    Replays the journal over the schedule table. A 'BEGN'
      *    marker opens a night's run and wipes what earlier nights
      *    left on the table, so only tonight's records count; a
      *    start record claims the first never-started entry with
      *    the same planned time and text, and a final record closes
      *    the entry it started (or, for a journal written before
      *    start records existed, the first untouched one) - the
      *    same first-unmatched rule CMDRECON uses, so a command
      *    planned twice has to run twice. Final records also carry
      *    the outcome the predecessor conditions will test.
           IF  WSCH-OVER GREATER ZEROS
               DISPLAY 'CMDEXEC - ' WSCH-OVER ' schedule records '
                       'beyond the 200-entry restart table - '
                       'restart refused, resume by hand'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CMD-JRNL-FILE
           IF  WJRNL-STATUS NOT EQUAL '00'
               DISPLAY 'CMDEXEC - CMDJRNL not available - status '
                       WJRNL-STATUS ' - nothing journaled, the '
                       'schedule runs from the top'
           ELSE
               MOVE 'N' TO WEXE-EOF
               PERFORM UNTIL WEXE-EOF EQUAL 'Y'
                   READ CMD-JRNL-FILE
                       AT END
                       MOVE 'Y' TO WEXE-EOF
                   END-READ
                   IF  WEXE-EOF NOT EQUAL 'Y'
                       PERFORM RTR-APLICA-JORNAL
                   END-IF
               END-PERFORM
               CLOSE CMD-JRNL-FILE
           END-IF

      *    the planned times still count from the night's own start,
      *    not from the restart - and a restart after midnight has
      *    already crossed it
           IF  WEXE-BEGIN-TS NOT EQUAL SPACES
               MOVE WEXE-BEGIN-TS(9 : 4) TO WEXE-START-HHMM
               IF  WEXE-BEGIN-TS(1 : 8) NOT EQUAL WEXE-NOW(1 : 8)
                   MOVE 'Y' TO WEXE-ROLLED
               END-IF
               DISPLAY 'CMDEXEC - Resuming the night begun '
                       WEXE-BEGIN-TS(1 : 14)
           ELSE
               DISPLAY 'CMDEXEC - No night-start marker on CMDJRNL '
                       '- the whole journal is taken as tonight'
           END-IF
           MOVE 0 TO RETURN-CODE.

       RTR-GUARDA-AGENDADO.
           IF  WSCH-CNT NOT LESS 200
               ADD 1 TO WSCH-OVER
           ELSE
               ADD 1 TO WSCH-CNT
               MOVE SPACES TO WSCH-PLANNED(WSCH-CNT)
               MOVE SPACES TO WSCH-CMD(WSCH-CNT)
               IF  SCHED-COMMAND(1 : 4) IS NUMERIC AND
                   SCHED-COMMAND(5 : 1) EQUAL SPACE
                   MOVE SCHED-COMMAND(1 : 4)  TO WSCH-PLANNED(WSCH-CNT)
                   MOVE SCHED-COMMAND(6 : 75) TO WSCH-CMD(WSCH-CNT)
               ELSE
                   MOVE SCHED-COMMAND TO WSCH-CMD(WSCH-CNT)
               END-IF
               MOVE SPACES TO WSCH-STATE(WSCH-CNT)
               MOVE SPACES TO WSCH-STAMP(WSCH-CNT)
               MOVE SPACES TO WSCH-OUTCOME(WSCH-CNT)
               MOVE WSCH-CMD(WSCH-CNT) TO WEXE-CMD-TEXT
               PERFORM RTR-SEPARA-CONDICAO
               MOVE WEXE-CMD-TEXT TO WSCH-CMD(WSCH-CNT)
               MOVE SPACES TO WEXE-REST WSCH-PROG(WSCH-CNT)
               UNSTRING WEXE-CMD-TEXT DELIMITED BY 'PROGRAM('
                        INTO WEXE-REST WEXE-REST
               UNSTRING WEXE-REST DELIMITED BY ')'
                        INTO WSCH-PROG(WSCH-CNT)
               PERFORM RTR-GUARDA-CONDICAO
           END-IF.

       RTR-GUARDA-CONDICAO.
      *    'PROG:OK' / 'PROG:ANY' / bare 'PROG' (means OK), comma
      *    separated; anything past the fifth name is ignored here
      *    and rejected by PRESUBMT
           MOVE ZEROS  TO WSCH-PRED-CNT(WSCH-CNT)
           MOVE SPACES TO WEXE-PITEMS
           IF  WEXE-AFTER NOT EQUAL SPACES
               UNSTRING WEXE-AFTER DELIMITED BY ',' OR ')'
                        INTO WEXE-PITEM(1) WEXE-PITEM(2)
                             WEXE-PITEM(3) WEXE-PITEM(4)
                             WEXE-PITEM(5)
               PERFORM VARYING WEXE-PK FROM 1 BY 1
                         UNTIL WEXE-PK GREATER 5
                   IF  WEXE-PITEM(WEXE-PK) NOT EQUAL SPACES
                       ADD 1 TO WSCH-PRED-CNT(WSCH-CNT)
                       MOVE WSCH-PRED-CNT(WSCH-CNT) TO WEXE-PJ
                       MOVE SPACES TO WSCH-PRED-NAME(WSCH-CNT WEXE-PJ)
                                      WSCH-PRED-COND(WSCH-CNT WEXE-PJ)
                       UNSTRING WEXE-PITEM(WEXE-PK) DELIMITED BY ':'
                                INTO WSCH-PRED-NAME(WSCH-CNT WEXE-PJ)
                                     WSCH-PRED-COND(WSCH-CNT WEXE-PJ)
                       IF  WSCH-PRED-COND(WSCH-CNT WEXE-PJ)
                           EQUAL SPACES
                           MOVE 'OK' TO WSCH-PRED-COND(WSCH-CNT WEXE-PJ)
                       END-IF
                       MOVE ZEROS TO WSCH-PRED-IX(WSCH-CNT WEXE-PJ)
                   END-IF
               END-PERFORM
           END-IF.

       RTR-APLICA-JORNAL.
           EVALUATE CJRN-DISP-RESULT
               WHEN 'BEGN'
                    MOVE CJRN-STARTED TO WEXE-BEGIN-TS
                    PERFORM VARYING WEXE-IX FROM 1 BY 1
                              UNTIL WEXE-IX GREATER WSCH-CNT
                        MOVE SPACES TO WSCH-STATE(WEXE-IX)
                        MOVE SPACES TO WSCH-STAMP(WEXE-IX)
                        MOVE SPACES TO WSCH-OUTCOME(WEXE-IX)
                    END-PERFORM
      *        an earlier restart or an earlier hold changes nothing:
      *        a held command is still in doubt until someone decides
               WHEN 'RSTR'
               WHEN 'HOLD'
                    CONTINUE
               WHEN 'STRT'
                    MOVE SPACE TO WEXE-WANT
                    PERFORM RTR-PROCURA-AGENDADO
                    IF  WEXE-HIT GREATER 0
                        MOVE 'S' TO WSCH-STATE(WEXE-HIT)
                        MOVE CJRN-STARTED TO WSCH-STAMP(WEXE-HIT)
                    END-IF
               WHEN OTHER
                    MOVE 'S' TO WEXE-WANT
                    PERFORM RTR-PROCURA-AGENDADO
                    IF  WEXE-HIT EQUAL 0
                        MOVE SPACE TO WEXE-WANT
                        PERFORM RTR-PROCURA-AGENDADO
                    END-IF
                    IF  WEXE-HIT GREATER 0
                        MOVE 'F' TO WSCH-STATE(WEXE-HIT)
                        MOVE CJRN-STARTED TO WSCH-STAMP(WEXE-HIT)
                        MOVE CJRN-VALID-RC    TO WEXE-VALID-RC
                        MOVE CJRN-DISP-RESULT TO WEXE-JRNL-RESULT
                        PERFORM RTR-AVALIA-RESULTADO
                        MOVE WEXE-OUTCOME TO WSCH-OUTCOME(WEXE-HIT)
                    END-IF
           END-EVALUATE.

       RTR-PROCURA-AGENDADO.
      *    first schedule entry in state WEXE-WANT with the journal
      *    record's planned time and command text
           MOVE 0 TO WEXE-HIT
           PERFORM VARYING WEXE-IX FROM 1 BY 1
                     UNTIL WEXE-IX GREATER WSCH-CNT
                        OR WEXE-HIT GREATER 0
               IF  WSCH-STATE(WEXE-IX)   EQUAL WEXE-WANT AND
                   WSCH-PLANNED(WEXE-IX) EQUAL CJRN-PLANNED AND
                   WSCH-CMD(WEXE-IX)     EQUAL CJRN-COMMAND
                   MOVE WEXE-IX TO WEXE-HIT
               END-IF
           END-PERFORM.

       RTR-VERIFICA-RETOMADA.
      *    the schedule is read in the same order the table was
      *    loaded, so the record count is the table entry
           IF  WEXE-CMDS NOT GREATER WSCH-CNT
               EVALUATE WSCH-STATE(WEXE-CMDS)
                   WHEN 'F'
                        MOVE 'S' TO WEXE-ACTION
                   WHEN 'S'
                        MOVE 'H' TO WEXE-ACTION
               END-EVALUATE
           END-IF.

       RTR-RETEM-INDECISO.
      *    started and never answered: RETSPACE may have passed it
      *    and the program may have run, or not. Running it again
      *    could post a night's work twice, so it is held and
      *    journaled for the operator to decide
           ADD 1 TO WEXE-INDOUBT
           DISPLAY 'CMDEXEC - IN DOUBT - started '
                   WSCH-STAMP(WEXE-CMDS)(9 : 6)
                   ' with no outcome journaled, held for an '
                   'operator decision: ' WEXE-CMD-TEXT
           MOVE FUNCTION CURRENT-DATE TO WEXE-NOW
           MOVE ZEROS  TO WEXE-VALID-RC
           MOVE 'HOLD' TO WEXE-JRNL-RESULT
           PERFORM RTR-GRAVA-JORNAL
           MOVE 'H' TO WSCH-OUTCOME(WEXE-CMDS).

       RTR-ESPERA-HORARIO.
      *    A planned time earlier than the executor's own start time
      *    family CPOINTER's heap calls come from) - the planned
      *    times are minute-granular, so a 15-second poll loses
      *    nothing and the processor is not spun all night.
           MOVE 'N' TO WEXE-READY
           IF  WEXE-PLANNED LESS WEXE-START-HHMM
               MOVE WEXE-ROLLED TO WEXE-WRAPPED
           ELSE
               MOVE 'Y' TO WEXE-WRAPPED
      *        a night resumed after midnight is already past every
      *        planned time on the near side of it
               IF  WEXE-ROLLED EQUAL 'Y'
                   MOVE 'Y' TO WEXE-READY
               END-IF
           END-IF
           IF  WEXE-READY NOT EQUAL 'Y'
               DISPLAY 'CMDEXEC - Waiting for planned time '
                       WEXE-PLANNED
           END-IF
           PERFORM UNTIL WEXE-READY EQUAL 'Y'
               MOVE FUNCTION CURRENT-DATE TO WEXE-NOW
               IF  WEXE-WRAPPED EQUAL 'N' AND
           MOVE WEXE-PLANNED    TO CJRN-PLANNED
           MOVE WEXE-NOW        TO CJRN-STARTED
           MOVE WEXE-VALID-RC   TO CJRN-VALID-RC
           MOVE WEXE-JRNL-RESULT TO CJRN-DISP-RESULT
           MOVE WEXE-CMD-TEXT   TO CJRN-COMMAND
           MOVE WEXE-JRNL-ENDED TO CJRN-ENDED
           MOVE WEXE-JRNL-ELAPSED TO CJRN-ELAPSED
           MOVE WEXE-JRNL-PROG-RC TO CJRN-PROG-RC
           MOVE SPACES          TO WEXE-JRNL-ENDED
           MOVE ZEROS           TO WEXE-JRNL-ELAPSED
           MOVE ZEROS           TO WEXE-JRNL-PROG-RC
           MOVE 'N'             TO WEXE-JRNL-WRITTEN

           MOVE 'CMDJRNL ' TO WLOCK-RESOURCE
           PERFORM RTR-RESERVA-LOG
           IF  WLOCK-RC NOT EQUAL ZEROS
               DISPLAY 'CMDEXEC - Warning: CMDJRNL locked by '
                       WLOCK-HOLDER ' - journal record not written'
           ELSE
               OPEN EXTEND CMD-JRNL-FILE
               IF  WJRNL-STATUS EQUAL '35'
                   OPEN OUTPUT CMD-JRNL-FILE
               END-IF
               IF  WJRNL-STATUS NOT EQUAL '00'
                   DISPLAY 'CMDEXEC - Warning: CMDJRNL unavailable - '
                           'status ' WJRNL-STATUS
               ELSE
                   WRITE CMD-JRNL-RECORD
                   IF  WJRNL-STATUS EQUAL '00'
                       MOVE 'Y' TO WEXE-JRNL-WRITTEN
                   END-IF
                   CLOSE CMD-JRNL-FILE
               END-IF
               PERFORM RTR-LIBERA-LOG
           END-IF.

       RTR-RESERVA-LOG.
      *    claims the log named in WLOCK-RESOURCE, waiting while
      *    LOGRETN rolls it - a record appended between its read
      *    and its rewrite would be lost. The return code is kept
      *    across the call.
           MOVE RETURN-CODE TO WLOCK-SAVE-RC
           MOVE 'WAIT '     TO WLOCK-ACTION
           CALL 'Runlock' USING WLOCK-AREA
           MOVE WLOCK-SAVE-RC TO RETURN-CODE.

       RTR-LIBERA-LOG.
           MOVE RETURN-CODE TO WLOCK-SAVE-RC
           MOVE 'FREE '     TO WLOCK-ACTION
           CALL 'Runlock' USING WLOCK-AREA
           MOVE WLOCK-SAVE-RC TO RETURN-CODE.

       END PROGRAM CMDEXEC.
