           SELECT WIN-CTL-FILE ASSIGN TO WINCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WWCTL-STATUS.
           SELECT SHOP-CAL-FILE ASSIGN TO SHOPCAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMD-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 151 CHARACTERS.
           COPY CPYCLOG.

       FD  FINDING-FILE
           05  FILLER            PIC X(01).
           05  WCTL-FREEZE-TO    PIC X(04).

      *    shop calendar: WINCTL knows only days of the week, so a
      *    closure day ('C') is refused through the same window
      *    check - holidays ('H') only shape CMDGEN's schedule
       FD  SHOP-CAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY CPYSCAL.

       WORKING-STORAGE SECTION.
      *
       01  WS-FIELDS.
           05  WWIN-DATE-NUM PIC  9(08) VALUE ZEROS.
           05  WWIN-INT      PIC S9(09) COMP VALUE ZEROS.
           05  WWIN-DOW      PIC S9(04) COMP VALUE ZEROS.
           05  WSCAL-STATUS  PIC  X(02) VALUE '00'.
           05  WSCAL-EOF     PIC  X(01) VALUE 'N'.
           05  WWIN-CLOSED   PIC  X(01) VALUE 'N'.
           05  WWIN-CLS-DESC PIC  X(30) VALUE SPACES.
       01  WROL-TAB.
           05  WROL-NAME     PIC  X(08) OCCURS 10 TIMES.

      *    run-lock area (RUNLOCK): each CMDLOG/FINDINGS write runs
      *    under its dataset's lock so it can never interleave with
      *    CMDCOMP's compaction or FINDARCH's roll; those jobs run
      *    seconds, so the claim WAITs up to WLOCK-WAIT seconds for
      *    them, and only a lock still busy after that skips the
      *    record with a warning and an OPSEVLOG event rather than
      *    racing the restart
       01  WLOCK-AREA.
           05  WLOCK-RESOURCE    PIC X(08) VALUE SPACES.
           05  WLOCK-ACTION      PIC X(05) VALUE SPACES.
           05  WLOCK-HOLDER      PIC X(08) VALUE SPACES.
           05  WLOCK-SINCE       PIC X(21) VALUE SPACES.
           05  WLOCK-RC          PIC S9(04) COMP VALUE ZEROS.
           05  WLOCK-WAIT        PIC 9(04) VALUE 30.

      *    chain area (CHAINPUT): the CMDLOG record is sealed under
      *    the CMDLOG lock, chained onto the log's last record
       01  WCHN-AREA.
           05  WCHN-TRAIL        PIC X(08) VALUE 'CMDLOG  '.
           05  WCHN-ACTION       PIC X(04) VALUE 'SEAL'.
           05  WCHN-SEQ          PIC 9(08) VALUE ZEROS.
           05  WCHN-PREV         PIC 9(16) VALUE ZEROS.
           05  WCHN-CHAIN        PIC 9(16) VALUE ZEROS.
           05  WCHN-JOB          PIC X(08) VALUE 'RETSPACE'.
           05  WCHN-RC           PIC S9(04) COMP VALUE ZEROS.

      *    second run-lock area (RUNLOCK) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    the CMDLOG claim above is never clobbered
       01  WLLOCK-AREA.
           05  WLLOCK-RESOURCE    PIC X(08) VALUE SPACES.
           05  WLLOCK-ACTION      PIC X(05) VALUE SPACES.
           05  WLLOCK-JOB         PIC X(08) VALUE 'RETSPACE'.
           05  WLLOCK-HOLDER      PIC X(08) VALUE SPACES.
           05  WLLOCK-SINCE       PIC X(21) VALUE SPACES.
           05  WLLOCK-RC          PIC S9(04) COMP VALUE ZEROS.
           05  WLLOCK-WAIT        PIC 9(04) VALUE 60.
       01  WLLOCK-SAVE-RC         PIC S9(04) COMP VALUE ZEROS.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           MOVE WSTRING               TO CLOG-COMMAND

           MOVE 'CMDLOG  ' TO WLOCK-RESOURCE
           MOVE 'WAIT '    TO WLOCK-ACTION
           MOVE 'RETSPACE' TO WLOCK-JOB
           CALL 'Runlock' USING WLOCK-AREA
           IF  WLOCK-RC NOT EQUAL ZEROS
                 TO WEVT-DEG
               PERFORM RTR-GRAVA-EVENTO
           ELSE
               CALL 'Chainput' USING WCHN-AREA CMD-LOG-RECORD
               OPEN EXTEND CMD-LOG-FILE
               IF  WLOG-FILE-STATUS EQUAL '35'
      *           First write of the run - the log dataset doesn't
                   END-IF
               END-IF

      *        then the shop calendar - a closure day shuts every
      *        windowed program whatever its day mask says
               MOVE 'N' TO WWIN-CLOSED
               IF  WWIN-OK EQUAL 'Y'
                   PERFORM RTR-VERIFICA-FECHAMENTO
               END-IF

      *        day of week: integer-of-date day 1 was a Monday
               IF  WWIN-OK EQUAL 'Y'
                   MOVE WWIN-NOW(1 : 8) TO WWIN-DATE-NUM
                       MOVE ZEROS TO WFIND-COL
                       PERFORM RTR-GRAVA-FINDING
                   ELSE
                       IF  WWIN-CLOSED EQUAL 'Y'
                           DISPLAY 'Erro 8: Programa ' WPROGRAM-NAME
                                   ' nao roda em dia de fechamento '
                                   WWIN-NOW(1 : 8) ' ' WWIN-CLS-DESC
                       ELSE
                           DISPLAY 'Erro 8: Programa ' WPROGRAM-NAME
                                   ' fora da janela ' WWIN-DAYS
                                   ' ' WWIN-FROM '-' WWIN-TO
                                   ' (freeze ' WWIN-FRZ-FROM '-'
                                   WWIN-FRZ-TO ')'
                       END-IF
                       MOVE 'N' TO WAUTH-OK
                       MOVE 'FAIL' TO WLOG-RESULT
                       PERFORM RTR-GRAVA-LOG
               END-IF
           END-IF.

       RTR-VERIFICA-FECHAMENTO.
      *    today's date on SHOPCAL as a closure day; a missing
      *    calendar means no closures, the way a missing WINCTL
      *    means no windows
           MOVE 'N' TO WSCAL-EOF
           OPEN INPUT SHOP-CAL-FILE
           IF  WSCAL-STATUS EQUAL '00'
               PERFORM UNTIL WSCAL-EOF EQUAL 'Y'
                   READ SHOP-CAL-FILE
                       AT END
                       MOVE 'Y' TO WSCAL-EOF
                   END-READ
                   IF  WSCAL-EOF NOT EQUAL 'Y' AND
                       SCAL-DATE EQUAL WWIN-NOW(1 : 8) AND
                       SCAL-TYPE EQUAL 'C'
                       MOVE 'Y'       TO WWIN-CLOSED
                       MOVE 'N'       TO WWIN-OK
                       MOVE SCAL-DESC TO WWIN-CLS-DESC
                       MOVE 'Y'       TO WSCAL-EOF
                   END-IF
               END-PERFORM
               CLOSE SHOP-CAL-FILE
           END-IF.

       RTR-CARREGA-PAPEIS.
      *    Loads the roles this operator belongs to off OPERROLE; a
      *    missing dataset means no roles, and the per-operator
           MOVE WFIND-COL TO FIND-COLUMN

           MOVE 'FINDINGS' TO WLOCK-RESOURCE
           MOVE 'WAIT '    TO WLOCK-ACTION
           MOVE 'RETSPACE' TO WLOCK-JOB
           CALL 'Runlock' USING WLOCK-AREA
           IF  WLOCK-RC NOT EQUAL ZEROS
           MOVE WEVT-FS TO EVT-FILE-STATUS
           MOVE WEVT-DEG TO EVT-DEGRADED

           MOVE 'OPSEVLOG' TO WLLOCK-RESOURCE
           PERFORM RTR-RESERVA-LOG
           IF  WLLOCK-RC NOT EQUAL ZEROS
               DISPLAY 'Aviso: OPSEVLOG bloqueado por ' WLLOCK-HOLDER
                       ' - evento nao gravado'
           ELSE
               OPEN EXTEND OPS-EVENT-FILE
               IF  WEVT-STATUS EQUAL '35'
                   OPEN OUTPUT OPS-EVENT-FILE
               END-IF
               IF  WEVT-STATUS NOT EQUAL '00'
                   DISPLAY 'Aviso: OPSEVLOG indisponivel - status '
                           WEVT-STATUS
               ELSE
                   WRITE OPS-EVENT-RECORD
                   CLOSE OPS-EVENT-FILE
               END-IF
               PERFORM RTR-LIBERA-LOG
           END-IF.

       RTR-RESERVA-LOG.
      *    claims the log named in WLLOCK-RESOURCE, waiting while
      *    LOGRETN rolls it - a record appended between its read
      *    and its rewrite would be lost. The return code is kept
      *    across the call.
           MOVE RETURN-CODE TO WLLOCK-SAVE-RC
           MOVE 'WAIT '     TO WLLOCK-ACTION
           CALL 'Runlock' USING WLLOCK-AREA
           MOVE WLLOCK-SAVE-RC TO RETURN-CODE.

       RTR-LIBERA-LOG.
           MOVE RETURN-CODE TO WLLOCK-SAVE-RC
           MOVE 'FREE '     TO WLLOCK-ACTION
           CALL 'Runlock' USING WLLOCK-AREA
           MOVE WLLOCK-SAVE-RC TO RETURN-CODE.

       END PROGRAM RETSPACE.
