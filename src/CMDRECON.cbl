      *    actual outcome, then an exceptions section for unplanned
      *    and missing commands and out-of-order runs. PARM is the
      *    night's date 'YYYYMMDD'; empty reconciles the whole log.
      *    CMDEXEC's journal (CMDJRNL) is read as well: a night that
      *    had to be resumed with CMDEXEC RESTART carries 'RSTR'
      *    markers, and any command left in doubt at the restart a
      *    'HOLD' record - both are reported as exceptions, so a
      *    resumed night never passes for a clean one. A command
      *    CMDEXEC held for its predecessor conditions ('PRED' on the
      *    journal) prints as NOT RUN - PREDECESSOR rather than as
      *    plainly missing.
      *    The commands that never ran are then written to CATCHUP
      *    as a catch-up schedule in their original planned order,
      *    in CMDSCHED's own format, so PRESUBMT BATCH can prove it
      *    and CMDEXEC run it under the same journal and log as the
      *    night instead of the morning shift re-keying them through
      *    UTILMENU one at a time. Planned times are dropped - the
      *    catch-up runs as soon as it is released - except where a
      *    command's WINCTL window has closed by now: that one is
      *    marked with its window's opening time, so CMDEXEC holds
      *    it until then and RETSPACE checks the window again when
      *    it is issued. Predecessor clauses keep only predecessors
      *    that are themselves being caught up; one that already ran
      *    to the outcome asked for is dropped, and a command whose
      *    predecessor did not deliver stays out, as does a command
      *    held in doubt at a restart - those are the operator's.
      *    Return code 0 clean, 4 exceptions - the morning
      *    housekeeping job gates on it. Exceptions are also raised
      *    on the ALERTS feed (Alertput), keyed on the night.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDRECON.
           SELECT CMD-LOG-FILE ASSIGN TO CMDLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLOG-FILE-STATUS.
           SELECT CMD-JRNL-FILE ASSIGN TO CMDJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WJRNL-STATUS.
           SELECT CATCH-UP-FILE ASSIGN TO CATCHUP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WCAT-STATUS.
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

       FD  CMD-JRNL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 146 CHARACTERS.
           COPY CPYJRNL.

       FD  CATCH-UP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CATCH-UP-COMMAND      PIC X(80).

      *    the batch-window control RETSPACE and PRESUBMT check -
      *    read here to tell which missed commands' windows have
      *    closed by the time the catch-up is cut
       FD  WIN-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01  WIN-CTL-RECORD.
           05  WCTL-PROGRAM      PIC X(08).
           05  FILLER            PIC X(01).
           05  WCTL-DAYS         PIC X(07).
           05  FILLER            PIC X(01).
           05  WCTL-FROM         PIC X(04).
           05  FILLER            PIC X(01).
           05  WCTL-TO           PIC X(04).
           05  FILLER            PIC X(01).
           05  WCTL-FREEZE-FROM  PIC X(04).
           05  FILLER            PIC X(01).
           05  WCTL-FREEZE-TO    PIC X(04).

       FD  SHOP-CAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY CPYSCAL.

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WSCHED-STATUS     PIC X(02) VALUE '00'.
           05  WREC-MISSING      PIC 9(04) VALUE ZEROS.
           05  WREC-UNPLANNED    PIC 9(04) VALUE ZEROS.
           05  WREC-OUTOFORD     PIC 9(04) VALUE ZEROS.
           05  WJRNL-STATUS      PIC X(02) VALUE '00'.
           05  WREC-JRNL-OK      PIC X(01) VALUE 'N'.
           05  WREC-RESTARTS     PIC 9(04) VALUE ZEROS.
           05  WREC-INDOUBT      PIC 9(04) VALUE ZEROS.
           05  WREC-RESTART-TS   PIC X(14) VALUE SPACES.
           05  WREC-AFTER-POS    PIC S9(04) COMP VALUE ZEROS.
           05  WREC-PREDHELD     PIC 9(04) VALUE ZEROS.
           05  WCAT-STATUS       PIC X(02) VALUE '00'.
           05  WWCTL-STATUS      PIC X(02) VALUE '00'.
           05  WSCAL-STATUS      PIC X(02) VALUE '00'.
           05  WREC-JX           PIC S9(04) COMP VALUE ZEROS.
           05  WREC-PK           PIC S9(04) COMP VALUE ZEROS.
           05  WREC-CATCHUP      PIC 9(04) VALUE ZEROS.
           05  WREC-RECHECK      PIC 9(04) VALUE ZEROS.
           05  WREC-LEFTOUT      PIC 9(04) VALUE ZEROS.
           05  WREC-WHY          PIC X(60) VALUE SPACES.
           05  WREC-PNAME        PIC X(08) VALUE SPACES.
           05  WREC-PCOND        PIC X(03) VALUE SPACES.
           05  WREC-ITEMS.
               10  WREC-ITEM     PIC X(14) OCCURS 5 TIMES.
           05  WREC-CAT-AFTER    PIC X(72) VALUE SPACES.
           05  WREC-AFT-PTR      PIC S9(04) COMP VALUE ZEROS.
           05  WREC-CAT-PTR      PIC S9(04) COMP VALUE ZEROS.
           05  WREC-CAT-OVFL     PIC X(01) VALUE 'N'.
           05  WREC-NOW          PIC X(21) VALUE SPACES.
           05  WREC-CLOSED       PIC X(01) VALUE 'N'.
           05  WWIN-OK           PIC X(01) VALUE 'Y'.
           05  WWIN-FOUND        PIC X(01) VALUE 'N'.
           05  WWIN-EOF          PIC X(01) VALUE 'N'.
           05  WWIN-DAYS         PIC X(07) VALUE SPACES.
           05  WWIN-FROM         PIC X(04) VALUE SPACES.
           05  WWIN-TO           PIC X(04) VALUE SPACES.
           05  WWIN-FRZ-FROM     PIC X(04) VALUE SPACES.
           05  WWIN-FRZ-TO       PIC X(04) VALUE SPACES.
           05  WWIN-DATE-NUM     PIC 9(08) VALUE ZEROS.
           05  WWIN-INT          PIC S9(09) COMP VALUE ZEROS.
           05  WWIN-DOW          PIC S9(04) COMP VALUE ZEROS.

       01  WSCH-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WSCH-OVER             PIC S9(04) COMP VALUE ZEROS.
               10  WSCH-DISP     PIC X(04).
               10  WSCH-VERB     PIC X(08).
               10  WSCH-PROG     PIC X(08).
               10  WSCH-AFTER    PIC X(72).
               10  WSCH-CATCH    PIC X(01).

       01  WUNP-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WUNP-TAB.
               10  WUNP-OPER     PIC X(08).
               10  WUNP-CMD      PIC X(60).

       01  WHLD-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WHLD-TAB.
           05  WHLD-ENTRY OCCURS 20 TIMES.
               10  WHLD-TS       PIC X(14).
               10  WHLD-CMD      PIC X(60).

      *    alert area (Alertput)
       01  WALRT-AREA.
           05  WALRT-SOURCE      PIC X(08) VALUE 'CMDRECON'.
           05  WALRT-SEVERITY    PIC X(05) VALUE 'WARN '.
           05  WALRT-KEY         PIC X(20) VALUE SPACES.
           05  WALRT-TEXT        PIC X(60) VALUE SPACES.
           05  WALRT-REPORT      PIC X(08) VALUE 'CMDRECON'.
           05  WALRT-RC          PIC S9(04) COMP VALUE ZEROS.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(04) COMP.
               GOBACK
           END-IF
           PERFORM RTR-LE-LOG
           PERFORM RTR-LE-JORNAL
           PERFORM RTR-IMPRIME-RELATORIO
           PERFORM RTR-GERA-RECUPERACAO

           IF  WREC-MISSING GREATER ZEROS OR
               WREC-UNPLANNED GREATER ZEROS OR
               WREC-OUTOFORD GREATER ZEROS OR
               WREC-RESTARTS GREATER ZEROS OR
               WREC-INDOUBT GREATER ZEROS
               PERFORM RTR-GRAVA-ALERTA
      *        after the alert - Alertput leaves a return code of
      *        its own behind
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           DISPLAY '==============================================='
           GOBACK.

       RTR-GRAVA-ALERTA.
           MOVE SPACES TO WALRT-KEY WALRT-TEXT
           IF  WREC-DATE EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE TO WREC-NOW
               STRING 'RECON ' WREC-NOW(1 : 8)
                      DELIMITED BY SIZE INTO WALRT-KEY
           ELSE
               STRING 'RECON ' WREC-DATE
                      DELIMITED BY SIZE INTO WALRT-KEY
           END-IF
           STRING 'Missing ' WREC-MISSING ' extra ' WREC-UNPLANNED
                  ' order ' WREC-OUTOFORD ' restart ' WREC-RESTARTS
                  ' doubt ' WREC-INDOUBT
                  DELIMITED BY SIZE INTO WALRT-TEXT
           CALL 'Alertput' USING WALRT-AREA.

       RTR-CARREGA-AGENDA.
           OPEN INPUT CMD-SCHED-FILE
           IF  WSCHED-STATUS NOT EQUAL '00'
           ELSE
               MOVE SCHED-COMMAND TO WSCH-CMD(WSCH-CNT)
           END-IF
      *    a trailing predecessor clause is CMDEXEC's alone - the log
      *    shows the command without it
           MOVE ZEROS TO WREC-AFTER-POS
           INSPECT WSCH-CMD(WSCH-CNT) TALLYING WREC-AFTER-POS
                   FOR CHARACTERS BEFORE INITIAL ' AFTER('
           MOVE SPACES TO WSCH-AFTER(WSCH-CNT)
           MOVE SPACES TO WSCH-CATCH(WSCH-CNT)
           IF  WREC-AFTER-POS LESS 80
               IF  WREC-AFTER-POS LESS 73
                   MOVE WSCH-CMD(WSCH-CNT)(WREC-AFTER-POS + 8 :)
                     TO WSCH-AFTER(WSCH-CNT)
               END-IF
               MOVE SPACES TO WSCH-CMD(WSCH-CNT)(WREC-AFTER-POS + 1 :)
           END-IF
           MOVE 'N'    TO WSCH-RAN(WSCH-CNT)
           MOVE SPACES TO WSCH-ACTUAL(WSCH-CNT)
           MOVE SPACES TO WSCH-OPER(WSCH-CNT)
               MOVE CLOG-RESULT TO WSCH-DISP(WREC-HIT)
           END-IF.

       RTR-LE-JORNAL.
      *    the journal only matters here for its executor markers -
      *    what ran is already settled from CMDLOG above
           OPEN INPUT CMD-JRNL-FILE
           IF  WJRNL-STATUS NOT EQUAL '00'
               DISPLAY 'CMDRECON - CMDJRNL not available - status '
                       WJRNL-STATUS
                       ' - restarts of the night not checked'
           ELSE
               MOVE 'Y' TO WREC-JRNL-OK
               MOVE 'N' TO WREC-EOF
               PERFORM UNTIL WREC-EOF EQUAL 'Y'
                   READ CMD-JRNL-FILE
                       AT END
                       MOVE 'Y' TO WREC-EOF
                   END-READ
                   IF  WREC-EOF NOT EQUAL 'Y' AND
                      (WREC-DATE EQUAL SPACES OR
                       CJRN-STARTED(1 : 8) EQUAL WREC-DATE)
                       PERFORM RTR-VERIFICA-MARCA
                   END-IF
               END-PERFORM
               CLOSE CMD-JRNL-FILE
           END-IF.

       RTR-VERIFICA-MARCA.
           EVALUATE CJRN-DISP-RESULT
               WHEN 'RSTR'
                    ADD 1 TO WREC-RESTARTS
                    MOVE CJRN-STARTED(1 : 14) TO WREC-RESTART-TS
               WHEN 'HOLD'
                    ADD 1 TO WREC-INDOUBT
                    IF  WHLD-CNT LESS 20
                        ADD 1 TO WHLD-CNT
                        MOVE CJRN-STARTED(1 : 14) TO WHLD-TS(WHLD-CNT)
                        MOVE CJRN-COMMAND(1 : 60) TO WHLD-CMD(WHLD-CNT)
                    END-IF
                    PERFORM RTR-MARCA-INDECISO
               WHEN 'PRED'
                    PERFORM RTR-MARCA-PREDECESSOR
           END-EVALUATE.

       RTR-MARCA-PREDECESSOR.
           MOVE 0 TO WREC-HIT
           PERFORM VARYING WREC-IX FROM 1 BY 1
                     UNTIL WREC-IX GREATER WSCH-CNT
                        OR WREC-HIT GREATER 0
               IF  WSCH-RAN(WREC-IX) EQUAL 'N' AND
                   WSCH-DISP(WREC-IX) EQUAL SPACES AND
                   WSCH-CMD(WREC-IX) EQUAL CJRN-COMMAND
                   MOVE WREC-IX TO WREC-HIT
               END-IF
           END-PERFORM
           IF  WREC-HIT GREATER 0
               MOVE 'PRED' TO WSCH-DISP(WREC-HIT)
               ADD 1 TO WREC-PREDHELD
           END-IF.

       RTR-MARCA-INDECISO.
      *    an in-doubt command that never reached the log stays out
      *    of the catch-up - whether it runs again is the operator's
      *    call, not this program's
           MOVE 0 TO WREC-HIT
           PERFORM VARYING WREC-IX FROM 1 BY 1
                     UNTIL WREC-IX GREATER WSCH-CNT
                        OR WREC-HIT GREATER 0
               IF  WSCH-RAN(WREC-IX) EQUAL 'N' AND
                   WSCH-DISP(WREC-IX) EQUAL SPACES AND
                   WSCH-CMD(WREC-IX) EQUAL CJRN-COMMAND
                   MOVE WREC-IX TO WREC-HIT
               END-IF
           END-PERFORM
           IF  WREC-HIT GREATER 0
               MOVE 'HOLD' TO WSCH-DISP(WREC-HIT)
           END-IF.

       RTR-IMPRIME-RELATORIO.
           DISPLAY ' '
           IF  WREC-JRNL-OK EQUAL 'Y'
               IF  WREC-RESTARTS GREATER ZEROS
                   DISPLAY 'CMDRECON - RESUMED NIGHT - CMDEXEC '
                           'restarted ' WREC-RESTARTS ' time(s), '
                           'last at ' WREC-RESTART-TS(9 : 6)
               ELSE
                   DISPLAY 'CMDRECON - Clean night - no CMDEXEC '
                           'restart on the journal'
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'CMDRECON - Planned commands and outcomes:'
           MOVE SPACES TO WREC-LAST-TS
                   MOVE WSCH-ACTUAL(WREC-IX) TO WREC-LAST-TS
               ELSE
                   ADD 1 TO WREC-MISSING
                   EVALUATE WSCH-DISP(WREC-IX)
                       WHEN 'PRED'
                            DISPLAY '  NOT RUN - PREDECESSOR (planned '
                                    WSCH-PLANNED(WREC-IX) ') - '
                                    WSCH-CMD(WREC-IX)(1 : 50)
                       WHEN 'HOLD'
                            DISPLAY '  NOT RUN - IN DOUBT (planned '
                                    WSCH-PLANNED(WREC-IX) ') - '
                                    WSCH-CMD(WREC-IX)(1 : 50)
                       WHEN OTHER
                            DISPLAY '  NOT RUN (planned '
                                    WSCH-PLANNED(WREC-IX) ') - '
                                    WSCH-CMD(WREC-IX)(1 : 50)
                   END-EVALUATE
               END-IF
           END-PERFORM

           DISPLAY 'CMDRECON - Exceptions:'
           IF  WREC-MISSING EQUAL ZEROS AND
               WREC-UNPLANNED EQUAL ZEROS AND
               WREC-OUTOFORD EQUAL ZEROS AND
               WREC-RESTARTS EQUAL ZEROS AND
               WREC-INDOUBT EQUAL ZEROS
               DISPLAY '  (none - the night ran to plan)'
           END-IF
           IF  WREC-RESTARTS GREATER ZEROS
               DISPLAY '  ' WREC-RESTARTS ' CMDEXEC restart(s) - '
                       'the night was resumed from its journal'
           END-IF
           IF  WREC-INDOUBT GREATER ZEROS
               DISPLAY '  ' WREC-INDOUBT ' command(s) held in doubt '
                       'at restart for an operator decision:'
               PERFORM VARYING WREC-IX FROM 1 BY 1
                         UNTIL WREC-IX GREATER WHLD-CNT
                   DISPLAY '    ' WHLD-TS(WREC-IX)(9 : 6)
                           ' - ' WHLD-CMD(WREC-IX)
               END-PERFORM
           END-IF
           IF  WREC-MISSING GREATER ZEROS
               DISPLAY '  ' WREC-MISSING ' planned command(s) '
                       'never ran'
           END-IF
           IF  WREC-PREDHELD GREATER ZEROS
               DISPLAY '  ' WREC-PREDHELD ' of them held by CMDEXEC '
                       'on an unmet predecessor condition'
           END-IF
           IF  WREC-OUTOFORD GREATER ZEROS
               DISPLAY '  ' WREC-OUTOFORD ' command(s) ran out of '
                       'planned order'
               END-PERFORM
           END-IF.

       RTR-GERA-RECUPERACAO.
      *    Catch-up schedule: every planned command that never ran,
      *    in planned order. Written even when empty, so yesterday's
      *    catch-up can never be released a second time.
           OPEN OUTPUT CATCH-UP-FILE
           IF  WCAT-STATUS NOT EQUAL '00'
               DISPLAY ' '
               DISPLAY 'CMDRECON - Unable to open CATCHUP - status '
                       WCAT-STATUS ' - no catch-up schedule written'
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WREC-NOW
               PERFORM RTR-VERIFICA-FECHAMENTO
               DISPLAY ' '
               DISPLAY 'CMDRECON - Catch-up schedule (CATCHUP), in '
                       'planned order:'
               PERFORM VARYING WREC-IX FROM 1 BY 1
                         UNTIL WREC-IX GREATER WSCH-CNT
                   IF  WSCH-RAN(WREC-IX) EQUAL 'N'
                       PERFORM RTR-RECUPERA-COMANDO
                   END-IF
               END-PERFORM
               CLOSE CATCH-UP-FILE
               IF  WREC-CATCHUP EQUAL ZEROS AND
                   WREC-LEFTOUT EQUAL ZEROS
                   DISPLAY '  (none - nothing to catch up)'
               ELSE
                   DISPLAY '  ' WREC-CATCHUP ' command(s) written, '
                           WREC-RECHECK ' of them for the window to '
                           'be re-checked - ' WREC-LEFTOUT
                           ' left for the operator'
               END-IF
           END-IF.

       RTR-RECUPERA-COMANDO.
           MOVE 'Y'    TO WSCH-CATCH(WREC-IX)
           MOVE SPACES TO WREC-WHY
           MOVE SPACES TO WREC-CAT-AFTER
           IF  WSCH-DISP(WREC-IX) EQUAL 'HOLD'
               MOVE 'N' TO WSCH-CATCH(WREC-IX)
               MOVE 'IN DOUBT AT RESTART - RUN IT AGAIN OR NOT BY HAND'
                 TO WREC-WHY
           ELSE
               IF  WSCH-AFTER(WREC-IX) NOT EQUAL SPACES
                   PERFORM RTR-RECUPERA-CONDICAO
               END-IF
           END-IF
           IF  WSCH-CATCH(WREC-IX) EQUAL 'N'
               ADD 1 TO WREC-LEFTOUT
               DISPLAY '  LEFT OUT - ' WSCH-CMD(WREC-IX)(1 : 60)
               DISPLAY '      ' WREC-WHY
           ELSE
               PERFORM RTR-VERIFICA-JANELA
               PERFORM RTR-GRAVA-RECUPERACAO
           END-IF.

       RTR-RECUPERA-CONDICAO.
      *    rebuilds the predecessor clause from the predecessors
      *    still to run; one already settled is dropped, one that
      *    did not deliver keeps this command out
           MOVE SPACES TO WREC-ITEMS
           MOVE 1 TO WREC-AFT-PTR
           UNSTRING WSCH-AFTER(WREC-IX) DELIMITED BY ',' OR ')'
                    INTO WREC-ITEM(1) WREC-ITEM(2) WREC-ITEM(3)
                         WREC-ITEM(4) WREC-ITEM(5)
           PERFORM VARYING WREC-PK FROM 1 BY 1
                     UNTIL WREC-PK GREATER 5
                        OR WSCH-CATCH(WREC-IX) EQUAL 'N'
               IF  WREC-ITEM(WREC-PK) NOT EQUAL SPACES
                   PERFORM RTR-AVALIA-PREDECESSOR
               END-IF
           END-PERFORM.

       RTR-AVALIA-PREDECESSOR.
           MOVE SPACES TO WREC-PNAME WREC-PCOND
           UNSTRING WREC-ITEM(WREC-PK) DELIMITED BY ':'
                    INTO WREC-PNAME WREC-PCOND
           IF  WREC-PCOND EQUAL SPACES
               MOVE 'OK' TO WREC-PCOND
           END-IF
      *    same resolution CMDEXEC applies: the nearest earlier
      *    command running that program, else the first later one
           MOVE 0 TO WREC-HIT
           PERFORM VARYING WREC-JX FROM 1 BY 1
                     UNTIL WREC-JX NOT LESS WREC-IX
               IF  WSCH-PROG(WREC-JX) EQUAL WREC-PNAME
                   MOVE WREC-JX TO WREC-HIT
               END-IF
           END-PERFORM
           IF  WREC-HIT EQUAL 0
               PERFORM VARYING WREC-JX FROM WREC-IX BY 1
                         UNTIL WREC-JX GREATER WSCH-CNT
                            OR WREC-HIT GREATER 0
                   IF  WREC-JX GREATER WREC-IX AND
                       WSCH-PROG(WREC-JX) EQUAL WREC-PNAME
                       MOVE WREC-JX TO WREC-HIT
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WREC-HIT EQUAL 0
                    MOVE 'N' TO WSCH-CATCH(WREC-IX)
                    STRING 'PREDECESSOR ' DELIMITED BY SIZE
                           WREC-PNAME DELIMITED BY SPACE
                           ' IS NOT ON THE SCHEDULE'
                           DELIMITED BY SIZE INTO WREC-WHY
               WHEN WSCH-RAN(WREC-HIT) EQUAL 'N'
                    IF  WSCH-CATCH(WREC-HIT) EQUAL 'N' OR
                        WSCH-DISP(WREC-HIT) EQUAL 'HOLD'
                        MOVE 'N' TO WSCH-CATCH(WREC-IX)
                        STRING 'PREDECESSOR ' DELIMITED BY SIZE
                               WREC-PNAME DELIMITED BY SPACE
                               ' IS NOT BEING CAUGHT UP'
                               DELIMITED BY SIZE INTO WREC-WHY
                    ELSE
                        IF  WREC-AFT-PTR GREATER 1
                            STRING ',' DELIMITED BY SIZE
                                   INTO WREC-CAT-AFTER
                                   WITH POINTER WREC-AFT-PTR
                        END-IF
                        STRING WREC-ITEM(WREC-PK) DELIMITED BY SPACE
                               INTO WREC-CAT-AFTER
                               WITH POINTER WREC-AFT-PTR
                    END-IF
               WHEN WREC-PCOND EQUAL 'ANY'
                    CONTINUE
               WHEN WSCH-DISP(WREC-HIT) EQUAL 'OK  ' OR 'END '
                    CONTINUE
               WHEN OTHER
                    MOVE 'N' TO WSCH-CATCH(WREC-IX)
                    STRING 'PREDECESSOR ' DELIMITED BY SIZE
                           WREC-PNAME DELIMITED BY SPACE
                           ' RAN WITHOUT AN OK DISPATCH ('
                           WSCH-DISP(WREC-HIT) ')'
                           DELIMITED BY SIZE INTO WREC-WHY
           END-EVALUATE.

       RTR-GRAVA-RECUPERACAO.
           MOVE SPACES TO CATCH-UP-COMMAND
           MOVE 'N' TO WREC-CAT-OVFL
           MOVE 1 TO WREC-CAT-PTR
           IF  WWIN-OK EQUAL 'N'
               ADD 1 TO WREC-RECHECK
               IF  WWIN-FROM IS NUMERIC
                   STRING WWIN-FROM ' ' DELIMITED BY SIZE
                          INTO CATCH-UP-COMMAND
                          WITH POINTER WREC-CAT-PTR
               END-IF
           END-IF
           STRING WSCH-CMD(WREC-IX) DELIMITED BY '  '
                  INTO CATCH-UP-COMMAND
                  WITH POINTER WREC-CAT-PTR
                  ON OVERFLOW
                  MOVE 'Y' TO WREC-CAT-OVFL
           END-STRING
           IF  WREC-CAT-AFTER NOT EQUAL SPACES
               STRING ' AFTER(' DELIMITED BY SIZE
                      WREC-CAT-AFTER DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                      INTO CATCH-UP-COMMAND
                      WITH POINTER WREC-CAT-PTR
                      ON OVERFLOW
                      MOVE 'Y' TO WREC-CAT-OVFL
               END-STRING
           END-IF
           WRITE CATCH-UP-COMMAND
           ADD 1 TO WREC-CATCHUP
           DISPLAY '  CATCH-UP ' CATCH-UP-COMMAND(1 : 60)
           IF  WWIN-OK EQUAL 'N'
               DISPLAY '      *** WINDOW CLOSED (' WWIN-DAYS ' '
                       WWIN-FROM '-' WWIN-TO ') - held to '
                       WWIN-FROM ' for the window to be re-checked'
           END-IF
           IF  WREC-CAT-OVFL EQUAL 'Y'
               DISPLAY '      *** record does not fit 80 bytes - '
                       'check it by hand before release'
           END-IF.

       RTR-VERIFICA-JANELA.
      *    the program's window as RETSPACE would judge it now:
      *    freeze, closure day, day of week, time of day. No WINCTL
      *    record (or no WINCTL) means no window to have closed.
           MOVE 'Y' TO WWIN-OK
           MOVE 'N' TO WWIN-FOUND
           MOVE 'N' TO WWIN-EOF
           OPEN INPUT WIN-CTL-FILE
           IF  WWCTL-STATUS EQUAL '00'
               PERFORM UNTIL WWIN-EOF EQUAL 'Y'
                   READ WIN-CTL-FILE
                       AT END
                       MOVE 'Y' TO WWIN-EOF
                   END-READ
                   IF  WWIN-EOF NOT EQUAL 'Y' AND
                       WCTL-PROGRAM EQUAL WSCH-PROG(WREC-IX)
                       MOVE 'Y'              TO WWIN-FOUND
                       MOVE WCTL-DAYS        TO WWIN-DAYS
                       MOVE WCTL-FROM        TO WWIN-FROM
                       MOVE WCTL-TO          TO WWIN-TO
                       MOVE WCTL-FREEZE-FROM TO WWIN-FRZ-FROM
                       MOVE WCTL-FREEZE-TO   TO WWIN-FRZ-TO
                   END-IF
               END-PERFORM
               CLOSE WIN-CTL-FILE
           END-IF
           IF  WWIN-FOUND EQUAL 'Y'
               IF  WWIN-FRZ-FROM IS NUMERIC AND
                   WWIN-FRZ-TO IS NUMERIC
                   IF  WWIN-FRZ-FROM NOT GREATER WWIN-FRZ-TO
                       IF  WREC-NOW(5 : 4) NOT LESS WWIN-FRZ-FROM
                       AND WREC-NOW(5 : 4) NOT GREATER WWIN-FRZ-TO
                           MOVE 'N' TO WWIN-OK
                       END-IF
                   ELSE
                       IF  WREC-NOW(5 : 4) NOT LESS WWIN-FRZ-FROM
                       OR  WREC-NOW(5 : 4) NOT GREATER WWIN-FRZ-TO
                           MOVE 'N' TO WWIN-OK
                       END-IF
                   END-IF
               END-IF
               IF  WREC-CLOSED EQUAL 'Y'
                   MOVE 'N' TO WWIN-OK
               END-IF
               MOVE WREC-NOW(1 : 8) TO WWIN-DATE-NUM
               COMPUTE WWIN-INT =
                       FUNCTION INTEGER-OF-DATE(WWIN-DATE-NUM)
               COMPUTE WWIN-DOW = FUNCTION REM(WWIN-INT 7)
               IF  WWIN-DOW EQUAL ZERO
                   MOVE 7 TO WWIN-DOW
               END-IF
               IF  WWIN-DAYS(WWIN-DOW : 1) NOT EQUAL 'Y'
                   MOVE 'N' TO WWIN-OK
               END-IF
               IF  WWIN-FROM IS NUMERIC AND WWIN-TO IS NUMERIC
                   IF  WWIN-FROM NOT GREATER WWIN-TO
                       IF  WREC-NOW(9 : 4) LESS WWIN-FROM OR
                           WREC-NOW(9 : 4) GREATER WWIN-TO
                           MOVE 'N' TO WWIN-OK
                       END-IF
                   ELSE
                       IF  WREC-NOW(9 : 4) LESS WWIN-FROM AND
                           WREC-NOW(9 : 4) GREATER WWIN-TO
                           MOVE 'N' TO WWIN-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RTR-VERIFICA-FECHAMENTO.
      *    today on SHOPCAL as a closure day shuts every window
           MOVE 'N' TO WREC-CLOSED
           MOVE 'N' TO WWIN-EOF
           OPEN INPUT SHOP-CAL-FILE
           IF  WSCAL-STATUS EQUAL '00'
               PERFORM UNTIL WWIN-EOF EQUAL 'Y'
                   READ SHOP-CAL-FILE
                       AT END
                       MOVE 'Y' TO WWIN-EOF
                   END-READ
                   IF  WWIN-EOF NOT EQUAL 'Y' AND
                       SCAL-DATE EQUAL WREC-NOW(1 : 8) AND
                       SCAL-TYPE EQUAL 'C'
                       MOVE 'Y' TO WREC-CLOSED
                   END-IF
               END-PERFORM
               CLOSE SHOP-CAL-FILE
           END-IF.

       END PROGRAM CMDRECON.
