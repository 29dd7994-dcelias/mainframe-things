      *----------------------------------------------------------------*
      *    Batch runtime SLA report over the DISPTIME dispatch
      *    history (CPYDTIM) that CMDDISP appends to, measured
      *    against the RUNEXPCT expectations - one record per
      *    program giving its normal and its maximum run in
      *    seconds. Prints the night's RUN/START dispatches with
      *    start, end, elapsed and the program's own return code
      *    against what was expected of it, then the overruns (past
      *    the maximum), then an eight-week trend per program -
      *    runs, average and worst per week - flagging a program
      *    whose weekly average has risen three weeks running, sits
      *    above its normal, or whose worst run has come within a
      *    tenth of its maximum, so a job creeping toward the end of
      *    the batch window is noticed before it breaches. PARM is
      *    the night's date 'YYYYMMDD'; empty means today. Return
      *    code 0, 4 when the night had an overrun or a program is
      *    flagged on the trend, 8 when DISPTIME cannot be read.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDSLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-TIME-FILE ASSIGN TO DISPTIME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WDTIM-STATUS.
           SELECT RUN-EXPCT-FILE ASSIGN TO RUNEXPCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WEXP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-TIME-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 89 CHARACTERS.
           COPY CPYDTIM.

      *    expected runtime per program, seconds
       FD  RUN-EXPCT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
       01  RUN-EXPCT-RECORD.
           05  EXPT-PROGRAM      PIC X(08).
           05  FILLER            PIC X(01).
           05  EXPT-NORMAL       PIC 9(06).
           05  FILLER            PIC X(01).
           05  EXPT-MAX          PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WDTIM-STATUS      PIC X(02) VALUE '00'.
           05  WEXP-STATUS       PIC X(02) VALUE '00'.
           05  WSLA-EOF          PIC X(01) VALUE 'N'.
           05  WSLA-NOW          PIC X(21) VALUE SPACES.
           05  WSLA-DATE         PIC X(08) VALUE SPACES.
           05  WSLA-DATE-NUM     PIC 9(08) VALUE ZEROS.
           05  WSLA-INT          PIC S9(09) COMP VALUE ZEROS.
           05  WSLA-RUN-INT      PIC S9(09) COMP VALUE ZEROS.
           05  WSLA-AGE          PIC S9(09) COMP VALUE ZEROS.
           05  WSLA-WEEK         PIC S9(04) COMP VALUE ZEROS.
           05  WSLA-WEEK-END     PIC 9(08) VALUE ZEROS.
           05  WSLA-IX           PIC S9(04) COMP VALUE ZEROS.
           05  WSLA-WK           PIC S9(04) COMP VALUE ZEROS.
           05  WSLA-HIT          PIC S9(04) COMP VALUE ZEROS.
           05  WSLA-EHIT         PIC S9(04) COMP VALUE ZEROS.
           05  WSLA-STATUS       PIC X(14) VALUE SPACES.
           05  WSLA-NIGHT-RUNS   PIC 9(04) VALUE ZEROS.
           05  WSLA-OVERRUNS     PIC 9(04) VALUE ZEROS.
           05  WSLA-SLOW         PIC 9(04) VALUE ZEROS.
           05  WSLA-FLAGGED      PIC 9(04) VALUE ZEROS.
           05  WSLA-OVER-BY      PIC 9(07) VALUE ZEROS.
           05  WSLA-AVG          PIC 9(07) VALUE ZEROS.
           05  WSLA-AVG-1        PIC 9(07) VALUE ZEROS.
           05  WSLA-AVG-2        PIC 9(07) VALUE ZEROS.
           05  WSLA-AVG-3        PIC 9(07) VALUE ZEROS.
           05  WSLA-FLAG         PIC X(40) VALUE SPACES.
           05  WSLA-NORMAL-D     PIC X(06) VALUE SPACES.
           05  WSLA-MAX-D        PIC X(06) VALUE SPACES.
           05  WSLA-PROGRAM      PIC X(08) VALUE SPACES.

      *    the expectations, loaded once
       01  WEXP-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WEXP-TAB.
           05  WEXP-ENTRY OCCURS 100 TIMES.
               10  WEXP-PROGRAM  PIC X(08).
               10  WEXP-NORMAL   PIC 9(06).
               10  WEXP-MAX      PIC 9(06).

      *    the night's overruns, for their own section
       01  WOVR-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WOVR-TAB.
           05  WOVR-ENTRY OCCURS 50 TIMES.
               10  WOVR-STARTED  PIC X(06).
               10  WOVR-PROGRAM  PIC X(08).
               10  WOVR-ELAPSED  PIC 9(07).
               10  WOVR-MAX      PIC 9(06).

      *    eight weekly buckets per program, week 8 being the seven
      *    days that end on the report date
       01  WPRG-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WPRG-OVER             PIC S9(04) COMP VALUE ZEROS.
       01  WPRG-TAB.
           05  WPRG-ENTRY OCCURS 50 TIMES.
               10  WPRG-PROGRAM  PIC X(08).
               10  WPRG-WEEK OCCURS 8 TIMES.
                   15  WPRG-RUNS     PIC 9(05).
                   15  WPRG-TOTAL    PIC 9(11).
                   15  WPRG-WORST    PIC 9(07).

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT      PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       RTR-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY 'CMDSLA - Batch runtime SLA report'
           DISPLAY '==============================================='

           MOVE FUNCTION CURRENT-DATE TO WSLA-NOW
           IF  LS-PARM-LEN EQUAL 8 AND
               LS-PARM-TEXT(1 : 8) IS NUMERIC
               MOVE LS-PARM-TEXT(1 : 8) TO WSLA-DATE
           ELSE
               MOVE WSLA-NOW(1 : 8) TO WSLA-DATE
           END-IF
           MOVE WSLA-DATE TO WSLA-DATE-NUM
           COMPUTE WSLA-INT = FUNCTION INTEGER-OF-DATE(WSLA-DATE-NUM)
           DISPLAY 'CMDSLA - Night of ' WSLA-DATE
                   ', trend over the eight weeks ending that day'

           PERFORM RTR-CARREGA-EXPECTATIVAS

           OPEN INPUT DISP-TIME-FILE
           IF  WDTIM-STATUS NOT EQUAL '00'
               DISPLAY 'CMDSLA - Unable to open DISPTIME - status '
                       WDTIM-STATUS ' - no runtimes to report'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY ' '
           DISPLAY 'CMDSLA - Runs on ' WSLA-DATE
                   ' (start-end, seconds, program rc, result,'
                   ' normal/max):'
           MOVE 'N' TO WSLA-EOF
           PERFORM UNTIL WSLA-EOF EQUAL 'Y'
               READ DISP-TIME-FILE
                   AT END
                   MOVE 'Y' TO WSLA-EOF
               END-READ
               IF  WSLA-EOF NOT EQUAL 'Y' AND
                  (DTIM-VERB EQUAL 'RUN' OR 'START') AND
                   DTIM-STARTED(1 : 8) IS NUMERIC
                   PERFORM RTR-CONTA-EXECUCAO
               END-IF
           END-PERFORM
           CLOSE DISP-TIME-FILE
           IF  WSLA-NIGHT-RUNS EQUAL ZEROS
               DISPLAY '  (no dispatches that night)'
           END-IF

           PERFORM RTR-IMPRIME-ESTOUROS
           PERFORM RTR-IMPRIME-TENDENCIA

           DISPLAY ' '
           DISPLAY 'CMDSLA - ' WSLA-NIGHT-RUNS ' run(s), '
                   WSLA-SLOW ' over normal, ' WSLA-OVERRUNS
                   ' overrun(s), ' WSLA-FLAGGED
                   ' program(s) flagged on the trend'
           IF  WSLA-OVERRUNS GREATER ZEROS OR
               WSLA-FLAGGED GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY '==============================================='
           GOBACK.

       RTR-CARREGA-EXPECTATIVAS.
      *    no RUNEXPCT still gives the runtimes and the trend, just
      *    nothing to hold them against
           OPEN INPUT RUN-EXPCT-FILE
           IF  WEXP-STATUS NOT EQUAL '00'
               DISPLAY 'CMDSLA - Warning: RUNEXPCT not available - '
                       'status ' WEXP-STATUS ' - no expectations '
                       'to report against'
           ELSE
               MOVE 'N' TO WSLA-EOF
               PERFORM UNTIL WSLA-EOF EQUAL 'Y'
                   READ RUN-EXPCT-FILE
                       AT END
                       MOVE 'Y' TO WSLA-EOF
                   END-READ
                   IF  WSLA-EOF NOT EQUAL 'Y' AND
                       EXPT-PROGRAM NOT EQUAL SPACES AND
                       EXPT-NORMAL IS NUMERIC AND
                       EXPT-MAX IS NUMERIC AND
                       WEXP-CNT LESS 100
                       ADD 1 TO WEXP-CNT
                       MOVE EXPT-PROGRAM TO WEXP-PROGRAM(WEXP-CNT)
                       MOVE EXPT-NORMAL  TO WEXP-NORMAL(WEXP-CNT)
                       MOVE EXPT-MAX     TO WEXP-MAX(WEXP-CNT)
                   END-IF
               END-PERFORM
               CLOSE RUN-EXPCT-FILE
               DISPLAY 'CMDSLA - ' WEXP-CNT ' runtime expectations '
                       'loaded from RUNEXPCT'
           END-IF.

       RTR-CONTA-EXECUCAO.
      *    a dispatch older than eight weeks or after the report
      *    date plays no part
           MOVE DTIM-STARTED(1 : 8) TO WSLA-DATE-NUM
           COMPUTE WSLA-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WSLA-DATE-NUM)
           COMPUTE WSLA-AGE = WSLA-INT - WSLA-RUN-INT
           IF  WSLA-AGE NOT LESS ZEROS AND WSLA-AGE LESS 56
               COMPUTE WSLA-WEEK = 8 - (WSLA-AGE / 7)
               PERFORM RTR-ACUMULA-SEMANA
               IF  WSLA-AGE EQUAL ZEROS
                   PERFORM RTR-IMPRIME-EXECUCAO
               END-IF
           END-IF.

       RTR-ACUMULA-SEMANA.
           MOVE 0 TO WSLA-HIT
           PERFORM VARYING WSLA-IX FROM 1 BY 1
                     UNTIL WSLA-IX GREATER WPRG-CNT
                        OR WSLA-HIT GREATER 0
               IF  WPRG-PROGRAM(WSLA-IX) EQUAL DTIM-PROGRAM
                   MOVE WSLA-IX TO WSLA-HIT
               END-IF
           END-PERFORM
           IF  WSLA-HIT EQUAL 0
               IF  WPRG-CNT LESS 50
                   ADD 1 TO WPRG-CNT
                   MOVE WPRG-CNT TO WSLA-HIT
                   MOVE DTIM-PROGRAM TO WPRG-PROGRAM(WSLA-HIT)
                   PERFORM VARYING WSLA-WK FROM 1 BY 1
                             UNTIL WSLA-WK GREATER 8
                       MOVE ZEROS TO WPRG-RUNS(WSLA-HIT WSLA-WK)
                       MOVE ZEROS TO WPRG-TOTAL(WSLA-HIT WSLA-WK)
                       MOVE ZEROS TO WPRG-WORST(WSLA-HIT WSLA-WK)
                   END-PERFORM
               ELSE
                   ADD 1 TO WPRG-OVER
               END-IF
           END-IF
           IF  WSLA-HIT GREATER 0
               ADD 1 TO WPRG-RUNS(WSLA-HIT WSLA-WEEK)
               ADD DTIM-ELAPSED TO WPRG-TOTAL(WSLA-HIT WSLA-WEEK)
               IF  DTIM-ELAPSED GREATER WPRG-WORST(WSLA-HIT WSLA-WEEK)
                   MOVE DTIM-ELAPSED
                     TO WPRG-WORST(WSLA-HIT WSLA-WEEK)
               END-IF
           END-IF.

       RTR-PROCURA-EXPECTATIVA.
           MOVE 0 TO WSLA-EHIT
           PERFORM VARYING WSLA-IX FROM 1 BY 1
                     UNTIL WSLA-IX GREATER WEXP-CNT
                        OR WSLA-EHIT GREATER 0
               IF  WEXP-PROGRAM(WSLA-IX) EQUAL WSLA-PROGRAM
                   MOVE WSLA-IX TO WSLA-EHIT
               END-IF
           END-PERFORM
           IF  WSLA-EHIT GREATER 0
               MOVE WEXP-NORMAL(WSLA-EHIT) TO WSLA-NORMAL-D
               MOVE WEXP-MAX(WSLA-EHIT)    TO WSLA-MAX-D
           ELSE
               MOVE '  -   ' TO WSLA-NORMAL-D WSLA-MAX-D
           END-IF.

       RTR-IMPRIME-EXECUCAO.
           ADD 1 TO WSLA-NIGHT-RUNS
           MOVE DTIM-PROGRAM TO WSLA-PROGRAM
           PERFORM RTR-PROCURA-EXPECTATIVA
           EVALUATE TRUE
               WHEN WSLA-EHIT EQUAL 0
                    MOVE 'NO EXPECTATION' TO WSLA-STATUS
               WHEN DTIM-ELAPSED GREATER WEXP-MAX(WSLA-EHIT)
                    MOVE 'OVERRUN'        TO WSLA-STATUS
                    ADD 1 TO WSLA-OVERRUNS
                    IF  WOVR-CNT LESS 50
                        ADD 1 TO WOVR-CNT
                        MOVE DTIM-STARTED(9 : 6)
                          TO WOVR-STARTED(WOVR-CNT)
                        MOVE DTIM-PROGRAM TO WOVR-PROGRAM(WOVR-CNT)
                        MOVE DTIM-ELAPSED TO WOVR-ELAPSED(WOVR-CNT)
                        MOVE WEXP-MAX(WSLA-EHIT)
                          TO WOVR-MAX(WOVR-CNT)
                    END-IF
               WHEN DTIM-ELAPSED GREATER WEXP-NORMAL(WSLA-EHIT)
                    MOVE 'OVER NORMAL'    TO WSLA-STATUS
                    ADD 1 TO WSLA-SLOW
               WHEN OTHER
                    MOVE 'OK'             TO WSLA-STATUS
           END-EVALUATE
           DISPLAY '  ' DTIM-STARTED(9 : 6) '-' DTIM-ENDED(9 : 6)
                   ' ' DTIM-PROGRAM ' ' DTIM-ELAPSED
                   ' rc ' DTIM-PROG-RC ' ' DTIM-RESULT
                   ' ' WSLA-NORMAL-D '/' WSLA-MAX-D
                   ' ' WSLA-STATUS.

       RTR-IMPRIME-ESTOUROS.
           DISPLAY ' '
           DISPLAY 'CMDSLA - Overruns (past the expected maximum):'
           IF  WOVR-CNT EQUAL ZEROS
               DISPLAY '  (none - every run inside its maximum)'
           END-IF
           PERFORM VARYING WSLA-IX FROM 1 BY 1
                     UNTIL WSLA-IX GREATER WOVR-CNT
               COMPUTE WSLA-OVER-BY =
                       WOVR-ELAPSED(WSLA-IX) - WOVR-MAX(WSLA-IX)
               DISPLAY '  ' WOVR-STARTED(WSLA-IX) ' '
                       WOVR-PROGRAM(WSLA-IX) ' ran '
                       WOVR-ELAPSED(WSLA-IX) 's against a maximum '
                       'of ' WOVR-MAX(WSLA-IX) 's - over by '
                       WSLA-OVER-BY 's'
           END-PERFORM.

       RTR-IMPRIME-TENDENCIA.
           DISPLAY ' '
           DISPLAY 'CMDSLA - Weekly trend per program (week ending, '
                   'runs, average, worst - seconds):'
           IF  WPRG-CNT EQUAL ZEROS
               DISPLAY '  (no dispatches in the eight weeks)'
           END-IF
           IF  WPRG-OVER GREATER ZEROS
               DISPLAY '  Warning: ' WPRG-OVER ' dispatch(es) of '
                       'programs beyond the 50-entry table left out'
           END-IF
           PERFORM VARYING WSLA-HIT FROM 1 BY 1
                     UNTIL WSLA-HIT GREATER WPRG-CNT
               MOVE WPRG-PROGRAM(WSLA-HIT) TO WSLA-PROGRAM
               PERFORM RTR-PROCURA-EXPECTATIVA
               DISPLAY '  ' WPRG-PROGRAM(WSLA-HIT)
                       '  normal ' WSLA-NORMAL-D
                       '  max ' WSLA-MAX-D
               MOVE ZEROS TO WSLA-AVG-1 WSLA-AVG-2 WSLA-AVG-3
               PERFORM VARYING WSLA-WK FROM 1 BY 1
                         UNTIL WSLA-WK GREATER 8
                   PERFORM RTR-IMPRIME-SEMANA
               END-PERFORM
               PERFORM RTR-AVALIA-TENDENCIA
           END-PERFORM.

       RTR-IMPRIME-SEMANA.
           COMPUTE WSLA-RUN-INT = WSLA-INT - (8 - WSLA-WK) * 7
           COMPUTE WSLA-WEEK-END =
                   FUNCTION DATE-OF-INTEGER(WSLA-RUN-INT)
           IF  WPRG-RUNS(WSLA-HIT WSLA-WK) GREATER ZEROS
               COMPUTE WSLA-AVG = WPRG-TOTAL(WSLA-HIT WSLA-WK)
                                / WPRG-RUNS(WSLA-HIT WSLA-WK)
               DISPLAY '      ' WSLA-WEEK-END ' '
                       WPRG-RUNS(WSLA-HIT WSLA-WK) ' '
                       WSLA-AVG ' '
                       WPRG-WORST(WSLA-HIT WSLA-WK)
           ELSE
               MOVE ZEROS TO WSLA-AVG
               DISPLAY '      ' WSLA-WEEK-END ' (no runs)'
           END-IF
      *    the last three weeks' averages feed the creep test
           EVALUATE WSLA-WK
               WHEN 6
                    MOVE WSLA-AVG TO WSLA-AVG-1
               WHEN 7
                    MOVE WSLA-AVG TO WSLA-AVG-2
               WHEN 8
                    MOVE WSLA-AVG TO WSLA-AVG-3
           END-EVALUATE.

       RTR-AVALIA-TENDENCIA.
           MOVE SPACES TO WSLA-FLAG
           EVALUATE TRUE
               WHEN WSLA-EHIT GREATER 0 AND
                    WPRG-WORST(WSLA-HIT 8) GREATER
                    WEXP-MAX(WSLA-EHIT)
                    MOVE 'BREACHED ITS MAXIMUM THIS WEEK'
                      TO WSLA-FLAG
               WHEN WSLA-EHIT GREATER 0 AND
                    WPRG-WORST(WSLA-HIT 8) * 10 NOT LESS
                    WEXP-MAX(WSLA-EHIT) * 9
                    MOVE 'WITHIN A TENTH OF ITS MAXIMUM'
                      TO WSLA-FLAG
               WHEN WSLA-EHIT GREATER 0 AND
                    WSLA-AVG-3 GREATER WEXP-NORMAL(WSLA-EHIT)
                    MOVE 'AVERAGE ABOVE NORMAL' TO WSLA-FLAG
               WHEN WSLA-AVG-1 GREATER ZEROS AND
                    WSLA-AVG-2 GREATER WSLA-AVG-1 AND
                    WSLA-AVG-3 GREATER WSLA-AVG-2
                    MOVE 'CREEPING - AVERAGE UP THREE WEEKS RUNNING'
                      TO WSLA-FLAG
           END-EVALUATE
           IF  WSLA-FLAG NOT EQUAL SPACES
               ADD 1 TO WSLA-FLAGGED
               DISPLAY '      *** ' WSLA-FLAG
           END-IF.

       END PROGRAM CMDSLA.
