      *----------------------------------------------------------------*
      *    Nightly schedule generator: cuts tonight's CMDSCHED from
      *    the master schedule (MSTSCHED) and the shop calendar
      *    (SHOPCAL, see CPYSCAL) instead of someone deciding from
      *    memory every afternoon which commands run on which
      *    weekday and what changes at month-end and on holidays.
      *    Each master entry carries the CMDSCHED record exactly as
      *    CMDEXEC will read it ('HHMM command', predecessor clause
      *    and all) and the rule for the days it runs:
      *      DOW   the Monday-Sunday Y/N mask, same as WINCTL's
      *      FBD   the first business day of the month
      *      LBD   the last business day of the month
      *      DATE  up to four specific dates YYYYMMDD
      *    A business day is Monday to Friday and not on the shop
      *    calendar. A closure day ('C') schedules nothing at all;
      *    a holiday ('H') leaves out every entry not marked to run
      *    on holidays, except a DATE entry naming that very day.
      *    Master order is schedule order - predecessors and planned
      *    times stay as written. Every entry appears on the SCHEDLST
      *    listing as INCLUDED or LEFT OUT with the reason, so the
      *    6 PM PRESUBMT run checks a schedule whose making can be
      *    read. PARM is the night's date 'YYYYMMDD'; empty means
      *    today. Return code 0, 4 when master entries carry an
      *    invalid rule, 8 when the master schedule or the output
      *    cannot be opened.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-SCHED-FILE ASSIGN TO MSTSCHED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WMST-STATUS.
           SELECT SHOP-CAL-FILE ASSIGN TO SHOPCAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WSCAL-STATUS.
           SELECT CMD-SCHED-FILE ASSIGN TO CMDSCHED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WSCHED-STATUS.
           SELECT SCHED-LIST-FILE ASSIGN TO SCHEDLST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Master schedule: the run rule, then the CMDSCHED record
      *    it produces. MSCH-HOLIDAY 'Y' keeps a DOW/FBD/LBD entry
      *    on holidays (housekeeping that runs regardless).
       FD  MST-SCHED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 131 CHARACTERS.
       01  MST-SCHED-RECORD.
           05  MSCH-RULE         PIC X(04).
           05  FILLER            PIC X(01).
           05  MSCH-DAYS         PIC X(07).
           05  FILLER            PIC X(01).
           05  MSCH-DATE-ENT OCCURS 4 TIMES.
               10  MSCH-DATE     PIC X(08).
               10  FILLER        PIC X(01).
           05  MSCH-HOLIDAY      PIC X(01).
           05  FILLER            PIC X(01).
           05  MSCH-SCHED        PIC X(80).

       FD  SHOP-CAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY CPYSCAL.

       FD  CMD-SCHED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SCHED-COMMAND         PIC X(80).

       FD  SCHED-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SCHED-LIST-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WMST-STATUS       PIC X(02) VALUE '00'.
           05  WSCAL-STATUS      PIC X(02) VALUE '00'.
           05  WSCHED-STATUS     PIC X(02) VALUE '00'.
           05  WLST-STATUS       PIC X(02) VALUE '00'.
           05  WGEN-EOF          PIC X(01) VALUE 'N'.
           05  WGEN-NOW          PIC X(21) VALUE SPACES.
           05  WGEN-DATE         PIC X(08) VALUE SPACES.
           05  WGEN-DATE-NUM     PIC 9(08) VALUE ZEROS.
           05  WGEN-INT          PIC S9(09) COMP VALUE ZEROS.
           05  WGEN-DOW          PIC S9(04) COMP VALUE ZEROS.
           05  WGEN-DAY-TYPE     PIC X(01) VALUE SPACES.
           05  WGEN-DAY-DESC     PIC X(30) VALUE SPACES.
           05  WGEN-FBD          PIC X(08) VALUE SPACES.
           05  WGEN-LBD          PIC X(08) VALUE SPACES.
           05  WGEN-MONTH-INT    PIC S9(09) COMP VALUE ZEROS.
           05  WGEN-TEST-NUM     PIC 9(08) VALUE ZEROS.
           05  WGEN-TEST-INT     PIC S9(09) COMP VALUE ZEROS.
           05  WGEN-TEST-DOW     PIC S9(04) COMP VALUE ZEROS.
           05  WGEN-UTIL         PIC X(01) VALUE 'N'.
           05  WGEN-MATCH        PIC X(01) VALUE 'N'.
           05  WGEN-WHY          PIC X(60) VALUE SPACES.
           05  WGEN-IX           PIC S9(04) COMP VALUE ZEROS.
           05  WGEN-READ         PIC 9(04) VALUE ZEROS.
           05  WGEN-INCLUDED     PIC 9(04) VALUE ZEROS.
           05  WGEN-LEFT-OUT     PIC 9(04) VALUE ZEROS.
           05  WGEN-INVALID      PIC 9(04) VALUE ZEROS.
           05  WGEN-DAY-NAMES    PIC X(21)
                                 VALUE 'MONTUEWEDTHUFRISATSUN'.
           05  WGEN-DAY-NAME     PIC X(03) VALUE SPACES.
           05  WGEN-DETAIL       PIC X(100) VALUE SPACES.

       01  WCAL-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WCAL-OVER             PIC S9(04) COMP VALUE ZEROS.
       01  WCAL-TAB.
           05  WCAL-ENTRY OCCURS 400 TIMES.
               10  WCAL-DATE     PIC X(08).
               10  WCAL-TYPE     PIC X(01).
               10  WCAL-DESC     PIC X(30).

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT      PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       RTR-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY 'CMDGEN - Nightly schedule generator'
           DISPLAY '==============================================='

           MOVE FUNCTION CURRENT-DATE TO WGEN-NOW
           IF  LS-PARM-LEN EQUAL 8 AND
               LS-PARM-TEXT(1 : 8) IS NUMERIC
               MOVE LS-PARM-TEXT(1 : 8) TO WGEN-DATE
           ELSE
               MOVE WGEN-NOW(1 : 8) TO WGEN-DATE
           END-IF
           DISPLAY 'CMDGEN - Generating the schedule for ' WGEN-DATE

           PERFORM RTR-CARREGA-CALENDARIO
           PERFORM RTR-CALCULA-DIA

           OPEN INPUT MST-SCHED-FILE
           IF  WMST-STATUS NOT EQUAL '00'
               DISPLAY 'CMDGEN - Unable to open MSTSCHED - status '
                       WMST-STATUS ' - no schedule generated'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CMD-SCHED-FILE
           IF  WSCHED-STATUS NOT EQUAL '00'
               DISPLAY 'CMDGEN - Unable to open CMDSCHED - status '
                       WSCHED-STATUS ' - no schedule generated'
               CLOSE MST-SCHED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SCHED-LIST-FILE
           IF  WLST-STATUS NOT EQUAL '00'
               DISPLAY 'CMDGEN - Unable to open SCHEDLST - status '
                       WLST-STATUS ' - no schedule generated'
               CLOSE MST-SCHED-FILE
               CLOSE CMD-SCHED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM RTR-IMPRIME-CABECALHO

           MOVE 'N' TO WGEN-EOF
           PERFORM UNTIL WGEN-EOF EQUAL 'Y'
               READ MST-SCHED-FILE
                   AT END
                   MOVE 'Y' TO WGEN-EOF
               END-READ
               IF  WGEN-EOF NOT EQUAL 'Y' AND
                   MST-SCHED-RECORD NOT EQUAL SPACES
                   ADD 1 TO WGEN-READ
                   PERFORM RTR-AVALIA-ENTRADA
               END-IF
           END-PERFORM
           CLOSE MST-SCHED-FILE
           CLOSE CMD-SCHED-FILE

           MOVE SPACES TO WGEN-DETAIL
           PERFORM RTR-ESCREVE-LINHA
           MOVE SPACES TO WGEN-DETAIL
           STRING 'MASTER ENTRIES: ' WGEN-READ
                  '   INCLUDED: ' WGEN-INCLUDED
                  '   LEFT OUT: ' WGEN-LEFT-OUT
                  '   INVALID: ' WGEN-INVALID
                  DELIMITED BY SIZE INTO WGEN-DETAIL
           PERFORM RTR-ESCREVE-LINHA
           CLOSE SCHED-LIST-FILE

           DISPLAY 'CMDGEN - ' WGEN-READ ' master entries, '
                   WGEN-INCLUDED ' included, ' WGEN-LEFT-OUT
                   ' left out (' WGEN-INVALID ' invalid)'
           IF  WGEN-INVALID GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY '==============================================='
           GOBACK.

       RTR-CARREGA-CALENDARIO.
      *    no calendar means every weekday is a business day and
      *    nothing is closed - said loudly, since month-end then
      *    falls wherever the weekday arithmetic puts it
           OPEN INPUT SHOP-CAL-FILE
           IF  WSCAL-STATUS NOT EQUAL '00'
               DISPLAY 'CMDGEN - Warning: SHOPCAL not available - '
                       'status ' WSCAL-STATUS ' - no holidays or '
                       'closures applied'
           ELSE
               MOVE 'N' TO WGEN-EOF
               PERFORM UNTIL WGEN-EOF EQUAL 'Y'
                   READ SHOP-CAL-FILE
                       AT END
                       MOVE 'Y' TO WGEN-EOF
                   END-READ
                   IF  WGEN-EOF NOT EQUAL 'Y'
                       IF  WCAL-CNT NOT LESS 400
                           ADD 1 TO WCAL-OVER
                       ELSE
                           ADD 1 TO WCAL-CNT
                           MOVE SCAL-DATE TO WCAL-DATE(WCAL-CNT)
                           MOVE SCAL-TYPE TO WCAL-TYPE(WCAL-CNT)
                           MOVE SCAL-DESC TO WCAL-DESC(WCAL-CNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SHOP-CAL-FILE
               IF  WCAL-OVER GREATER ZEROS
                   DISPLAY 'CMDGEN - Warning: ' WCAL-OVER
                           ' calendar days beyond the 400-entry '
                           'table were ignored'
               END-IF
           END-IF.

       RTR-CALCULA-DIA.
      *    tonight's weekday and calendar standing, then the first
      *    and last business days of its month - walked day by day
      *    from the 1st until the month changes
           MOVE WGEN-DATE TO WGEN-DATE-NUM
           COMPUTE WGEN-INT = FUNCTION INTEGER-OF-DATE(WGEN-DATE-NUM)
           COMPUTE WGEN-DOW = FUNCTION REM(WGEN-INT 7)
           IF  WGEN-DOW EQUAL ZERO
               MOVE 7 TO WGEN-DOW
           END-IF
           MOVE WGEN-DAY-NAMES((WGEN-DOW - 1) * 3 + 1 : 3)
             TO WGEN-DAY-NAME

           MOVE WGEN-DATE TO WGEN-TEST-NUM
           PERFORM RTR-PROCURA-CALENDARIO

           MOVE SPACES TO WGEN-FBD WGEN-LBD
           MOVE WGEN-DATE TO WGEN-TEST-NUM
           MOVE '01' TO WGEN-TEST-NUM(7 : 2)
           COMPUTE WGEN-MONTH-INT =
                   FUNCTION INTEGER-OF-DATE(WGEN-TEST-NUM)
           MOVE WGEN-MONTH-INT TO WGEN-TEST-INT
           PERFORM UNTIL WGEN-TEST-NUM(5 : 2) NOT EQUAL
                         WGEN-DATE(5 : 2)
               PERFORM RTR-VERIFICA-UTIL
               IF  WGEN-UTIL EQUAL 'Y'
                   IF  WGEN-FBD EQUAL SPACES
                       MOVE WGEN-TEST-NUM TO WGEN-FBD
                   END-IF
                   MOVE WGEN-TEST-NUM TO WGEN-LBD
               END-IF
               ADD 1 TO WGEN-TEST-INT
               COMPUTE WGEN-TEST-NUM =
                       FUNCTION DATE-OF-INTEGER(WGEN-TEST-INT)
           END-PERFORM.

       RTR-PROCURA-CALENDARIO.
      *    tonight's own entry on the calendar, if any
           MOVE SPACES TO WGEN-DAY-TYPE WGEN-DAY-DESC
           PERFORM VARYING WGEN-IX FROM 1 BY 1
                     UNTIL WGEN-IX GREATER WCAL-CNT
               IF  WCAL-DATE(WGEN-IX) EQUAL WGEN-DATE
                   MOVE WCAL-TYPE(WGEN-IX) TO WGEN-DAY-TYPE
                   MOVE WCAL-DESC(WGEN-IX) TO WGEN-DAY-DESC
               END-IF
           END-PERFORM.

       RTR-VERIFICA-UTIL.
      *    WGEN-TEST-NUM is a business day: Monday to Friday and
      *    neither a holiday nor a closure on the calendar
           MOVE 'Y' TO WGEN-UTIL
           COMPUTE WGEN-TEST-DOW = FUNCTION REM(WGEN-TEST-INT 7)
           IF  WGEN-TEST-DOW EQUAL ZERO OR WGEN-TEST-DOW EQUAL 6
               MOVE 'N' TO WGEN-UTIL
           END-IF
           PERFORM VARYING WGEN-IX FROM 1 BY 1
                     UNTIL WGEN-IX GREATER WCAL-CNT
                        OR WGEN-UTIL EQUAL 'N'
               IF  WCAL-DATE(WGEN-IX) EQUAL WGEN-TEST-NUM AND
                  (WCAL-TYPE(WGEN-IX) EQUAL 'H' OR 'C')
                   MOVE 'N' TO WGEN-UTIL
               END-IF
           END-PERFORM.

       RTR-AVALIA-ENTRADA.
      *    the entry's own rule first, then the calendar: a closure
      *    day overrides everything, a holiday everything but an
      *    explicit date or an entry marked to run on holidays
           MOVE 'N'    TO WGEN-MATCH
           MOVE SPACES TO WGEN-WHY
           EVALUATE MSCH-RULE
               WHEN 'DOW '
                    IF  MSCH-DAYS(WGEN-DOW : 1) EQUAL 'Y'
                        MOVE 'Y' TO WGEN-MATCH
                        STRING 'RUNS ON ' WGEN-DAY-NAME
                               DELIMITED BY SIZE INTO WGEN-WHY
                    ELSE
                        STRING 'NOT SCHEDULED ON ' WGEN-DAY-NAME
                               ' (DAYS ' MSCH-DAYS ')'
                               DELIMITED BY SIZE INTO WGEN-WHY
                    END-IF
               WHEN 'FBD '
                    IF  WGEN-DATE EQUAL WGEN-FBD
                        MOVE 'Y' TO WGEN-MATCH
                        MOVE 'FIRST BUSINESS DAY OF THE MONTH'
                          TO WGEN-WHY
                    ELSE
                        STRING 'NOT THE FIRST BUSINESS DAY ('
                               WGEN-FBD ')'
                               DELIMITED BY SIZE INTO WGEN-WHY
                    END-IF
               WHEN 'LBD '
                    IF  WGEN-DATE EQUAL WGEN-LBD
                        MOVE 'Y' TO WGEN-MATCH
                        MOVE 'LAST BUSINESS DAY OF THE MONTH'
                          TO WGEN-WHY
                    ELSE
                        STRING 'NOT THE LAST BUSINESS DAY ('
                               WGEN-LBD ')'
                               DELIMITED BY SIZE INTO WGEN-WHY
                    END-IF
               WHEN 'DATE'
                    PERFORM VARYING WGEN-IX FROM 1 BY 1
                              UNTIL WGEN-IX GREATER 4
                        IF  MSCH-DATE(WGEN-IX) EQUAL WGEN-DATE
                            MOVE 'Y' TO WGEN-MATCH
                        END-IF
                    END-PERFORM
                    IF  WGEN-MATCH EQUAL 'Y'
                        MOVE 'SPECIFIC DATE' TO WGEN-WHY
                    ELSE
                        MOVE 'NOT ON ITS DATE LIST' TO WGEN-WHY
                    END-IF
               WHEN OTHER
                    ADD 1 TO WGEN-INVALID
                    STRING 'INVALID RUN RULE "' MSCH-RULE
                           '" - USE DOW, FBD, LBD OR DATE'
                           DELIMITED BY SIZE INTO WGEN-WHY
           END-EVALUATE

           IF  WGEN-MATCH EQUAL 'Y'
               EVALUATE TRUE
                   WHEN WGEN-DAY-TYPE EQUAL 'C'
                        MOVE 'N' TO WGEN-MATCH
                        MOVE SPACES TO WGEN-WHY
                        STRING 'CLOSURE DAY - ' WGEN-DAY-DESC
                               DELIMITED BY SIZE INTO WGEN-WHY
                   WHEN WGEN-DAY-TYPE EQUAL 'H' AND
                        MSCH-RULE NOT EQUAL 'DATE' AND
                        MSCH-HOLIDAY NOT EQUAL 'Y'
                        MOVE 'N' TO WGEN-MATCH
                        MOVE SPACES TO WGEN-WHY
                        STRING 'HOLIDAY - ' WGEN-DAY-DESC
                               DELIMITED BY SIZE INTO WGEN-WHY
               END-EVALUATE
           END-IF

           MOVE SPACES TO WGEN-DETAIL
           IF  WGEN-MATCH EQUAL 'Y'
               ADD 1 TO WGEN-INCLUDED
               MOVE MSCH-SCHED TO SCHED-COMMAND
               WRITE SCHED-COMMAND
               STRING 'INCLUDED  ' MSCH-SCHED
                      DELIMITED BY SIZE INTO WGEN-DETAIL
           ELSE
               ADD 1 TO WGEN-LEFT-OUT
               STRING 'LEFT OUT  ' MSCH-SCHED
                      DELIMITED BY SIZE INTO WGEN-DETAIL
           END-IF
           PERFORM RTR-ESCREVE-LINHA
           MOVE SPACES TO WGEN-DETAIL
           STRING '          WHY: ' WGEN-WHY
                  DELIMITED BY SIZE INTO WGEN-DETAIL
           PERFORM RTR-ESCREVE-LINHA.

       RTR-IMPRIME-CABECALHO.
           MOVE SPACES TO WGEN-DETAIL
           STRING 'CMDGEN - NIGHTLY SCHEDULE GENERATION  '
                  WGEN-NOW(1 : 8) ' ' WGEN-NOW(9 : 6)
                  DELIMITED BY SIZE INTO WGEN-DETAIL
           PERFORM RTR-ESCREVE-LINHA
           MOVE SPACES TO WGEN-DETAIL
           STRING 'SCHEDULE DATE: ' WGEN-DATE ' ' WGEN-DAY-NAME
                  '   FIRST BUSINESS DAY: ' WGEN-FBD
                  '   LAST: ' WGEN-LBD
                  DELIMITED BY SIZE INTO WGEN-DETAIL
           PERFORM RTR-ESCREVE-LINHA
           MOVE SPACES TO WGEN-DETAIL
           EVALUATE WGEN-DAY-TYPE
               WHEN 'C'
                    STRING 'CALENDAR: CLOSURE DAY - ' WGEN-DAY-DESC
                           DELIMITED BY SIZE INTO WGEN-DETAIL
               WHEN 'H'
                    STRING 'CALENDAR: HOLIDAY - ' WGEN-DAY-DESC
                           DELIMITED BY SIZE INTO WGEN-DETAIL
               WHEN OTHER
                    MOVE 'CALENDAR: ORDINARY DAY' TO WGEN-DETAIL
           END-EVALUATE
           PERFORM RTR-ESCREVE-LINHA
           MOVE SPACES TO WGEN-DETAIL
           PERFORM RTR-ESCREVE-LINHA.

       RTR-ESCREVE-LINHA.
           MOVE WGEN-DETAIL TO SCHED-LIST-RECORD
           WRITE SCHED-LIST-RECORD.

       END PROGRAM CMDGEN.
