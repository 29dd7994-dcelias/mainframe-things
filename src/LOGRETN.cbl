      *----------------------------------------------------------------*
      *    Retention housekeeping for the family's append-only logs.
      *    CMDLOG has CMDCOMP and PTRVSAM has HPOINTER, but the other
      *    logs are opened EXTEND forever and have become the slowest
      *    part of CEERPT and SHIFTRPT: CEEERRLG, OPSEVLOG, RUNSTATS,
      *    PTRAUDIT, STATAUD, OPSAUDIT, RULAUDIT and CMDJRNL. The
      *    retention period for each, in days, is kept on the
      *    RETNCTL control dataset; a log with no RETNCTL record is
      *    left alone. For each log with a retention period the
      *    records dated before the cut-off are copied to that log's
      *    archive generation (A-prefixed ddname, a new generation
      *    each run, in the log's own layout so the log's reports
      *    read it unchanged), the recent tail is held on the
      *    RETNWORK work file, and the live log is rewritten with
      *    the tail only. A record whose date cannot be read is
      *    kept, never archived. Each log is processed under its
      *    own run-lock (RUNLOCK, resource = the log's ddname - the
      *    lock every writer of the log claims around its record,
      *    so nothing is appended between the read and the rewrite),
      *    and the live log is only rewritten once its archive copy has
      *    closed cleanly - an archive that will not open leaves the
      *    log untouched, as CMDCOMP does. For the four chained
      *    audit trails the sequence number and chain value of the
      *    last record archived are left on CHAINANC (CHAINPUT) as
      *    the trail's anchor before the log is cut back, so the
      *    tail still verifies under CHAINVER; no anchor, no cut.
      *    Prints records in, archived and kept per log, and checks
      *    that they balance. Return code 0 clean, 4 when a log was
      *    skipped or did not balance, 8 when RETNCTL is missing.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGRETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETN-CTL-FILE ASSIGN TO RETNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WCTL-STATUS.
           SELECT RETN-WORK-FILE ASSIGN TO RETNWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WWRK-STATUS.
           SELECT CEE-ERR-FILE ASSIGN TO CEEERRLG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLIVE-STATUS.
           SELECT OPS-EVT-FILE ASSIGN TO OPSEVLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLIVE-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO RUNSTATS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLIVE-STATUS.
           SELECT PTR-AUD-FILE ASSIGN TO PTRAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLIVE-STATUS.
           SELECT STAT-AUD-FILE ASSIGN TO STATAUD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLIVE-STATUS.
           SELECT OPS-AUD-FILE ASSIGN TO OPSAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLIVE-STATUS.
           SELECT RUL-AUD-FILE ASSIGN TO RULAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLIVE-STATUS.
           SELECT CMD-JRNL-FILE ASSIGN TO CMDJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLIVE-STATUS.
           SELECT CEE-ERR-ARCH ASSIGN TO ACEEERRL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCH-STATUS.
           SELECT OPS-EVT-ARCH ASSIGN TO AOPSEVLG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCH-STATUS.
           SELECT RUN-STAT-ARCH ASSIGN TO ARUNSTAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCH-STATUS.
           SELECT PTR-AUD-ARCH ASSIGN TO APTRAUDT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCH-STATUS.
           SELECT STAT-AUD-ARCH ASSIGN TO ASTATAUD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCH-STATUS.
           SELECT OPS-AUD-ARCH ASSIGN TO AOPSAUDT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCH-STATUS.
           SELECT RUL-AUD-ARCH ASSIGN TO ARULAUDT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCH-STATUS.
           SELECT CMD-JRNL-ARCH ASSIGN TO ACMDJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    retention per log, in days
       FD  RETN-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RETN-CTL-RECORD.
           05  RCTL-LOG          PIC X(08).
           05  FILLER            PIC X(01).
           05  RCTL-DAYS         PIC 9(04).
           05  FILLER            PIC X(67).

      *    the tail being kept, in the longest log's width
       FD  RETN-WORK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  RETN-WORK-RECORD      PIC X(160).

      *    the logs are only copied here, never interpreted past
      *    their date - each is read and written whole
       FD  CEE-ERR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
       01  CEE-ERR-REC           PIC X(51).
       FD  OPS-EVT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 87 CHARACTERS.
       01  OPS-EVT-REC           PIC X(87).
       FD  RUN-STAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS.
       01  RUN-STAT-REC          PIC X(78).
       FD  PTR-AUD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 99 CHARACTERS.
       01  PTR-AUD-REC           PIC X(99).
       FD  STAT-AUD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  STAT-AUD-REC          PIC X(85).
       FD  OPS-AUD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 136 CHARACTERS.
       01  OPS-AUD-REC           PIC X(136).
       FD  RUL-AUD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       01  RUL-AUD-REC           PIC X(152).
       FD  CMD-JRNL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 146 CHARACTERS.
       01  CMD-JRNL-REC          PIC X(146).

       FD  CEE-ERR-ARCH
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
       01  CEE-ERR-AREC          PIC X(51).
       FD  OPS-EVT-ARCH
           RECORDING MODE IS F
           RECORD CONTAINS 87 CHARACTERS.
       01  OPS-EVT-AREC          PIC X(87).
       FD  RUN-STAT-ARCH
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS.
       01  RUN-STAT-AREC         PIC X(78).
       FD  PTR-AUD-ARCH
           RECORDING MODE IS F
           RECORD CONTAINS 99 CHARACTERS.
       01  PTR-AUD-AREC          PIC X(99).
       FD  STAT-AUD-ARCH
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  STAT-AUD-AREC         PIC X(85).
       FD  OPS-AUD-ARCH
           RECORDING MODE IS F
           RECORD CONTAINS 136 CHARACTERS.
       01  OPS-AUD-AREC          PIC X(136).
       FD  RUL-AUD-ARCH
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       01  RUL-AUD-AREC          PIC X(152).
       FD  CMD-JRNL-ARCH
           RECORDING MODE IS F
           RECORD CONTAINS 146 CHARACTERS.
       01  CMD-JRNL-AREC         PIC X(146).

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WCTL-STATUS       PIC X(02) VALUE '00'.
           05  WWRK-STATUS       PIC X(02) VALUE '00'.
           05  WLIVE-STATUS      PIC X(02) VALUE '00'.
           05  WARCH-STATUS      PIC X(02) VALUE '00'.
           05  WRET-EOF          PIC X(01) VALUE 'N'.
           05  WRET-IX           PIC S9(04) COMP VALUE ZEROS.
           05  WRET-NOW          PIC X(21) VALUE SPACES.
           05  WRET-TODAY-NUM    PIC 9(08) VALUE ZEROS.
           05  WRET-CUT-INT      PIC S9(09) COMP VALUE ZEROS.
           05  WRET-CUT-NUM      PIC 9(08) VALUE ZEROS.
           05  WRET-CUT-DATE     PIC X(08) VALUE SPACES.
           05  WRET-REC          PIC X(160) VALUE SPACES.
           05  WRET-REC-DATE     PIC X(08) VALUE SPACES.
           05  WRET-IN           PIC 9(08) VALUE ZEROS.
           05  WRET-ARCHIVED     PIC 9(08) VALUE ZEROS.
           05  WRET-KEPT         PIC 9(08) VALUE ZEROS.
           05  WRET-REWRITTEN    PIC 9(08) VALUE ZEROS.
           05  WRET-OK           PIC X(01) VALUE 'Y'.
           05  WRET-WARN         PIC X(01) VALUE 'N'.
           05  WRET-CHAINED      PIC X(01) VALUE 'N'.
           05  WRET-SEQ-POS      PIC S9(04) COMP VALUE ZEROS.
           05  WRET-CHN-POS      PIC S9(04) COMP VALUE ZEROS.

      *    the logs this job keeps, with where each record's
      *    YYYYMMDD date sits, the record length of a chained audit
      *    trail (000 = not chained) and the retention read off
      *    RETNCTL (9999 = no RETNCTL record, leave the log alone)
       01  WLOG-VALUES.
           05  FILLER PIC X(15) VALUE 'CEEERRLG001 000'.
           05  FILLER PIC X(15) VALUE 'OPSEVLOG001 000'.
           05  FILLER PIC X(15) VALUE 'RUNSTATS001 000'.
           05  FILLER PIC X(15) VALUE 'PTRAUDIT001 099'.
           05  FILLER PIC X(15) VALUE 'STATAUD 001 085'.
           05  FILLER PIC X(15) VALUE 'OPSAUDIT001 136'.
           05  FILLER PIC X(15) VALUE 'RULAUDIT001 152'.
           05  FILLER PIC X(15) VALUE 'CMDJRNL 006 000'.
       01  WLOG-TAB REDEFINES WLOG-VALUES.
           05  WLOG-ENTRY OCCURS 8 TIMES.
               10  WLOG-NAME     PIC X(08).
               10  WLOG-DATE-POS PIC 9(03).
               10  FILLER        PIC X(01).
               10  WLOG-CHN-LEN  PIC 9(03).
       01  WLOG-DAYS-TAB.
           05  WLOG-DAYS         PIC 9(04) OCCURS 8 TIMES.

      *    run-lock area (RUNLOCK): each log is rolled under its own
      *    lock, claimed with a wait since its writers hold it only
      *    for a record
       01  WLOCK-AREA.
           05  WLOCK-RESOURCE    PIC X(08) VALUE SPACES.
           05  WLOCK-ACTION      PIC X(05) VALUE SPACES.
           05  WLOCK-JOB         PIC X(08) VALUE SPACES.
           05  WLOCK-HOLDER      PIC X(08) VALUE SPACES.
           05  WLOCK-SINCE       PIC X(21) VALUE SPACES.
           05  WLOCK-RC          PIC S9(04) COMP VALUE ZEROS.
           05  WLOCK-WAIT        PIC 9(04) VALUE 60.

      *    chain area (CHAINPUT): the anchor left for the records a
      *    chained trail's roll takes off the live log
       01  WCHN-AREA.
           05  WCHN-TRAIL        PIC X(08) VALUE SPACES.
           05  WCHN-ACTION       PIC X(04) VALUE 'ANCH'.
           05  WCHN-SEQ          PIC 9(08) VALUE ZEROS.
           05  WCHN-PREV         PIC 9(16) VALUE ZEROS.
           05  WCHN-CHAIN        PIC 9(16) VALUE ZEROS.
           05  WCHN-JOB          PIC X(08) VALUE 'LOGRETN '.
           05  WCHN-RC           PIC S9(04) COMP VALUE ZEROS.

       PROCEDURE DIVISION.

       RTR-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY 'LOGRETN - Log retention housekeeping'
           DISPLAY '==============================================='

           MOVE FUNCTION CURRENT-DATE TO WRET-NOW
           MOVE WRET-NOW(1 : 8) TO WRET-TODAY-NUM

           PERFORM RTR-CARREGA-CONTROLE
           IF  RETURN-CODE NOT EQUAL ZEROS
               GOBACK
           END-IF

           DISPLAY ' '
           DISPLAY 'LOGRETN - LOG       DAYS  CUT-OFF          IN'
                   '  ARCHIVED      KEPT'
           PERFORM VARYING WRET-IX FROM 1 BY 1
                     UNTIL WRET-IX GREATER 8
               IF  WLOG-DAYS(WRET-IX) EQUAL 9999
                   DISPLAY 'LOGRETN - ' WLOG-NAME(WRET-IX)
                           '  no retention on RETNCTL - left alone'
               ELSE
                   PERFORM RTR-PROCESSA-LOG
               END-IF
           END-PERFORM

           IF  WRET-WARN EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY '==============================================='
           GOBACK.

       RTR-CARREGA-CONTROLE.
           PERFORM VARYING WRET-IX FROM 1 BY 1
                     UNTIL WRET-IX GREATER 8
               MOVE 9999 TO WLOG-DAYS(WRET-IX)
           END-PERFORM
           OPEN INPUT RETN-CTL-FILE
           IF  WCTL-STATUS NOT EQUAL '00'
               DISPLAY 'LOGRETN - RETNCTL not available - status '
                       WCTL-STATUS ' - no log rolled'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WRET-EOF
           PERFORM UNTIL WRET-EOF EQUAL 'Y'
               READ RETN-CTL-FILE
                   AT END
                   MOVE 'Y' TO WRET-EOF
               END-READ
               IF  WRET-EOF NOT EQUAL 'Y'
                   PERFORM VARYING WRET-IX FROM 1 BY 1
                             UNTIL WRET-IX GREATER 8
                       IF  WLOG-NAME(WRET-IX) EQUAL RCTL-LOG
                           IF  RCTL-DAYS IS NUMERIC AND
                               RCTL-DAYS GREATER ZEROS
                               MOVE RCTL-DAYS TO WLOG-DAYS(WRET-IX)
                           ELSE
                               DISPLAY 'LOGRETN - RETNCTL retention '
                                       'for ' RCTL-LOG ' is not a '
                                       'number of days - ignored'
                               MOVE 'Y' TO WRET-WARN
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE RETN-CTL-FILE.

       RTR-PROCESSA-LOG.
      *    records dated before today less the retention go out;
      *    the cut-off day itself and everything after it stays
           COMPUTE WRET-CUT-INT =
                   FUNCTION INTEGER-OF-DATE(WRET-TODAY-NUM)
                   - WLOG-DAYS(WRET-IX)
           COMPUTE WRET-CUT-NUM =
                   FUNCTION DATE-OF-INTEGER(WRET-CUT-INT)
           MOVE WRET-CUT-NUM TO WRET-CUT-DATE
           MOVE ZEROS TO WRET-IN WRET-ARCHIVED WRET-KEPT
                         WRET-REWRITTEN
           MOVE 'Y' TO WRET-OK
           MOVE 'N' TO WRET-CHAINED
           MOVE WLOG-NAME(WRET-IX) TO WCHN-TRAIL
           COMPUTE WRET-SEQ-POS = WLOG-CHN-LEN(WRET-IX) - 24
           COMPUTE WRET-CHN-POS = WLOG-CHN-LEN(WRET-IX) - 15

           MOVE WLOG-NAME(WRET-IX) TO WLOCK-RESOURCE
           MOVE 'WAIT '            TO WLOCK-ACTION
           MOVE 'LOGRETN '         TO WLOCK-JOB
           CALL 'Runlock' USING WLOCK-AREA
           IF  WLOCK-RC NOT EQUAL ZEROS
               DISPLAY 'LOGRETN - ' WLOG-NAME(WRET-IX)
                       '  locked by ' WLOCK-HOLDER ' - not rolled'
               MOVE 'Y' TO WRET-WARN
           ELSE
               PERFORM RTR-SEPARA-LOG
               IF  WRET-OK EQUAL 'Y' AND
                   WRET-CHAINED EQUAL 'Y'
                   PERFORM RTR-GRAVA-ANCORA
               END-IF
               IF  WRET-OK EQUAL 'Y' AND
                   WRET-ARCHIVED GREATER ZEROS
                   PERFORM RTR-REGRAVA-LOG
               END-IF
               MOVE 'FREE ' TO WLOCK-ACTION
               CALL 'Runlock' USING WLOCK-AREA
               IF  WRET-OK EQUAL 'Y'
                   PERFORM RTR-IMPRIME-LINHA
               END-IF
           END-IF.

       RTR-SEPARA-LOG.
      *    read the live log once: the old records to the archive
      *    generation, the tail to RETNWORK
           PERFORM RTR-ABRE-LOG-ENTRADA
           IF  WLIVE-STATUS NOT EQUAL '00'
               DISPLAY 'LOGRETN - ' WLOG-NAME(WRET-IX)
                       '  not available - status ' WLIVE-STATUS
                       ' - nothing to roll'
               MOVE 'N' TO WRET-OK
           ELSE
               PERFORM RTR-ABRE-ARQUIVO
               IF  WARCH-STATUS NOT EQUAL '00'
                   DISPLAY 'LOGRETN - ' WLOG-NAME(WRET-IX)
                           '  archive generation not available - '
                           'status ' WARCH-STATUS ' - log left '
                           'untouched'
                   MOVE 'N' TO WRET-OK
                   MOVE 'Y' TO WRET-WARN
                   PERFORM RTR-FECHA-LOG
               ELSE
                   OPEN OUTPUT RETN-WORK-FILE
                   IF  WWRK-STATUS NOT EQUAL '00'
                       DISPLAY 'LOGRETN - RETNWORK not available - '
                               'status ' WWRK-STATUS ' - '
                               WLOG-NAME(WRET-IX) ' left untouched'
                       MOVE 'N' TO WRET-OK
                       MOVE 'Y' TO WRET-WARN
                       PERFORM RTR-FECHA-LOG
                       PERFORM RTR-FECHA-ARQUIVO
                   ELSE
                       MOVE 'N' TO WRET-EOF
                       PERFORM UNTIL WRET-EOF EQUAL 'Y'
                           PERFORM RTR-LE-LOG
                           IF  WRET-EOF NOT EQUAL 'Y'
                               ADD 1 TO WRET-IN
                               PERFORM RTR-CLASSIFICA-REGISTRO
                           END-IF
                       END-PERFORM
                       PERFORM RTR-FECHA-LOG
                       PERFORM RTR-FECHA-ARQUIVO
                       CLOSE RETN-WORK-FILE
                       IF  WARCH-STATUS NOT EQUAL '00'
                           DISPLAY 'LOGRETN - ' WLOG-NAME(WRET-IX)
                                   '  archive did not close cleanly '
                                   '- status ' WARCH-STATUS
                                   ' - log left untouched'
                           MOVE 'N' TO WRET-OK
                           MOVE 'Y' TO WRET-WARN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RTR-CLASSIFICA-REGISTRO.
           MOVE WRET-REC(WLOG-DATE-POS(WRET-IX) : 8) TO WRET-REC-DATE
           IF  WRET-REC-DATE IS NUMERIC AND
               WRET-REC-DATE LESS WRET-CUT-DATE
               PERFORM RTR-GRAVA-ARQUIVO
               ADD 1 TO WRET-ARCHIVED
               IF  WLOG-CHN-LEN(WRET-IX) GREATER ZEROS
                   PERFORM RTR-GUARDA-ELO
               END-IF
           ELSE
               WRITE RETN-WORK-RECORD FROM WRET-REC
               ADD 1 TO WRET-KEPT
           END-IF.

       RTR-GUARDA-ELO.
      *    the last chained record archived becomes the anchor
           IF  WRET-REC(WRET-SEQ-POS : 8) IS NUMERIC AND
               WRET-REC(WRET-CHN-POS : 16) IS NUMERIC
               MOVE 'Y' TO WRET-CHAINED
               MOVE WRET-REC(WRET-SEQ-POS : 8)  TO WCHN-SEQ
               MOVE WRET-REC(WRET-CHN-POS : 16) TO WCHN-CHAIN
           END-IF.

       RTR-GRAVA-ANCORA.
      *    a tail cut back without its anchor could not be shown
      *    to follow the archived records - leave the log as it is
           CALL 'Chainput' USING WCHN-AREA WRET-REC
           IF  WCHN-RC NOT EQUAL ZEROS
               DISPLAY 'LOGRETN - ' WLOG-NAME(WRET-IX)
                       '  anchor not written - log left untouched'
               MOVE 'N' TO WRET-OK
               MOVE 'Y' TO WRET-WARN
           END-IF.

       RTR-REGRAVA-LOG.
      *    the archive generation is closed and on disk - only now
      *    may the live log be cut back to its tail
           OPEN INPUT RETN-WORK-FILE
           PERFORM RTR-ABRE-LOG-SAIDA
           IF  WLIVE-STATUS NOT EQUAL '00'
               DISPLAY 'LOGRETN - Warning: unable to rewrite '
                       WLOG-NAME(WRET-IX) ' - status ' WLIVE-STATUS
                       ' - the archive holds a copy of the old '
                       'records, the log still holds them too'
               MOVE 'Y' TO WRET-WARN
               CLOSE RETN-WORK-FILE
           ELSE
               MOVE 'N' TO WRET-EOF
               PERFORM UNTIL WRET-EOF EQUAL 'Y'
                   READ RETN-WORK-FILE INTO WRET-REC
                       AT END
                       MOVE 'Y' TO WRET-EOF
                   END-READ
                   IF  WRET-EOF NOT EQUAL 'Y'
                       PERFORM RTR-GRAVA-LOG
                       ADD 1 TO WRET-REWRITTEN
                   END-IF
               END-PERFORM
               PERFORM RTR-FECHA-LOG
               CLOSE RETN-WORK-FILE
           END-IF.

       RTR-IMPRIME-LINHA.
           DISPLAY 'LOGRETN - ' WLOG-NAME(WRET-IX) '  '
                   WLOG-DAYS(WRET-IX) '  ' WRET-CUT-DATE '  '
                   WRET-IN '  ' WRET-ARCHIVED '  ' WRET-KEPT
      *    in = archived + kept, and a rewritten log must hold
      *    exactly the tail - anything else and the roll is
      *    suspect
           IF  WRET-IN NOT EQUAL WRET-ARCHIVED + WRET-KEPT OR
              (WRET-ARCHIVED GREATER ZEROS AND
               WRET-REWRITTEN NOT EQUAL WRET-KEPT)
               DISPLAY 'LOGRETN - *** ' WLOG-NAME(WRET-IX)
                       ' DOES NOT BALANCE - rewritten '
                       WRET-REWRITTEN
               MOVE 'Y' TO WRET-WARN
           END-IF.

       RTR-ABRE-LOG-ENTRADA.
           EVALUATE WRET-IX
               WHEN 1  OPEN INPUT CEE-ERR-FILE
               WHEN 2  OPEN INPUT OPS-EVT-FILE
               WHEN 3  OPEN INPUT RUN-STAT-FILE
               WHEN 4  OPEN INPUT PTR-AUD-FILE
               WHEN 5  OPEN INPUT STAT-AUD-FILE
               WHEN 6  OPEN INPUT OPS-AUD-FILE
               WHEN 7  OPEN INPUT RUL-AUD-FILE
               WHEN 8  OPEN INPUT CMD-JRNL-FILE
           END-EVALUATE.

       RTR-ABRE-LOG-SAIDA.
           EVALUATE WRET-IX
               WHEN 1  OPEN OUTPUT CEE-ERR-FILE
               WHEN 2  OPEN OUTPUT OPS-EVT-FILE
               WHEN 3  OPEN OUTPUT RUN-STAT-FILE
               WHEN 4  OPEN OUTPUT PTR-AUD-FILE
               WHEN 5  OPEN OUTPUT STAT-AUD-FILE
               WHEN 6  OPEN OUTPUT OPS-AUD-FILE
               WHEN 7  OPEN OUTPUT RUL-AUD-FILE
               WHEN 8  OPEN OUTPUT CMD-JRNL-FILE
           END-EVALUATE.

       RTR-FECHA-LOG.
           EVALUATE WRET-IX
               WHEN 1  CLOSE CEE-ERR-FILE
               WHEN 2  CLOSE OPS-EVT-FILE
               WHEN 3  CLOSE RUN-STAT-FILE
               WHEN 4  CLOSE PTR-AUD-FILE
               WHEN 5  CLOSE STAT-AUD-FILE
               WHEN 6  CLOSE OPS-AUD-FILE
               WHEN 7  CLOSE RUL-AUD-FILE
               WHEN 8  CLOSE CMD-JRNL-FILE
           END-EVALUATE.

       RTR-LE-LOG.
           MOVE SPACES TO WRET-REC
           EVALUATE WRET-IX
               WHEN 1
                   READ CEE-ERR-FILE INTO WRET-REC
                       AT END MOVE 'Y' TO WRET-EOF
                   END-READ
               WHEN 2
                   READ OPS-EVT-FILE INTO WRET-REC
                       AT END MOVE 'Y' TO WRET-EOF
                   END-READ
               WHEN 3
                   READ RUN-STAT-FILE INTO WRET-REC
                       AT END MOVE 'Y' TO WRET-EOF
                   END-READ
               WHEN 4
                   READ PTR-AUD-FILE INTO WRET-REC
                       AT END MOVE 'Y' TO WRET-EOF
                   END-READ
               WHEN 5
                   READ STAT-AUD-FILE INTO WRET-REC
                       AT END MOVE 'Y' TO WRET-EOF
                   END-READ
               WHEN 6
                   READ OPS-AUD-FILE INTO WRET-REC
                       AT END MOVE 'Y' TO WRET-EOF
                   END-READ
               WHEN 7
                   READ RUL-AUD-FILE INTO WRET-REC
                       AT END MOVE 'Y' TO WRET-EOF
                   END-READ
               WHEN 8
                   READ CMD-JRNL-FILE INTO WRET-REC
                       AT END MOVE 'Y' TO WRET-EOF
                   END-READ
           END-EVALUATE.

       RTR-GRAVA-LOG.
           EVALUATE WRET-IX
               WHEN 1  WRITE CEE-ERR-REC   FROM WRET-REC
               WHEN 2  WRITE OPS-EVT-REC   FROM WRET-REC
               WHEN 3  WRITE RUN-STAT-REC  FROM WRET-REC
               WHEN 4  WRITE PTR-AUD-REC   FROM WRET-REC
               WHEN 5  WRITE STAT-AUD-REC  FROM WRET-REC
               WHEN 6  WRITE OPS-AUD-REC   FROM WRET-REC
               WHEN 7  WRITE RUL-AUD-REC   FROM WRET-REC
               WHEN 8  WRITE CMD-JRNL-REC  FROM WRET-REC
           END-EVALUATE.

       RTR-ABRE-ARQUIVO.
      *    each run writes a new archive generation - the dated
      *    generation the JCL allocates, never extended
           EVALUATE WRET-IX
               WHEN 1  OPEN OUTPUT CEE-ERR-ARCH
               WHEN 2  OPEN OUTPUT OPS-EVT-ARCH
               WHEN 3  OPEN OUTPUT RUN-STAT-ARCH
               WHEN 4  OPEN OUTPUT PTR-AUD-ARCH
               WHEN 5  OPEN OUTPUT STAT-AUD-ARCH
               WHEN 6  OPEN OUTPUT OPS-AUD-ARCH
               WHEN 7  OPEN OUTPUT RUL-AUD-ARCH
               WHEN 8  OPEN OUTPUT CMD-JRNL-ARCH
           END-EVALUATE.

       RTR-FECHA-ARQUIVO.
           EVALUATE WRET-IX
               WHEN 1  CLOSE CEE-ERR-ARCH
               WHEN 2  CLOSE OPS-EVT-ARCH
               WHEN 3  CLOSE RUN-STAT-ARCH
               WHEN 4  CLOSE PTR-AUD-ARCH
               WHEN 5  CLOSE STAT-AUD-ARCH
               WHEN 6  CLOSE OPS-AUD-ARCH
               WHEN 7  CLOSE RUL-AUD-ARCH
               WHEN 8  CLOSE CMD-JRNL-ARCH
           END-EVALUATE.

       RTR-GRAVA-ARQUIVO.
           EVALUATE WRET-IX
               WHEN 1  WRITE CEE-ERR-AREC  FROM WRET-REC
               WHEN 2  WRITE OPS-EVT-AREC  FROM WRET-REC
               WHEN 3  WRITE RUN-STAT-AREC FROM WRET-REC
               WHEN 4  WRITE PTR-AUD-AREC  FROM WRET-REC
               WHEN 5  WRITE STAT-AUD-AREC FROM WRET-REC
               WHEN 6  WRITE OPS-AUD-AREC  FROM WRET-REC
               WHEN 7  WRITE RUL-AUD-AREC  FROM WRET-REC
               WHEN 8  WRITE CMD-JRNL-AREC FROM WRET-REC
           END-EVALUATE.

       END PROGRAM LOGRETN.
