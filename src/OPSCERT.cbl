      *----------------------------------------------------------------*
      *    Quarterly entitlement recertification report. The
      *    supervisors used to certify who can do what by reading
      *    OPERAUTH, OPERROLE and OPEROVRD side by side and working
      *    role inheritance and '*' wildcards out in their heads;
      *    this resolves it the way RETSPACE does at validation time
      *    and lists, per operator, every verb/program pair the
      *    operator can issue and where it comes from - a direct
      *    OPERAUTH grant, a role held on OPERROLE, or an OPEROVRD
      *    override still inside its validity window. A '*' verb is
      *    spelled out as RUN, START, STOP and CANCEL; a '*' program
      *    as every program on the PROGINV inventory (left as '*'
      *    when there is no inventory).
      *    Each pair carries the date the operator last issued it
      *    (a PASS or OVRD validation on CMDLOG) and is marked
      *    UNUSED when that is older than the recertification
      *    window - PARM days, 90 when none is given. Role holders
      *    with no command on CMDLOG at all are flagged, and every
      *    operator block ends with the sign-off line the
      *    supervisor initials.
      *    Revocation candidates go to REVOKCND as OPSMAINT
      *    deactivation transactions: a direct grant the operator
      *    has not used within the window (DEA AUT), and a role
      *    membership none of whose authority the operator has used
      *    within it (DEA ROL). Role grants themselves are shared
      *    and overrides expire on their own - neither is proposed.
      *    The supervisor strikes what is to be kept and runs this
      *    program again with PARM 'APPLY,<user id>': each
      *    remaining record is passed to OPSMAINT under that user,
      *    so the revocation lands on OPSAUDIT like any other.
      *    Return code: report 0 no candidates, 4 candidates
      *    written; apply 0 all applied, 4 some not applied; 8 a
      *    dataset that would not open.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMD-LOG-FILE ASSIGN TO CMDLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WLOG-FILE-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO OPERAUTH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WAUT-STATUS.
           SELECT OPER-ROLE-FILE ASSIGN TO OPERROLE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WROL-STATUS.
           SELECT OPER-OVRD-FILE ASSIGN TO OPEROVRD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WOVR-STATUS.
           SELECT PROG-INV-FILE ASSIGN TO PROGINV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WINV-STATUS.
           SELECT REVOKE-FILE ASSIGN TO REVOKCND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WRVK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMD-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 151 CHARACTERS.
           COPY CPYCLOG.

       FD  OPER-AUTH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
       01  OPER-AUTH-RECORD.
           05  OAUT-OPERATOR     PIC X(08).
           05  FILLER            PIC X(01).
           05  OAUT-VERB         PIC X(08).
           05  FILLER            PIC X(01).
           05  OAUT-PROGRAM      PIC X(08).

       FD  OPER-ROLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 17 CHARACTERS.
       01  OPER-ROLE-RECORD.
           05  OROL-OPERATOR     PIC X(08).
           05  FILLER            PIC X(01).
           05  OROL-ROLE         PIC X(08).

       FD  OPER-OVRD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       01  OPER-OVRD-RECORD.
           05  OVRD-OPERATOR     PIC X(08).
           05  FILLER            PIC X(01).
           05  OVRD-VERB         PIC X(08).
           05  FILLER            PIC X(01).
           05  OVRD-PROGRAM      PIC X(08).
           05  FILLER            PIC X(01).
           05  OVRD-FROM         PIC X(12).
           05  FILLER            PIC X(01).
           05  OVRD-TO           PIC X(12).
           05  FILLER            PIC X(01).
           05  OVRD-SUPERVISOR   PIC X(08).

       FD  PROG-INV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
       01  PROG-INV-RECORD.
           05  PINV-PROGRAM      PIC X(08).
           05  FILLER            PIC X(01).
           05  PINV-ENVIRONMENT  PIC X(08).
           05  FILLER            PIC X(01).
           05  PINV-OPER-DRIVEN  PIC X(01).

      *    Revocation candidate: an OPSMAINT transaction (the
      *    Ls-Opsm-Area fields, user left blank - the apply run
      *    supplies it) plus the reason it was proposed
       FD  REVOKE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REVOKE-RECORD.
           05  RVK-USER          PIC X(08).
           05  RVK-ACTION        PIC X(04).
           05  RVK-TYPE          PIC X(03).
           05  RVK-KEY-1         PIC X(20).
           05  RVK-KEY-2         PIC X(20).
           05  RVK-KEY-3         PIC X(16).
           05  FILLER            PIC X(01).
           05  RVK-REASON        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WLOG-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WAUT-STATUS       PIC X(02) VALUE '00'.
           05  WROL-STATUS       PIC X(02) VALUE '00'.
           05  WOVR-STATUS       PIC X(02) VALUE '00'.
           05  WINV-STATUS       PIC X(02) VALUE '00'.
           05  WRVK-STATUS       PIC X(02) VALUE '00'.
           05  WCRT-EOF          PIC X(01) VALUE 'N'.
           05  WCRT-DAYS         PIC 9(04) VALUE 90.
           05  WCRT-NOW          PIC X(21) VALUE SPACES.
           05  WCRT-TODAY        PIC 9(08) VALUE ZEROS.
           05  WCRT-CUTOFF-NUM   PIC 9(08) VALUE ZEROS.
           05  WCRT-CUTOFF       PIC X(08) VALUE SPACES.
           05  WCRT-APPLY        PIC X(01) VALUE 'N'.
           05  WCRT-USER         PIC X(08) VALUE SPACES.
           05  WCRT-VERB         PIC X(08) VALUE SPACES.
           05  WCRT-PROG         PIC X(08) VALUE SPACES.
           05  WCRT-REST         PIC X(80) VALUE SPACES.
           05  WCRT-DATE         PIC X(08) VALUE SPACES.
           05  WCRT-LAST         PIC X(08) VALUE SPACES.
           05  WCRT-OPER         PIC X(08) VALUE SPACES.
           05  WCRT-ROLES        PIC X(45) VALUE SPACES.
           05  WCRT-ROLE-PTR     PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-HOLDER       PIC X(01) VALUE 'N'.
           05  WCRT-TYPE         PIC X(03) VALUE SPACES.
           05  WCRT-SOURCE       PIC X(48) VALUE SPACES.
           05  WCRT-SRC-PTR      PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-FLAG         PIC X(06) VALUE SPACES.
           05  WCRT-READ         PIC 9(06) VALUE ZEROS.
           05  WCRT-USED         PIC 9(06) VALUE ZEROS.
           05  WCRT-PAIRS        PIC 9(06) VALUE ZEROS.
           05  WCRT-UNUSED       PIC 9(06) VALUE ZEROS.
           05  WCRT-IDLE-HOLD    PIC 9(06) VALUE ZEROS.
           05  WCRT-APPLIED      PIC 9(06) VALUE ZEROS.
           05  WCRT-REFUSED      PIC 9(06) VALUE ZEROS.
           05  WCRT-OPR-TOTAL    PIC 9(06) VALUE ZEROS.
           05  WCRT-CND-TOTAL    PIC 9(06) VALUE ZEROS.
           05  WCRT-RC           PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-IX           PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-IX2          PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-IX3          PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-HIT          PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-OP-IX        PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-VB-IX        PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-VB-MAX       PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-PG-IX        PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-PG-MAX       PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-GR-IX        PIC S9(04) COMP VALUE ZEROS.
           05  WCRT-SRC-KIND     PIC X(01) VALUE SPACES.
           05  WCRT-SRC-NAME     PIC X(08) VALUE SPACES.
           05  WCRT-SRC-TO       PIC X(12) VALUE SPACES.

      *    the verbs a '*' grant stands for - OPSMAINT's list
       01  WVRB-VALUES.
           05  FILLER            PIC X(08) VALUE 'RUN     '.
           05  FILLER            PIC X(08) VALUE 'START   '.
           05  FILLER            PIC X(08) VALUE 'STOP    '.
           05  FILLER            PIC X(08) VALUE 'CANCEL  '.
       01  WVRB-TABLE REDEFINES WVRB-VALUES.
           05  WVRB-NAME         PIC X(08) OCCURS 4 TIMES.

       01  WROL-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WROL-TAB.
           05  WROL-ENTRY OCCURS 300 TIMES.
               10  WROL-OPER     PIC X(08).
               10  WROL-ROLE     PIC X(08).

       01  WAUT-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WAUT-TAB.
           05  WAUT-ENTRY OCCURS 300 TIMES.
               10  WAUT-OPER     PIC X(08).
               10  WAUT-VERB     PIC X(08).
               10  WAUT-PROG     PIC X(08).
               10  WAUT-ROLE     PIC X(01).

      *    overrides in force at report time only
       01  WOVR-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WOVR-TAB.
           05  WOVR-ENTRY OCCURS 100 TIMES.
               10  WOVR-OPER     PIC X(08).
               10  WOVR-VERB     PIC X(08).
               10  WOVR-PROG     PIC X(08).
               10  WOVR-TO       PIC X(12).
               10  WOVR-SUPER    PIC X(08).

       01  WPRG-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WPRG-TAB.
           05  WPRG-NAME OCCURS 200 TIMES
                                 PIC X(08).

      *    authority exercised: latest PASS/OVRD validation date per
      *    operator, verb and program
       01  WUSE-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WUSE-TAB.
           05  WUSE-ENTRY OCCURS 1000 TIMES.
               10  WUSE-OPER     PIC X(08).
               10  WUSE-VERB     PIC X(08).
               10  WUSE-PROG     PIC X(08).
               10  WUSE-LAST     PIC X(08).

      *    every operator to certify, with the last command of any
      *    result on CMDLOG
       01  WOPR-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WOPR-TAB.
           05  WOPR-ENTRY OCCURS 200 TIMES.
               10  WOPR-ID       PIC X(08).
               10  WOPR-ISSUED   PIC 9(06).
               10  WOPR-LAST     PIC X(08).

      *    the effective pairs of the operator being reported
       01  WPAR-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WPAR-TAB.
           05  WPAR-ENTRY OCCURS 500 TIMES.
               10  WPAR-VERB     PIC X(08).
               10  WPAR-PROG     PIC X(08).
               10  WPAR-DIRECT   PIC X(01).
               10  WPAR-ROLE     PIC X(08).
               10  WPAR-SUPER    PIC X(08).
               10  WPAR-OVR-TO   PIC X(12).
               10  WPAR-LAST     PIC X(08).

       01  WCND-CNT              PIC S9(04) COMP VALUE ZEROS.
       01  WCND-TAB.
           05  WCND-ENTRY OCCURS 300 TIMES.
               10  WCND-TYPE     PIC X(03).
               10  WCND-OPER     PIC X(08).
               10  WCND-KEY-2    PIC X(08).
               10  WCND-KEY-3    PIC X(08).
               10  WCND-LAST     PIC X(08).
               10  WCND-REASON   PIC X(08).

      *    transaction area passed to OPSMAINT on the apply run
       01  WOPSM-AREA.
           05  WOPSM-USER        PIC X(08).
           05  WOPSM-ACTION      PIC X(04).
           05  WOPSM-TYPE        PIC X(03).
           05  WOPSM-KEY-1       PIC X(20).
           05  WOPSM-KEY-2       PIC X(20).
           05  WOPSM-KEY-3       PIC X(16).
           05  WOPSM-RC          PIC S9(04) COMP.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       RTR-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY 'OPSCERT - Operator entitlement recertification'
           DISPLAY '==============================================='

           MOVE ZEROS TO WCRT-RC
           IF  LS-PARM-LEN GREATER 6 AND
               LS-PARM-TEXT(1 : 6) EQUAL 'APPLY,'
               MOVE 'Y' TO WCRT-APPLY
               MOVE LS-PARM-TEXT(7 : 8) TO WCRT-USER
           ELSE
               IF  LS-PARM-LEN GREATER ZEROS AND
                   LS-PARM-LEN NOT GREATER 4 AND
                   LS-PARM-TEXT(1 : LS-PARM-LEN) IS NUMERIC
                   MOVE LS-PARM-TEXT(1 : LS-PARM-LEN) TO WCRT-DAYS
               END-IF
           END-IF

           IF  WCRT-APPLY EQUAL 'Y'
               PERFORM RTR-APLICA-REVOGACAO
           ELSE
               PERFORM RTR-RELATORIO
           END-IF

           MOVE WCRT-RC TO RETURN-CODE
           GOBACK.

       RTR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE TO WCRT-NOW
           MOVE WCRT-NOW(1 : 8) TO WCRT-TODAY
           IF  WCRT-DAYS EQUAL ZEROS
               MOVE 90 TO WCRT-DAYS
           END-IF
           COMPUTE WCRT-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WCRT-TODAY) - WCRT-DAYS)
           MOVE WCRT-CUTOFF-NUM TO WCRT-CUTOFF
           DISPLAY 'OPSCERT - As of ' WCRT-NOW(1 : 8)
                   ' - authority not used since ' WCRT-CUTOFF
                   ' (' WCRT-DAYS ' days) is marked UNUSED'

           PERFORM RTR-CARREGA-PAPEIS
           PERFORM RTR-CARREGA-AUTORIDADE
           PERFORM RTR-CARREGA-OVERRIDES
           PERFORM RTR-CARREGA-PROGRAMAS
           PERFORM RTR-CARREGA-LOG
           IF  WCRT-RC EQUAL ZEROS
               PERFORM RTR-CERTIFICA
           END-IF.

       RTR-CERTIFICA.
           PERFORM RTR-MONTA-OPERADORES

           PERFORM VARYING WCRT-OP-IX FROM 1 BY 1
                     UNTIL WCRT-OP-IX GREATER WOPR-CNT
               MOVE WOPR-ID(WCRT-OP-IX) TO WCRT-OPER
               PERFORM RTR-MONTA-PARES
               PERFORM RTR-IMPRIME-OPERADOR
               PERFORM RTR-APURA-CANDIDATOS
           END-PERFORM

           PERFORM RTR-GRAVA-CANDIDATOS
           PERFORM RTR-IMPRIME-RESUMO.

       RTR-CARREGA-PAPEIS.
           MOVE 'N' TO WCRT-EOF
           OPEN INPUT OPER-ROLE-FILE
           IF  WROL-STATUS NOT EQUAL '00'
               DISPLAY 'OPSCERT - OPERROLE unavailable (status '
                       WROL-STATUS ') - no role membership'
           ELSE
               PERFORM UNTIL WCRT-EOF EQUAL 'Y'
                   READ OPER-ROLE-FILE
                       AT END
                       MOVE 'Y' TO WCRT-EOF
                   END-READ
                   IF  WCRT-EOF NOT EQUAL 'Y' AND
                       OROL-OPERATOR NOT EQUAL SPACES AND
                       WROL-CNT LESS 300
                       ADD 1 TO WROL-CNT
                       MOVE OROL-OPERATOR TO WROL-OPER(WROL-CNT)
                       MOVE OROL-ROLE     TO WROL-ROLE(WROL-CNT)
                   END-IF
               END-PERFORM
               CLOSE OPER-ROLE-FILE
           END-IF.

       RTR-CARREGA-AUTORIDADE.
      *    an OPERAUTH record whose operator column names a role is
      *    a role grant - the same reading RETSPACE gives it
           MOVE 'N' TO WCRT-EOF
           OPEN INPUT OPER-AUTH-FILE
           IF  WAUT-STATUS NOT EQUAL '00'
               DISPLAY 'OPSCERT - OPERAUTH unavailable (status '
                       WAUT-STATUS ') - no grants'
           ELSE
               PERFORM UNTIL WCRT-EOF EQUAL 'Y'
                   READ OPER-AUTH-FILE
                       AT END
                       MOVE 'Y' TO WCRT-EOF
                   END-READ
                   IF  WCRT-EOF NOT EQUAL 'Y' AND
                       OAUT-OPERATOR NOT EQUAL SPACES AND
                       WAUT-CNT LESS 300
                       ADD 1 TO WAUT-CNT
                       MOVE OAUT-OPERATOR TO WAUT-OPER(WAUT-CNT)
                       MOVE OAUT-VERB     TO WAUT-VERB(WAUT-CNT)
                       MOVE OAUT-PROGRAM  TO WAUT-PROG(WAUT-CNT)
                       MOVE 'N'           TO WAUT-ROLE(WAUT-CNT)
                       PERFORM VARYING WCRT-IX FROM 1 BY 1
                                 UNTIL WCRT-IX GREATER WROL-CNT
                           IF  WROL-ROLE(WCRT-IX) EQUAL OAUT-OPERATOR
                               MOVE 'Y' TO WAUT-ROLE(WAUT-CNT)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE OPER-AUTH-FILE
           END-IF.

       RTR-CARREGA-OVERRIDES.
      *    only an override inside its validity window right now is
      *    authority in force; expired or future ones are not
           MOVE 'N' TO WCRT-EOF
           OPEN INPUT OPER-OVRD-FILE
           IF  WOVR-STATUS EQUAL '00'
               PERFORM UNTIL WCRT-EOF EQUAL 'Y'
                   READ OPER-OVRD-FILE
                       AT END
                       MOVE 'Y' TO WCRT-EOF
                   END-READ
                   IF  WCRT-EOF NOT EQUAL 'Y' AND
                       WCRT-NOW(1 : 12) NOT LESS OVRD-FROM AND
                       WCRT-NOW(1 : 12) NOT GREATER OVRD-TO AND
                       WOVR-CNT LESS 100
                       ADD 1 TO WOVR-CNT
                       MOVE OVRD-OPERATOR   TO WOVR-OPER(WOVR-CNT)
                       MOVE OVRD-VERB       TO WOVR-VERB(WOVR-CNT)
                       MOVE OVRD-PROGRAM    TO WOVR-PROG(WOVR-CNT)
                       MOVE OVRD-TO         TO WOVR-TO(WOVR-CNT)
                       MOVE OVRD-SUPERVISOR TO WOVR-SUPER(WOVR-CNT)
                   END-IF
               END-PERFORM
               CLOSE OPER-OVRD-FILE
           END-IF.

       RTR-CARREGA-PROGRAMAS.
           MOVE 'N' TO WCRT-EOF
           OPEN INPUT PROG-INV-FILE
           IF  WINV-STATUS NOT EQUAL '00'
               DISPLAY 'OPSCERT - PROGINV unavailable - a ''*'' '
                       'program grant is shown as ''*'''
           ELSE
               PERFORM UNTIL WCRT-EOF EQUAL 'Y'
                   READ PROG-INV-FILE
                       AT END
                       MOVE 'Y' TO WCRT-EOF
                   END-READ
                   IF  WCRT-EOF NOT EQUAL 'Y'
                       MOVE 0 TO WCRT-HIT
                       PERFORM VARYING WCRT-IX FROM 1 BY 1
                                 UNTIL WCRT-IX GREATER WPRG-CNT
                           IF  WPRG-NAME(WCRT-IX) EQUAL PINV-PROGRAM
                               MOVE WCRT-IX TO WCRT-HIT
                           END-IF
                       END-PERFORM
                       IF  WCRT-HIT EQUAL 0 AND WPRG-CNT LESS 200
                           ADD 1 TO WPRG-CNT
                           MOVE PINV-PROGRAM TO WPRG-NAME(WPRG-CNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PROG-INV-FILE
           END-IF.

       RTR-CARREGA-LOG.
           MOVE 'N' TO WCRT-EOF
           OPEN INPUT CMD-LOG-FILE
           IF  WLOG-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'OPSCERT - Unable to open CMDLOG - status '
                       WLOG-FILE-STATUS
               MOVE 8 TO WCRT-RC
           ELSE
               PERFORM UNTIL WCRT-EOF EQUAL 'Y'
                   READ CMD-LOG-FILE
                       AT END
                       MOVE 'Y' TO WCRT-EOF
                   END-READ
                   IF  WCRT-EOF NOT EQUAL 'Y'
                       ADD 1 TO WCRT-READ
                       PERFORM RTR-ACUMULA-LOG
                   END-IF
               END-PERFORM
               CLOSE CMD-LOG-FILE
           END-IF.

       RTR-ACUMULA-LOG.
           MOVE CLOG-TIMESTAMP(1 : 8) TO WCRT-DATE
           MOVE CLOG-OPERATOR TO WCRT-OPER
           PERFORM RTR-LOCALIZA-OPERADOR
           IF  WCRT-HIT GREATER 0
               ADD 1 TO WOPR-ISSUED(WCRT-HIT)
               IF  WCRT-DATE GREATER WOPR-LAST(WCRT-HIT)
                   MOVE WCRT-DATE TO WOPR-LAST(WCRT-HIT)
               END-IF
           END-IF

      *    authority is exercised where it is checked - a passed or
      *    overridden validation; dry runs and refusals are not use
           IF  CLOG-ORIGIN EQUAL 'VAL ' AND
              (CLOG-RESULT EQUAL 'PASS' OR CLOG-RESULT EQUAL 'OVRD')
               MOVE SPACES TO WCRT-VERB WCRT-PROG WCRT-REST
               UNSTRING CLOG-COMMAND DELIMITED BY ' '
                        INTO WCRT-VERB
               UNSTRING CLOG-COMMAND DELIMITED BY 'PROGRAM('
                        INTO WCRT-REST WCRT-REST
               UNSTRING WCRT-REST DELIMITED BY ')'
                        INTO WCRT-PROG
               MOVE 0 TO WCRT-HIT
               PERFORM VARYING WCRT-IX FROM 1 BY 1
                         UNTIL WCRT-IX GREATER WUSE-CNT
                   IF  WUSE-OPER(WCRT-IX) EQUAL CLOG-OPERATOR AND
                       WUSE-VERB(WCRT-IX) EQUAL WCRT-VERB AND
                       WUSE-PROG(WCRT-IX) EQUAL WCRT-PROG
                       MOVE WCRT-IX TO WCRT-HIT
                   END-IF
               END-PERFORM
               IF  WCRT-HIT EQUAL 0 AND WUSE-CNT LESS 1000
                   ADD 1 TO WUSE-CNT
                   MOVE WUSE-CNT TO WCRT-HIT
                   MOVE CLOG-OPERATOR TO WUSE-OPER(WCRT-HIT)
                   MOVE WCRT-VERB     TO WUSE-VERB(WCRT-HIT)
                   MOVE WCRT-PROG     TO WUSE-PROG(WCRT-HIT)
                   MOVE SPACES        TO WUSE-LAST(WCRT-HIT)
               END-IF
               IF  WCRT-HIT GREATER 0
                   ADD 1 TO WCRT-USED
                   IF  WCRT-DATE GREATER WUSE-LAST(WCRT-HIT)
                       MOVE WCRT-DATE TO WUSE-LAST(WCRT-HIT)
                   END-IF
               END-IF
           END-IF.

       RTR-LOCALIZA-OPERADOR.
      *    the operator's slot, added on first sight
           MOVE 0 TO WCRT-HIT
           PERFORM VARYING WCRT-IX FROM 1 BY 1
                     UNTIL WCRT-IX GREATER WOPR-CNT
               IF  WOPR-ID(WCRT-IX) EQUAL WCRT-OPER
                   MOVE WCRT-IX TO WCRT-HIT
               END-IF
           END-PERFORM
           IF  WCRT-HIT EQUAL 0 AND WOPR-CNT LESS 200 AND
               WCRT-OPER NOT EQUAL SPACES
               ADD 1 TO WOPR-CNT
               MOVE WOPR-CNT  TO WCRT-HIT
               MOVE WCRT-OPER TO WOPR-ID(WCRT-HIT)
               MOVE ZEROS     TO WOPR-ISSUED(WCRT-HIT)
               MOVE SPACES    TO WOPR-LAST(WCRT-HIT)
           END-IF.

       RTR-MONTA-OPERADORES.
      *    the log only seeded the activity counts; who is certified
      *    is whoever holds authority - a role, a direct grant or an
      *    override in force. Log-only ids holding nothing drop out.
           PERFORM VARYING WCRT-IX2 FROM 1 BY 1
                     UNTIL WCRT-IX2 GREATER WOPR-CNT
               MOVE 'N' TO WCRT-HOLDER
               PERFORM VARYING WCRT-IX3 FROM 1 BY 1
                         UNTIL WCRT-IX3 GREATER WROL-CNT
                   IF  WROL-OPER(WCRT-IX3) EQUAL WOPR-ID(WCRT-IX2)
                       MOVE 'Y' TO WCRT-HOLDER
                   END-IF
               END-PERFORM
               PERFORM VARYING WCRT-IX3 FROM 1 BY 1
                         UNTIL WCRT-IX3 GREATER WAUT-CNT
                   IF  WAUT-OPER(WCRT-IX3) EQUAL WOPR-ID(WCRT-IX2)
                   AND WAUT-ROLE(WCRT-IX3) EQUAL 'N'
                       MOVE 'Y' TO WCRT-HOLDER
                   END-IF
               END-PERFORM
               PERFORM VARYING WCRT-IX3 FROM 1 BY 1
                         UNTIL WCRT-IX3 GREATER WOVR-CNT
                   IF  WOVR-OPER(WCRT-IX3) EQUAL WOPR-ID(WCRT-IX2)
                       MOVE 'Y' TO WCRT-HOLDER
                   END-IF
               END-PERFORM
               IF  WCRT-HOLDER NOT EQUAL 'Y'
                   MOVE SPACES TO WOPR-ID(WCRT-IX2)
               END-IF
           END-PERFORM

           PERFORM VARYING WCRT-IX2 FROM 1 BY 1
                     UNTIL WCRT-IX2 GREATER WROL-CNT
               MOVE WROL-OPER(WCRT-IX2) TO WCRT-OPER
               PERFORM RTR-LOCALIZA-OPERADOR
           END-PERFORM
           PERFORM VARYING WCRT-IX2 FROM 1 BY 1
                     UNTIL WCRT-IX2 GREATER WAUT-CNT
               IF  WAUT-ROLE(WCRT-IX2) EQUAL 'N'
                   MOVE WAUT-OPER(WCRT-IX2) TO WCRT-OPER
                   PERFORM RTR-LOCALIZA-OPERADOR
               END-IF
           END-PERFORM
           PERFORM VARYING WCRT-IX2 FROM 1 BY 1
                     UNTIL WCRT-IX2 GREATER WOVR-CNT
               MOVE WOVR-OPER(WCRT-IX2) TO WCRT-OPER
               PERFORM RTR-LOCALIZA-OPERADOR
           END-PERFORM

      *    close up the slots of the log-only ids
           MOVE 0 TO WCRT-IX3
           PERFORM VARYING WCRT-IX2 FROM 1 BY 1
                     UNTIL WCRT-IX2 GREATER WOPR-CNT
               IF  WOPR-ID(WCRT-IX2) NOT EQUAL SPACES
                   ADD 1 TO WCRT-IX3
                   MOVE WOPR-ENTRY(WCRT-IX2) TO WOPR-ENTRY(WCRT-IX3)
               END-IF
           END-PERFORM
           MOVE WCRT-IX3 TO WOPR-CNT.

       RTR-MONTA-PARES.
      *    direct grants and the grants of every role held, each
      *    '*' spelled out, then the overrides in force
           MOVE ZEROS TO WPAR-CNT
           PERFORM VARYING WCRT-GR-IX FROM 1 BY 1
                     UNTIL WCRT-GR-IX GREATER WAUT-CNT
               MOVE SPACES TO WCRT-SRC-KIND
               IF  WAUT-ROLE(WCRT-GR-IX) EQUAL 'N' AND
                   WAUT-OPER(WCRT-GR-IX) EQUAL WCRT-OPER
                   MOVE 'D' TO WCRT-SRC-KIND
               END-IF
               IF  WAUT-ROLE(WCRT-GR-IX) EQUAL 'Y'
                   PERFORM VARYING WCRT-IX FROM 1 BY 1
                             UNTIL WCRT-IX GREATER WROL-CNT
                       IF  WROL-OPER(WCRT-IX) EQUAL WCRT-OPER AND
                           WROL-ROLE(WCRT-IX) EQUAL
                           WAUT-OPER(WCRT-GR-IX)
                           MOVE 'R' TO WCRT-SRC-KIND
                           MOVE WAUT-OPER(WCRT-GR-IX)
                             TO WCRT-SRC-NAME
                       END-IF
                   END-PERFORM
               END-IF
               IF  WCRT-SRC-KIND NOT EQUAL SPACES
                   MOVE 1 TO WCRT-VB-MAX WCRT-PG-MAX
                   IF  WAUT-VERB(WCRT-GR-IX) EQUAL '*'
                       MOVE 4 TO WCRT-VB-MAX
                   END-IF
                   IF  WAUT-PROG(WCRT-GR-IX) EQUAL '*' AND
                       WPRG-CNT GREATER ZEROS
                       MOVE WPRG-CNT TO WCRT-PG-MAX
                   END-IF
                   PERFORM RTR-EXPANDE-CONCESSAO
                           VARYING WCRT-VB-IX FROM 1 BY 1
                             UNTIL WCRT-VB-IX GREATER WCRT-VB-MAX
                             AFTER WCRT-PG-IX FROM 1 BY 1
                             UNTIL WCRT-PG-IX GREATER WCRT-PG-MAX
               END-IF
           END-PERFORM

           MOVE 'O' TO WCRT-SRC-KIND
           PERFORM VARYING WCRT-GR-IX FROM 1 BY 1
                     UNTIL WCRT-GR-IX GREATER WOVR-CNT
               IF  WOVR-OPER(WCRT-GR-IX) EQUAL WCRT-OPER
                   MOVE WOVR-VERB(WCRT-GR-IX)  TO WCRT-VERB
                   MOVE WOVR-PROG(WCRT-GR-IX)  TO WCRT-PROG
                   MOVE WOVR-SUPER(WCRT-GR-IX) TO WCRT-SRC-NAME
                   MOVE WOVR-TO(WCRT-GR-IX)    TO WCRT-SRC-TO
                   PERFORM RTR-ADICIONA-PAR
               END-IF
           END-PERFORM

      *    when each pair was last issued - a '*' program left
      *    unexpanded matches the verb on any program
           PERFORM VARYING WCRT-IX2 FROM 1 BY 1
                     UNTIL WCRT-IX2 GREATER WPAR-CNT
               MOVE SPACES TO WPAR-LAST(WCRT-IX2)
               PERFORM VARYING WCRT-IX FROM 1 BY 1
                         UNTIL WCRT-IX GREATER WUSE-CNT
                   IF  WUSE-OPER(WCRT-IX) EQUAL WCRT-OPER AND
                       WUSE-VERB(WCRT-IX) EQUAL WPAR-VERB(WCRT-IX2)
                   AND(WUSE-PROG(WCRT-IX) EQUAL WPAR-PROG(WCRT-IX2)
                       OR WPAR-PROG(WCRT-IX2) EQUAL '*')
                   AND WUSE-LAST(WCRT-IX) GREATER WPAR-LAST(WCRT-IX2)
                       MOVE WUSE-LAST(WCRT-IX) TO WPAR-LAST(WCRT-IX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       RTR-EXPANDE-CONCESSAO.
           IF  WCRT-VB-MAX EQUAL 4
               MOVE WVRB-NAME(WCRT-VB-IX) TO WCRT-VERB
           ELSE
               MOVE WAUT-VERB(WCRT-GR-IX) TO WCRT-VERB
           END-IF
           IF  WAUT-PROG(WCRT-GR-IX) EQUAL '*' AND
               WPRG-CNT GREATER ZEROS
               MOVE WPRG-NAME(WCRT-PG-IX) TO WCRT-PROG
           ELSE
               MOVE WAUT-PROG(WCRT-GR-IX) TO WCRT-PROG
           END-IF
           PERFORM RTR-ADICIONA-PAR.

       RTR-ADICIONA-PAR.
      *    one line per pair; a pair reached several ways keeps
      *    every source (the first role found names the role)
           MOVE 0 TO WCRT-HIT
           PERFORM VARYING WCRT-IX FROM 1 BY 1
                     UNTIL WCRT-IX GREATER WPAR-CNT
               IF  WPAR-VERB(WCRT-IX) EQUAL WCRT-VERB AND
                   WPAR-PROG(WCRT-IX) EQUAL WCRT-PROG
                   MOVE WCRT-IX TO WCRT-HIT
               END-IF
           END-PERFORM
           IF  WCRT-HIT EQUAL 0 AND WPAR-CNT LESS 500
               ADD 1 TO WPAR-CNT
               MOVE WPAR-CNT  TO WCRT-HIT
               MOVE WCRT-VERB TO WPAR-VERB(WCRT-HIT)
               MOVE WCRT-PROG TO WPAR-PROG(WCRT-HIT)
               MOVE 'N'       TO WPAR-DIRECT(WCRT-HIT)
               MOVE SPACES    TO WPAR-ROLE(WCRT-HIT)
                                 WPAR-SUPER(WCRT-HIT)
                                 WPAR-OVR-TO(WCRT-HIT)
                                 WPAR-LAST(WCRT-HIT)
           END-IF
           IF  WCRT-HIT GREATER 0
               EVALUATE WCRT-SRC-KIND
                   WHEN 'D'
                        MOVE 'Y' TO WPAR-DIRECT(WCRT-HIT)
                   WHEN 'R'
                        IF  WPAR-ROLE(WCRT-HIT) EQUAL SPACES
                            MOVE WCRT-SRC-NAME TO WPAR-ROLE(WCRT-HIT)
                        END-IF
                   WHEN 'O'
                        MOVE WCRT-SRC-NAME TO WPAR-SUPER(WCRT-HIT)
                        MOVE WCRT-SRC-TO   TO WPAR-OVR-TO(WCRT-HIT)
               END-EVALUATE
           END-IF.

       RTR-IMPRIME-OPERADOR.
           MOVE SPACES TO WCRT-ROLES
           MOVE 1 TO WCRT-ROLE-PTR
           MOVE 'N' TO WCRT-HOLDER
           PERFORM VARYING WCRT-IX FROM 1 BY 1
                     UNTIL WCRT-IX GREATER WROL-CNT
               IF  WROL-OPER(WCRT-IX) EQUAL WCRT-OPER
                   MOVE 'Y' TO WCRT-HOLDER
                   IF  WCRT-ROLE-PTR LESS 40
                       STRING WROL-ROLE(WCRT-IX) DELIMITED BY ' '
                              ' ' DELIMITED BY SIZE
                              INTO WCRT-ROLES
                              WITH POINTER WCRT-ROLE-PTR
                   END-IF
               END-IF
           END-PERFORM
           IF  WCRT-ROLES EQUAL SPACES
               MOVE '(none)' TO WCRT-ROLES
           END-IF
           MOVE WOPR-LAST(WCRT-OP-IX) TO WCRT-LAST
           IF  WCRT-LAST EQUAL SPACES
               MOVE 'never' TO WCRT-LAST
           END-IF

           DISPLAY ' '
           DISPLAY 'OPERATOR ' WCRT-OPER '  roles: ' WCRT-ROLES
           DISPLAY '  commands on CMDLOG: ' WOPR-ISSUED(WCRT-OP-IX)
                   '  last command: ' WCRT-LAST
           IF  WCRT-HOLDER EQUAL 'Y' AND
               WOPR-ISSUED(WCRT-OP-IX) EQUAL ZEROS
               ADD 1 TO WCRT-IDLE-HOLD
               DISPLAY '  *** role holder with no command issued on '
                       'CMDLOG ***'
           END-IF
           DISPLAY '  VERB     PROGRAM  SOURCE                       '
                   '                    LAST USED'
           IF  WPAR-CNT EQUAL ZEROS
               DISPLAY '  (no effective authority)'
           END-IF
           PERFORM VARYING WCRT-IX2 FROM 1 BY 1
                     UNTIL WCRT-IX2 GREATER WPAR-CNT
               MOVE SPACES TO WCRT-SOURCE
               MOVE 1 TO WCRT-SRC-PTR
               IF  WPAR-DIRECT(WCRT-IX2) EQUAL 'Y'
                   STRING 'DIRECT ' DELIMITED BY SIZE
                          INTO WCRT-SOURCE WITH POINTER WCRT-SRC-PTR
               END-IF
               IF  WPAR-ROLE(WCRT-IX2) NOT EQUAL SPACES
                   STRING 'ROLE ' DELIMITED BY SIZE
                          WPAR-ROLE(WCRT-IX2) DELIMITED BY ' '
                          ' ' DELIMITED BY SIZE
                          INTO WCRT-SOURCE WITH POINTER WCRT-SRC-PTR
               END-IF
               IF  WPAR-SUPER(WCRT-IX2) NOT EQUAL SPACES
                   STRING 'OVRD ' DELIMITED BY SIZE
                          WPAR-SUPER(WCRT-IX2) DELIMITED BY ' '
                          ' TO ' DELIMITED BY SIZE
                          WPAR-OVR-TO(WCRT-IX2) DELIMITED BY SIZE
                          INTO WCRT-SOURCE WITH POINTER WCRT-SRC-PTR
               END-IF
               ADD 1 TO WCRT-PAIRS
               MOVE WPAR-LAST(WCRT-IX2) TO WCRT-LAST
               MOVE SPACES TO WCRT-FLAG
               IF  WCRT-LAST LESS WCRT-CUTOFF
                   MOVE 'UNUSED' TO WCRT-FLAG
                   ADD 1 TO WCRT-UNUSED
               END-IF
               IF  WCRT-LAST EQUAL SPACES
                   MOVE 'never' TO WCRT-LAST
               END-IF
               DISPLAY '  ' WPAR-VERB(WCRT-IX2) ' '
                       WPAR-PROG(WCRT-IX2) ' ' WCRT-SOURCE ' '
                       WCRT-LAST ' ' WCRT-FLAG
           END-PERFORM
           DISPLAY '  SIGN-OFF  certified [ ]  revoke [ ]  '
                   'supervisor ________  date ________'.

       RTR-APURA-CANDIDATOS.
      *    direct grants: unused when no exercised pair of the
      *    operator falls under the grant (wildcards and all)
      *    within the window
           PERFORM VARYING WCRT-GR-IX FROM 1 BY 1
                     UNTIL WCRT-GR-IX GREATER WAUT-CNT
               IF  WAUT-ROLE(WCRT-GR-IX) EQUAL 'N' AND
                   WAUT-OPER(WCRT-GR-IX) EQUAL WCRT-OPER
                   MOVE SPACES TO WCRT-LAST
                   PERFORM RTR-ULTIMO-USO-CONCESSAO
                   IF  WCRT-LAST LESS WCRT-CUTOFF
                       MOVE 'AUT' TO WCRT-TYPE
                       MOVE WAUT-VERB(WCRT-GR-IX) TO WCRT-VERB
                       MOVE WAUT-PROG(WCRT-GR-IX) TO WCRT-PROG
                       PERFORM RTR-ADICIONA-CANDIDATO
                   END-IF
               END-IF
           END-PERFORM

      *    role memberships: unused when nothing the role grants
      *    was exercised by this operator within the window
           PERFORM VARYING WCRT-IX3 FROM 1 BY 1
                     UNTIL WCRT-IX3 GREATER WROL-CNT
               IF  WROL-OPER(WCRT-IX3) EQUAL WCRT-OPER
                   MOVE SPACES TO WCRT-LAST
                   PERFORM VARYING WCRT-GR-IX FROM 1 BY 1
                             UNTIL WCRT-GR-IX GREATER WAUT-CNT
                       IF  WAUT-ROLE(WCRT-GR-IX) EQUAL 'Y' AND
                           WAUT-OPER(WCRT-GR-IX) EQUAL
                           WROL-ROLE(WCRT-IX3)
                           PERFORM RTR-ULTIMO-USO-CONCESSAO
                       END-IF
                   END-PERFORM
                   IF  WCRT-LAST LESS WCRT-CUTOFF
                       MOVE 'ROL' TO WCRT-TYPE
                       MOVE WROL-ROLE(WCRT-IX3) TO WCRT-VERB
                       MOVE SPACES TO WCRT-PROG
                       PERFORM RTR-ADICIONA-CANDIDATO
                   END-IF
               END-IF
           END-PERFORM.

       RTR-ULTIMO-USO-CONCESSAO.
      *    latest use by the operator of anything grant WCRT-GR-IX
      *    covers, kept in WCRT-LAST when later than what it holds
           PERFORM VARYING WCRT-IX FROM 1 BY 1
                     UNTIL WCRT-IX GREATER WUSE-CNT
               IF  WUSE-OPER(WCRT-IX) EQUAL WCRT-OPER
               AND(WAUT-VERB(WCRT-GR-IX) EQUAL '*' OR
                   WAUT-VERB(WCRT-GR-IX) EQUAL WUSE-VERB(WCRT-IX))
               AND(WAUT-PROG(WCRT-GR-IX) EQUAL '*' OR
                   WAUT-PROG(WCRT-GR-IX) EQUAL WUSE-PROG(WCRT-IX))
               AND WUSE-LAST(WCRT-IX) GREATER WCRT-LAST
                   MOVE WUSE-LAST(WCRT-IX) TO WCRT-LAST
               END-IF
           END-PERFORM.

       RTR-ADICIONA-CANDIDATO.
           IF  WCND-CNT LESS 300
               ADD 1 TO WCND-CNT
               MOVE WCRT-TYPE TO WCND-TYPE(WCND-CNT)
               MOVE WCRT-OPER TO WCND-OPER(WCND-CNT)
               MOVE WCRT-VERB TO WCND-KEY-2(WCND-CNT)
               MOVE WCRT-PROG TO WCND-KEY-3(WCND-CNT)
               MOVE WCRT-LAST TO WCND-LAST(WCND-CNT)
               IF  WOPR-ISSUED(WCRT-OP-IX) EQUAL ZEROS
                   MOVE 'NOACTIVE' TO WCND-REASON(WCND-CNT)
               ELSE
                   MOVE 'UNUSED  ' TO WCND-REASON(WCND-CNT)
               END-IF
           ELSE
               DISPLAY 'OPSCERT - Warning: more than 300 revocation '
                       'candidates - ' WCRT-OPER ' ' WCRT-TYPE ' '
                       WCRT-VERB ' not listed'
           END-IF.

       RTR-GRAVA-CANDIDATOS.
           DISPLAY ' '
           DISPLAY 'OPSCERT - Revocation candidates (REVOKCND):'
           IF  WCND-CNT EQUAL ZEROS
               DISPLAY '  (none)'
           ELSE
               PERFORM RTR-LISTA-CANDIDATOS
           END-IF.

       RTR-LISTA-CANDIDATOS.
           OPEN OUTPUT REVOKE-FILE
           IF  WRVK-STATUS NOT EQUAL '00'
               DISPLAY 'OPSCERT - Unable to open REVOKCND - status '
                       WRVK-STATUS ' - candidates listed here only'
               MOVE 8 TO WCRT-RC
           ELSE
               MOVE 4 TO WCRT-RC
           END-IF
           PERFORM VARYING WCRT-IX FROM 1 BY 1
                     UNTIL WCRT-IX GREATER WCND-CNT
               MOVE WCND-LAST(WCRT-IX) TO WCRT-LAST
               IF  WCRT-LAST EQUAL SPACES
                   MOVE 'never' TO WCRT-LAST
               END-IF
               DISPLAY '  DEA ' WCND-TYPE(WCRT-IX) ' '
                       WCND-OPER(WCRT-IX) ' ' WCND-KEY-2(WCRT-IX) ' '
                       WCND-KEY-3(WCRT-IX) '  last used ' WCRT-LAST
                       '  ' WCND-REASON(WCRT-IX)
               IF  WRVK-STATUS EQUAL '00'
                   MOVE SPACES TO REVOKE-RECORD
                   MOVE 'DEA '              TO RVK-ACTION
                   MOVE WCND-TYPE(WCRT-IX)  TO RVK-TYPE
                   MOVE WCND-OPER(WCRT-IX)  TO RVK-KEY-1
                   MOVE WCND-KEY-2(WCRT-IX) TO RVK-KEY-2
                   MOVE WCND-KEY-3(WCRT-IX) TO RVK-KEY-3
                   MOVE WCND-REASON(WCRT-IX) TO RVK-REASON
                   WRITE REVOKE-RECORD
               END-IF
           END-PERFORM
           IF  WRVK-STATUS EQUAL '00'
               CLOSE REVOKE-FILE
           END-IF.

       RTR-IMPRIME-RESUMO.
           MOVE WOPR-CNT TO WCRT-OPR-TOTAL
           MOVE WCND-CNT TO WCRT-CND-TOTAL
           DISPLAY ' '
           DISPLAY 'OPSCERT - Operators certified: ' WCRT-OPR-TOTAL
                   '  pairs: ' WCRT-PAIRS
                   '  unused: ' WCRT-UNUSED
           DISPLAY 'OPSCERT - Role holders with no command: '
                   WCRT-IDLE-HOLD
                   '  revocation candidates: ' WCRT-CND-TOTAL
           DISPLAY 'OPSCERT - CMDLOG records read: ' WCRT-READ
                   '  authority exercised: ' WCRT-USED.

       RTR-APLICA-REVOGACAO.
      *    the reviewed candidate list, one OPSMAINT deactivation
      *    per record under the applying user; OPSMAINT writes the
      *    OPSAUDIT record for each
           IF  WCRT-USER EQUAL SPACES
               DISPLAY 'OPSCERT - PARM APPLY needs the user id: '
                       'APPLY,<user id>'
               MOVE 8 TO WCRT-RC
           ELSE
               OPEN INPUT REVOKE-FILE
               IF  WRVK-STATUS NOT EQUAL '00'
                   DISPLAY 'OPSCERT - Unable to open REVOKCND - '
                           'status ' WRVK-STATUS
                   MOVE 8 TO WCRT-RC
               ELSE
                   PERFORM RTR-APLICA-LISTA
               END-IF
           END-IF.

       RTR-APLICA-LISTA.
           DISPLAY 'OPSCERT - Applying the reviewed revocations as '
                   WCRT-USER
           MOVE 'N' TO WCRT-EOF
           PERFORM UNTIL WCRT-EOF EQUAL 'Y'
               READ REVOKE-FILE
                   AT END
                   MOVE 'Y' TO WCRT-EOF
               END-READ
               IF  WCRT-EOF NOT EQUAL 'Y' AND
                   REVOKE-RECORD NOT EQUAL SPACES
                   MOVE WCRT-USER  TO WOPSM-USER
                   MOVE RVK-ACTION TO WOPSM-ACTION
                   MOVE RVK-TYPE   TO WOPSM-TYPE
                   MOVE RVK-KEY-1  TO WOPSM-KEY-1
                   MOVE RVK-KEY-2  TO WOPSM-KEY-2
                   MOVE RVK-KEY-3  TO WOPSM-KEY-3
                   MOVE ZEROS      TO WOPSM-RC
                   CALL 'Opsmaint' USING WOPSM-AREA
                   IF  WOPSM-RC EQUAL ZEROS
                       ADD 1 TO WCRT-APPLIED
                   ELSE
                       ADD 1 TO WCRT-REFUSED
                       DISPLAY 'OPSCERT - Not applied (OPSMAINT rc '
                               WOPSM-RC '): ' RVK-TYPE ' ' RVK-KEY-1
                               ' ' RVK-KEY-2(1 : 8) ' '
                               RVK-KEY-3(1 : 8)
                       IF  WCRT-RC LESS 4
                           MOVE 4 TO WCRT-RC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REVOKE-FILE
           DISPLAY 'OPSCERT - Revocations applied: ' WCRT-APPLIED
                   '  not applied: ' WCRT-REFUSED.

       END PROGRAM OPSCERT.
