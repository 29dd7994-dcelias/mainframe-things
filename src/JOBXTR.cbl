      *----------------------------------------------------------------*
      *    Cuts the effective-PARM extract (JOBIN2, see the JOBIN2
      *    copybook) from the JOB library. PROCXTR's extract says
      *    what a PROC step's PARM is when nobody overrides it - but
      *    production jobs run the cataloged PROCs with PARM.step=
      *    overrides and symbolic overrides on the EXEC, so a step
      *    the PROC scan passes can still run with a PARM nobody
      *    checked, and the finding belongs to the job that set it.
      *    Two inputs in the same IEBUPDTE card shape PROCXTR reads
      *    (a './ ADD NAME=member' card in front of each member):
      *    PROCLIB, the PROC library - every PROC's steps with their
      *    PARM= as written, symbolics unresolved, and its PROC
      *    statement defaults are held in storage - and JOBLIB, the
      *    job library. Every EXEC of a cataloged PROC in a job (EXEC
      *    name or EXEC PROC=name; EXEC PGM= runs no PROC and is
      *    passed by) is expanded to the PROC's steps, and each gets
      *    the PARM it really runs with:
      *      PARM.step=value  replaces that step's PARM
      *      PARM=value       with no step name replaces the first
      *                       step's PARM and nullifies the PARM of
      *                       every other step of the PROC (the JCL
      *                       rule)
      *      NAME=value       any other keyword is a symbolic
      *                       override - it wins over a SET
      *                       statement earlier in the job, which
      *                       wins over the PROC statement default
      *    then symbolics are resolved the way PROCXTR does (&SYM and
      *    &SYM., an unknown symbolic kept as keyed). One record per
      *    job and PROC step. In-stream PROCs (PROC ... PEND inside a
      *    job) are passed by. An EXEC naming a PROC that is not on
      *    PROCLIB, or a PARM.step= naming a step the PROC does not
      *    have, is reported and ends the run with return code 4.
      *    The PARM is 'joblibrary,proclibrary' - the library names
      *    the extract records carry.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Jobxtr.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Proc-Lib-File Assign To Proclib
                  Organization Is Sequential
                  File Status Is Wlib-status.
           Select Job-Lib-File Assign To Joblib
                  Organization Is Sequential
                  File Status Is Wjlib-status.
           Select Job-Out2-File Assign To Jobin2
                  Organization Is Sequential
                  File Status Is Wout2-status.
       Data Division.
       File Section.
       FD  Proc-Lib-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Proc-Lib-Card        Pic  X(80).

       FD  Job-Lib-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Job-Lib-Card         Pic  X(80).

       FD  Job-Out2-File
           Recording Mode Is F
           Record Contains 220 Characters.
           Copy JOBIN2.

       Working-storage Section.
       01 Wlib-status       Pic  X(02) Value '00'.
       01 Wjlib-status      Pic  X(02) Value '00'.
       01 Wout2-status      Pic  X(02) Value '00'.
       01 Wjoblib           Pic  X(44) Value Spaces.
       01 Wproclib          Pic  X(44) Value Spaces.
       01 Wlib-eof          Pic  X(01) Value 'N'.
       01 Wmember           Pic  X(08) Value Spaces.
       01 Wjob-name         Pic  X(08) Value Spaces.
       01 Wproc-cnt         Pic  9(04) Value Zeros.
       01 Wjob-cnt          Pic  9(04) Value Zeros.
       01 Wstep-cnt         Pic  9(06) Value Zeros.
       01 Wexec-cnt         Pic  9(06) Value Zeros.
       01 Wpgm-cnt          Pic  9(06) Value Zeros.
       01 Wproc-exec-cnt    Pic  9(06) Value Zeros.
       01 Wout-cnt          Pic  9(06) Value Zeros.
       01 Wovr-applied      Pic  9(06) Value Zeros.
       01 Wnoproc-cnt       Pic  9(06) Value Zeros.
       01 Wbadovr-cnt       Pic  9(06) Value Zeros.

      *    The same card machinery serves both libraries: Wpass says
      *    which one is being read ('P' PROCLIB, 'J' JOBLIB) and the
      *    card is looked at in Wcard whichever file it came from
       01 Wpass             Pic  X(01) Value 'P'.
       01 Wcard             Pic  X(80) Value Spaces.
       01 Winstream         Pic  X(01) Value 'N'.

      *    The statement being assembled: JCL continues when the
      *    operand field ends on a comma (or a quoted string is
      *    still open), with the operands resuming after '//' on
      *    the next card
       01 Wstmt-name        Pic  X(08) Value Spaces.
       01 Wstmt-oper        Pic  X(08) Value Spaces.
       01 Wstmt-opnd        Pic  X(500) Value Spaces.
       01 Wstmt-len         Pic S9(06) Comp Value Zeros.
       01 Wstmt-open        Pic  X(01) Value 'N'.
       01 Wcont             Pic  X(01) Value 'N'.
       01 Wquote-open       Pic  X(01) Value 'N'.

       01 Wcol              Pic S9(04) Comp.
       01 Wtok-len          Pic S9(04) Comp.
       01 Wseg              Pic  X(71) Value Spaces.
       01 Wseg-len          Pic S9(04) Comp.
       01 Wix               Pic S9(06) Comp.
       01 Wjx               Pic S9(06) Comp.
       01 Wkx               Pic S9(06) Comp.
       01 Wlx               Pic S9(06) Comp.
       01 Wdepth            Pic S9(04) Comp.
       01 Wfound            Pic  X(01).

      *    Every PROC step off PROCLIB with its PARM as written -
      *    symbolics are resolved per job, not here. An overflow is
      *    counted and reported rather than silently expanded short
       01 Wprc-Cnt          Pic S9(06) Comp Value Zeros.
       01 Wprc-Over         Pic S9(06) Comp Value Zeros.
       01 Wprc-Ix           Pic S9(06) Comp.
       01 Wprc-First        Pic S9(06) Comp.
       01 Wprc-Tab.
          03 Wprc-Entry     Occurs 2000 Times.
             05 Wprc-Proc   Pic  X(08).
             05 Wprc-Step   Pic  X(08).
             05 Wprc-Raw    Pic  X(200).
             05 Wprc-Rlen   Pic S9(04) Comp.

      *    Every PROC's PROC-statement defaults, keyed by the PROC
       01 Wpds-Cnt          Pic S9(06) Comp Value Zeros.
       01 Wpds-Over         Pic S9(06) Comp Value Zeros.
       01 Wpds-Ix           Pic S9(06) Comp.
       01 Wpds-Tab.
          03 Wpds-Entry     Occurs 1000 Times.
             05 Wpds-Proc   Pic  X(08).
             05 Wpds-Name   Pic  X(08).
             05 Wpds-Nlen   Pic S9(04) Comp.
             05 Wpds-Value  Pic  X(20).
             05 Wpds-Vlen   Pic S9(04) Comp.

      *    The symbolics one resolution sees. When two entries have
      *    the same name the later one wins, so the table is built
      *    PROC defaults first, the job's SET values next and the
      *    EXEC's own overrides last
       01 Wsym-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wsym-Tab.
          03 Wsym-Entry     Occurs 150 Times.
             05 Wsym-Name   Pic  X(08).
             05 Wsym-Nlen   Pic S9(04) Comp.
             05 Wsym-Value  Pic  X(20).
             05 Wsym-Vlen   Pic S9(04) Comp.

      *    SET statements seen so far in the current job - reset at
      *    every './ ADD' so one job's values never reach the next
       01 Wset-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wset-Tab.
          03 Wset-Entry     Occurs 150 Times.
             05 Wset-Name   Pic  X(08).
             05 Wset-Nlen   Pic S9(04) Comp.
             05 Wset-Value  Pic  X(20).
             05 Wset-Vlen   Pic S9(04) Comp.

      *    The EXEC being expanded: its PROC, its PARM.step=
      *    overrides and its unqualified PARM=, if any
       01 Wexec-proc        Pic  X(08) Value Spaces.
       01 Wfirst            Pic  X(01) Value 'Y'.
       01 Wovr-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wovr-Ix           Pic S9(04) Comp.
       01 Wovr-Hit          Pic S9(04) Comp.
       01 Wovr-Tab.
          03 Wovr-Entry     Occurs 50 Times.
             05 Wovr-Step   Pic  X(08).
             05 Wovr-Raw    Pic  X(200).
             05 Wovr-Rlen   Pic S9(04) Comp.
             05 Wovr-Used   Pic  X(01).
       01 Wovr-All          Pic  X(01) Value 'N'.
       01 Wovr-All-Raw      Pic  X(200) Value Spaces.
       01 Wovr-All-Len      Pic S9(04) Comp Value Zeros.

      *    Operand walk over the EXEC statement - kept apart from
      *    the cut work areas, which the walk performs
       01 Wop-ix            Pic S9(06) Comp.
       01 Wop-start         Pic S9(06) Comp.
       01 Wop-depth         Pic S9(04) Comp.
       01 Wop-quote         Pic  X(01).
       01 Wop-num           Pic S9(04) Comp.
       01 Wop-dots          Pic S9(04) Comp.
       01 Wop-key           Pic  X(16).
          88 Wop-key-exec   Values 'ACCT' 'ADDRSPC' 'CCSID' 'COND'
                                   'DPRTY' 'DYNAMNBR' 'MEMLIMIT'
                                   'PERFORM' 'RD' 'REGION' 'TIME'
                                   'TVSAMCOM' 'TVSMSG'.

       01 Wpiece            Pic  X(100) Value Spaces.
       01 Wpiece-len        Pic S9(04) Comp.
       01 Wparm-raw         Pic  X(200) Value Spaces.
       01 Wparm-raw-len     Pic S9(06) Comp.
       01 Wparm-res         Pic  X(200) Value Spaces.
       01 Wparm-res-len     Pic S9(06) Comp.
       01 Wsym-hit          Pic S9(04) Comp.
       01 Wsym-cand         Pic  X(08).
       01 Wsym-cand-len     Pic S9(04) Comp.

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(100).

       Procedure Division Using Ls-Parm-Area.

       Rtr-process             Section.
           Display ' '
           Display '-----------------------------------------------'
           Display 'JOBXTR - JOB-library effective-PARM extract'
           Display '-----------------------------------------------'

           Move Spaces To Wjoblib Wproclib
           If   Ls-Parm-Len Greater Zero And
                Ls-Parm-Len Not Greater Length Of Ls-Parm-Text
                Unstring Ls-Parm-Text(1 : Ls-Parm-Len)
                         Delimited By ','
                         Into Wjoblib Wproclib
                End-unstring
           End-if

           Open Input Proc-Lib-File
           If   Wlib-status Not Equal '00'
                Display 'JOBXTR - Unable to open PROCLIB - status '
                        Wlib-status ' - no extract produced'
                Move 8 To Return-Code
                Goback
           End-if
           Open Input Job-Lib-File
           If   Wjlib-status Not Equal '00'
                Display 'JOBXTR - Unable to open JOBLIB - status '
                        Wjlib-status ' - no extract produced'
                Close Proc-Lib-File
                Move 8 To Return-Code
                Goback
           End-if
           Open Output Job-Out2-File
           If   Wout2-status Not Equal '00'
                Display 'JOBXTR - Unable to open JOBIN2 for output '
                        '- status ' Wout2-status
                Close Proc-Lib-File
                Close Job-Lib-File
                Move 8 To Return-Code
                Goback
           End-if

      *    first the PROCs, held whole in storage ...
           Move 'P' To Wpass
           Move 'N' To Wlib-eof
           Perform Until Wlib-eof Equal 'Y'
               Read Proc-Lib-File
                   At End
                        Move 'Y' To Wlib-eof
                   Not At End
                        Move Proc-Lib-Card To Wcard
                        Perform Rtr-trata-cartao
               End-read
           End-perform
           If   Wstmt-open Equal 'Y'
                Perform Rtr-finaliza-statement
           End-if
           Close Proc-Lib-File
           Display 'JOBXTR - ' Wproc-cnt ' PROCs, '
                   Wstep-cnt ' PROC steps loaded'
           If   Wprc-Over Greater Zeros Or Wpds-Over Greater Zeros
                Display 'JOBXTR - Warning: ' Wprc-Over
                        ' PROC steps beyond the 2000-entry table and '
                        Wpds-Over ' PROC defaults beyond the '
                        '1000-entry table were not loaded'
           End-if

      *    ... then every job expanded against them
           Move 'J' To Wpass
           Move 'N' To Wlib-eof Wstmt-open Wcont Wquote-open
           Perform Until Wlib-eof Equal 'Y'
               Read Job-Lib-File
                   At End
                        Move 'Y' To Wlib-eof
                   Not At End
                        Move Job-Lib-Card To Wcard
                        Perform Rtr-trata-cartao
               End-read
           End-perform
           If   Wstmt-open Equal 'Y'
                Perform Rtr-finaliza-statement
           End-if
           Close Job-Lib-File
           Close Job-Out2-File

           Display 'JOBXTR - ' Wjob-cnt ' jobs scanned, '
                   Wexec-cnt ' EXEC statements, '
                   Wpgm-cnt ' EXEC PGM='
           Display 'JOBXTR - ' Wproc-exec-cnt ' PROC EXECs expanded '
                   'to ' Wout-cnt ' job steps, '
                   Wovr-applied ' PARM overrides applied'
           If   Wnoproc-cnt Greater Zeros Or
                Wbadovr-cnt Greater Zeros Or
                Wprc-Over   Greater Zeros
                Display 'JOBXTR - ' Wnoproc-cnt ' EXECs of a PROC '
                        'not on PROCLIB, ' Wbadovr-cnt
                        ' overrides naming no step of their PROC'
                Move 4 To Return-Code
           Else
                Move 0 To Return-Code
           End-if
           Display '-----------------------------------------------'
           Goback.
       Rtr-process-x.          Exit.

       Rtr-trata-cartao        Section.
           If   Wcard(1 : 2) Equal './'
                If   Wstmt-open Equal 'Y'
                     Perform Rtr-finaliza-statement
                End-if
                Perform Rtr-trata-membro
                Go To Rtr-trata-cartao-x
           End-if
           If   Wcard(1 : 3) Equal '//*'
                Go To Rtr-trata-cartao-x
           End-if
           If   Wcard(1 : 2) Not Equal '//'
                Go To Rtr-trata-cartao-x
           End-if

           If   Wcont Equal 'Y'
                Perform Rtr-continua-statement
           Else
                If   Wstmt-open Equal 'Y'
                     Perform Rtr-finaliza-statement
                End-if
                Perform Rtr-abre-statement
           End-if.
       Rtr-trata-cartao-x.     Exit.

       Rtr-trata-membro        Section.
      *    './ ADD NAME=member' starts a member; everything the
      *    previous member defined is forgotten. A job is known by
      *    its member name until its JOB statement names it
           Move Zeros  To Wsym-Cnt Wset-Cnt
           Move 'N'    To Winstream
           Move Spaces To Wmember
           Move Zeros  To Wix
           Inspect Wcard Tallying Wix
                   For Characters Before 'NAME='
           If   Wix Less 75
                Compute Wjx = Wix + 6
                Move Zeros To Wtok-len
                Perform Varying Wkx From Wjx By 1
                          Until Wkx Greater 80
                             Or Wcard(Wkx : 1) Equal Space
                             Or Wcard(Wkx : 1) Equal ','
                    Add  1 To Wtok-len
                End-perform
                If   Wtok-len Greater 8
                     Move 8 To Wtok-len
                End-if
                If   Wtok-len Greater Zeros
                     Move Wcard(Wjx : Wtok-len) To Wmember
                End-if
                Move Wmember To Wjob-name
                If   Wpass Equal 'P'
                     Add  1 To Wproc-cnt
                Else
                     Add  1 To Wjob-cnt
                     Display 'JOBXTR - Job member ' Wmember
                End-if
           End-if.
       Rtr-trata-membro-x.     Exit.

       Rtr-abre-statement      Section.
      *    Name field runs from column 3 to the first blank; the
      *    operation is the next word; the operands run to the first
      *    blank outside a quoted string (columns 72-80 are the
      *    sequence area and never looked at)
           Move Spaces To Wstmt-name Wstmt-oper Wstmt-opnd
           Move Zeros  To Wstmt-len
           Move 'N'    To Wstmt-open Wquote-open Wcont

           Move 3 To Wcol
           Move Zeros To Wtok-len
           Perform Varying Wix From Wcol By 1
                     Until Wix Greater 71
                        Or Wcard(Wix : 1) Equal Space
               Add  1 To Wtok-len
           End-perform
           If   Wtok-len Greater Zeros
                If   Wtok-len Greater 8
                     Move 8 To Wtok-len
                End-if
                Move Wcard(Wcol : Wtok-len) To Wstmt-name
           End-if

           Perform Varying Wix From Wix By 1
                     Until Wix Greater 71
                        Or Wcard(Wix : 1) Not Equal Space
               Continue
           End-perform
           If   Wix Greater 71
                Go To Rtr-abre-statement-x
           End-if
           Move Wix To Wcol
           Move Zeros To Wtok-len
           Perform Varying Wix From Wcol By 1
                     Until Wix Greater 71
                        Or Wcard(Wix : 1) Equal Space
               Add  1 To Wtok-len
           End-perform
           If   Wtok-len Greater 8
                Move 8 To Wtok-len
           End-if
           If   Wtok-len Greater Zeros
                Move Wcard(Wcol : Wtok-len) To Wstmt-oper
           End-if

      *    PROCLIB gives PROC and EXEC statements; a job gives JOB,
      *    SET and EXEC - except between an in-stream PROC and its
      *    PEND, whose steps are not cataloged ones
           If   Wpass Equal 'P'
                If   Wstmt-oper Not Equal 'PROC    ' And 'EXEC    '
                     Go To Rtr-abre-statement-x
                End-if
           Else
                Evaluate Wstmt-oper
                    When 'PROC    '
                         Move 'Y' To Winstream
                         Go To Rtr-abre-statement-x
                    When 'PEND    '
                         Move 'N' To Winstream
                         Go To Rtr-abre-statement-x
                End-evaluate
                If   Winstream Equal 'Y'
                     Go To Rtr-abre-statement-x
                End-if
                If   Wstmt-oper Not Equal 'JOB     ' And 'SET     '
                                     And 'EXEC    '
                     Go To Rtr-abre-statement-x
                End-if
           End-if
           Move 'Y' To Wstmt-open

           Perform Varying Wix From Wix By 1
                     Until Wix Greater 71
                        Or Wcard(Wix : 1) Not Equal Space
               Continue
           End-perform
           If   Wix Not Greater 71
                Move Wix To Wcol
                Perform Rtr-recorta-operandos
           End-if.
       Rtr-abre-statement-x.   Exit.

       Rtr-continua-statement  Section.
      *    Operands resume at the first nonblank after '//' -
      *    except inside an open quoted string, where the JCL rule
      *    is column 16 and every byte from there is literal text
           Move 'N' To Wcont
           If   Wquote-open Equal 'Y'
                Move 16 To Wcol
                Perform Rtr-recorta-operandos
           Else
                Perform Varying Wix From 3 By 1
                          Until Wix Greater 71
                             Or Wcard(Wix : 1) Not Equal Space
                    Continue
                End-perform
                If   Wix Not Greater 71
                     Move Wix To Wcol
                     Perform Rtr-recorta-operandos
                End-if
           End-if.
       Rtr-continua-statement-x. Exit.

       Rtr-recorta-operandos   Section.
      *    Appends this card's operand segment to the statement
      *    buffer, tracking the quote state byte by byte so a blank
      *    inside PARM='A B' does not end the operands and a string
      *    left open at column 71 continues on the next card
           Move Spaces To Wseg
           Move Zeros  To Wseg-len
           Perform Varying Wix From Wcol By 1
                     Until Wix Greater 71
               If   Wcard(Wix : 1) Equal Space
               And  Wquote-open Equal 'N'
                    Move 72 To Wix
               Else
                    If   Wcard(Wix : 1) Equal "'"
                         If   Wquote-open Equal 'Y'
                              Move 'N' To Wquote-open
                         Else
                              Move 'Y' To Wquote-open
                         End-if
                    End-if
                    Add  1 To Wseg-len
                    Move Wcard(Wix : 1)
                      To Wseg(Wseg-len : 1)
               End-if
           End-perform

           If   Wseg-len Greater Zeros
                If   Wstmt-len + Wseg-len Not Greater
                     Length Of Wstmt-opnd
                     Move Wseg(1 : Wseg-len)
                       To Wstmt-opnd(Wstmt-len + 1 : Wseg-len)
                     Add  Wseg-len To Wstmt-len
                End-if
           End-if

           If   Wquote-open Equal 'Y'
                Move 'Y' To Wcont
           Else
                If   Wstmt-len Greater Zeros And
                     Wstmt-opnd(Wstmt-len : 1) Equal ','
                     Move 'Y' To Wcont
                End-if
           End-if

           If   Wcont Equal 'N'
                Perform Rtr-finaliza-statement
           End-if.
       Rtr-recorta-operandos-x. Exit.

       Rtr-finaliza-statement  Section.
           Move 'N' To Wstmt-open Wcont Wquote-open
           Evaluate True
               When Wpass Equal 'P' And Wstmt-oper Equal 'PROC    '
                    Perform Rtr-carrega-simbolicos
                    Perform Rtr-guarda-padroes
               When Wpass Equal 'P' And Wstmt-oper Equal 'EXEC    '
                    Perform Rtr-guarda-passo-proc
               When Wstmt-oper Equal 'JOB     '
                    If   Wstmt-name Not Equal Spaces
                         Move Wstmt-name To Wjob-name
                    End-if
               When Wstmt-oper Equal 'SET     '
      *             SET values accumulate through the job
                    Move Wset-Cnt To Wsym-Cnt
                    Move Wset-Tab To Wsym-Tab
                    Perform Rtr-carrega-simbolicos
                    Move Wsym-Cnt To Wset-Cnt
                    Move Wsym-Tab To Wset-Tab
               When Wstmt-oper Equal 'EXEC    '
                    Perform Rtr-expande-exec
           End-evaluate.
       Rtr-finaliza-statement-x. Exit.

       Rtr-carrega-simbolicos  Section.
      *    PROC and SET operands are NAME=value pairs - split on the
      *    commas at depth zero and outside quotes, so a quoted
      *    value with a comma in it stays one pair
           Move 1     To Wjx
           Move Zeros To Wdepth
           Move 'N'   To Wquote-open
           Perform Varying Wix From 1 By 1
                     Until Wix Greater Wstmt-len
               Evaluate True
                   When Wstmt-opnd(Wix : 1) Equal "'"
                        If   Wquote-open Equal 'Y'
                             Move 'N' To Wquote-open
                        Else
                             Move 'Y' To Wquote-open
                        End-if
                   When Wquote-open Equal 'Y'
                        Continue
                   When Wstmt-opnd(Wix : 1) Equal '('
                        Add      1    To Wdepth
                   When Wstmt-opnd(Wix : 1) Equal ')'
                        Subtract 1  From Wdepth
                   When Wstmt-opnd(Wix : 1) Equal ',' And
                        Wdepth Equal Zeros
                        Compute Wpiece-len = Wix - Wjx
                        Perform Rtr-guarda-simbolico
                        Compute Wjx = Wix + 1
               End-evaluate
           End-perform
           Move 'N' To Wquote-open
           Compute Wpiece-len = Wstmt-len - Wjx + 1
           Perform Rtr-guarda-simbolico.
       Rtr-carrega-simbolicos-x. Exit.

       Rtr-guarda-simbolico    Section.
           If   Wpiece-len Not Greater Zeros Or Wsym-Cnt
                Not Less 150
                Go To Rtr-guarda-simbolico-x
           End-if
           If   Wpiece-len Greater Length Of Wpiece
                Move Length Of Wpiece To Wpiece-len
           End-if
           Move Spaces To Wpiece
           Move Wstmt-opnd(Wjx : Wpiece-len) To Wpiece

           Move Zeros To Wkx
           Inspect Wpiece Tallying Wkx For Characters Before '='
           If   Wkx Equal Zeros Or Wkx Not Less Wpiece-len
                Go To Rtr-guarda-simbolico-x
           End-if
           Add  1 To Wsym-Cnt
           Move Spaces To Wsym-Name(Wsym-Cnt)
                          Wsym-Value(Wsym-Cnt)
           If   Wkx Greater 8
                Move 8 To Wkx
           End-if
           Move Wpiece(1 : Wkx)  To Wsym-Name(Wsym-Cnt)
           Move Wkx              To Wsym-Nlen(Wsym-Cnt)

           Move Zeros To Wtok-len
           Inspect Wpiece Tallying Wtok-len
                   For Characters Before '  '
           Move Zeros To Wkx
           Inspect Wpiece Tallying Wkx For Characters Before '='
           Compute Wtok-len = Wtok-len - Wkx - 1
           If   Wtok-len Greater Zeros
                If   Wpiece(Wkx + 2 : 1) Equal "'"
      *              quoted value - keep the inside, not the quotes
                     Subtract 2 From Wtok-len
                     If   Wtok-len Greater 20
                          Move 20 To Wtok-len
                     End-if
                     If   Wtok-len Greater Zeros
                          Move Wpiece(Wkx + 3 : Wtok-len)
                            To Wsym-Value(Wsym-Cnt)
                     End-if
                Else
                     If   Wtok-len Greater 20
                          Move 20 To Wtok-len
                     End-if
                     Move Wpiece(Wkx + 2 : Wtok-len)
                       To Wsym-Value(Wsym-Cnt)
                End-if
                If   Wtok-len Less Zeros
                     Move Zeros To Wtok-len
                End-if
                Move Wtok-len To Wsym-Vlen(Wsym-Cnt)
           Else
                Move Zeros To Wsym-Vlen(Wsym-Cnt)
           End-if.
       Rtr-guarda-simbolico-x. Exit.

       Rtr-guarda-padroes      Section.
      *    The PROC statement's defaults, kept under the PROC's name
      *    for every job that runs it
           Perform Varying Wkx From 1 By 1
                     Until Wkx Greater Wsym-Cnt
               If   Wpds-Cnt Less 1000
                    Add  1 To Wpds-Cnt
                    Move Wmember         To Wpds-Proc(Wpds-Cnt)
                    Move Wsym-Name(Wkx)  To Wpds-Name(Wpds-Cnt)
                    Move Wsym-Nlen(Wkx)  To Wpds-Nlen(Wpds-Cnt)
                    Move Wsym-Value(Wkx) To Wpds-Value(Wpds-Cnt)
                    Move Wsym-Vlen(Wkx)  To Wpds-Vlen(Wpds-Cnt)
               Else
                    Add  1 To Wpds-Over
               End-if
           End-perform.
       Rtr-guarda-padroes-x.   Exit.

       Rtr-guarda-passo-proc   Section.
           Move Spaces To Wparm-raw
           Move Zeros  To Wparm-raw-len
           Perform Rtr-localiza-parm
           If   Wprc-Cnt Not Less 2000
                Add  1 To Wprc-Over
                Go To Rtr-guarda-passo-proc-x
           End-if
           Add  1 To Wprc-Cnt Wstep-cnt
           Move Wmember       To Wprc-Proc(Wprc-Cnt)
           Move Wstmt-name    To Wprc-Step(Wprc-Cnt)
           Move Wparm-raw     To Wprc-Raw(Wprc-Cnt)
           Move Wparm-raw-len To Wprc-Rlen(Wprc-Cnt).
       Rtr-guarda-passo-proc-x. Exit.

       Rtr-expande-exec        Section.
      *    The first operand is what runs: PGM= is a program, PROC=
      *    or a bare name a cataloged PROC
           Add  1 To Wexec-cnt
           Move Zeros To Wdepth Wlx
           Move 'N'   To Wquote-open
           Perform Varying Wix From 1 By 1
                     Until Wix Greater Wstmt-len
                        Or Wlx Greater Zeros
               Evaluate True
                   When Wstmt-opnd(Wix : 1) Equal "'"
                        If   Wquote-open Equal 'Y'
                             Move 'N' To Wquote-open
                        Else
                             Move 'Y' To Wquote-open
                        End-if
                   When Wquote-open Equal 'Y'
                        Continue
                   When Wstmt-opnd(Wix : 1) Equal '('
                        Add      1    To Wdepth
                   When Wstmt-opnd(Wix : 1) Equal ')'
                        Subtract 1  From Wdepth
                   When Wstmt-opnd(Wix : 1) Equal ',' And
                        Wdepth Equal Zeros
                        Compute Wlx = Wix - 1
               End-evaluate
           End-perform
           Move 'N' To Wquote-open
           If   Wlx Equal Zeros
                Move Wstmt-len To Wlx
           End-if

           Move Spaces To Wexec-proc
           Evaluate True
               When Wstmt-opnd(1 : 4) Equal 'PGM='
                    Add  1 To Wpgm-cnt
                    Go To Rtr-expande-exec-x
               When Wstmt-opnd(1 : 5) Equal 'PROC='
                    Compute Wtok-len = Wlx - 5
                    If   Wtok-len Greater 8
                         Move 8 To Wtok-len
                    End-if
                    If   Wtok-len Greater Zeros
                         Move Wstmt-opnd(6 : Wtok-len) To Wexec-proc
                    End-if
               When Other
                    Move Wlx To Wtok-len
                    If   Wtok-len Greater 8
                         Move 8 To Wtok-len
                    End-if
                    If   Wtok-len Greater Zeros
                         Move Wstmt-opnd(1 : Wtok-len) To Wexec-proc
                    End-if
           End-evaluate
           If   Wexec-proc Equal Spaces
                Go To Rtr-expande-exec-x
           End-if

           Move Zeros To Wprc-First
           Perform Varying Wprc-Ix From 1 By 1
                     Until Wprc-Ix Greater Wprc-Cnt
                        Or Wprc-First Greater Zeros
               If   Wprc-Proc(Wprc-Ix) Equal Wexec-proc
                    Move Wprc-Ix To Wprc-First
               End-if
           End-perform
           If   Wprc-First Equal Zeros
                Add  1 To Wnoproc-cnt
                Display 'JOBXTR - Warning: job ' Wjob-name ' step '
                        Wstmt-name ' runs PROC ' Wexec-proc
                        ' - not on PROCLIB, no effective PARM'
                Go To Rtr-expande-exec-x
           End-if
           Add  1 To Wproc-exec-cnt

      *    symbolics in precedence order - the later entry wins
           Move Zeros To Wsym-Cnt
           Perform Varying Wpds-Ix From 1 By 1
                     Until Wpds-Ix Greater Wpds-Cnt
               If   Wpds-Proc(Wpds-Ix) Equal Wexec-proc And
                    Wsym-Cnt Less 150
                    Add  1 To Wsym-Cnt
                    Move Wpds-Name(Wpds-Ix)  To Wsym-Name(Wsym-Cnt)
                    Move Wpds-Nlen(Wpds-Ix)  To Wsym-Nlen(Wsym-Cnt)
                    Move Wpds-Value(Wpds-Ix) To Wsym-Value(Wsym-Cnt)
                    Move Wpds-Vlen(Wpds-Ix)  To Wsym-Vlen(Wsym-Cnt)
               End-if
           End-perform
           Perform Varying Wkx From 1 By 1
                     Until Wkx Greater Wset-Cnt
               If   Wsym-Cnt Less 150
                    Add  1 To Wsym-Cnt
                    Move Wset-Entry(Wkx) To Wsym-Entry(Wsym-Cnt)
               End-if
           End-perform
           Move Zeros  To Wovr-Cnt Wovr-All-Len
           Move 'N'    To Wovr-All
           Move Spaces To Wovr-All-Raw
           Perform Rtr-carrega-overrides

           Move 'Y' To Wfirst
           Perform Varying Wprc-Ix From Wprc-First By 1
                     Until Wprc-Ix Greater Wprc-Cnt
               If   Wprc-Proc(Wprc-Ix) Equal Wexec-proc
                    Perform Rtr-gera-passo-job
                    Move 'N' To Wfirst
               End-if
           End-perform

           Perform Varying Wovr-Ix From 1 By 1
                     Until Wovr-Ix Greater Wovr-Cnt
               If   Wovr-Used(Wovr-Ix) Equal 'N'
                    Add  1 To Wbadovr-cnt
                    Display 'JOBXTR - Warning: job ' Wjob-name
                            ' step ' Wstmt-name ' overrides PARM.'
                            Wovr-Step(Wovr-Ix) ' - PROC '
                            Wexec-proc ' has no such step'
               End-if
           End-perform.
       Rtr-expande-exec-x.     Exit.

       Rtr-carrega-overrides   Section.
      *    Walks the EXEC operands after the first, split on the
      *    commas at depth zero and outside quotes
           Move Zeros To Wop-depth Wop-num
           Move 'N'   To Wop-quote
           Move 1     To Wop-start
           Perform Varying Wop-ix From 1 By 1
                     Until Wop-ix Greater Wstmt-len
               Evaluate True
                   When Wstmt-opnd(Wop-ix : 1) Equal "'"
                        If   Wop-quote Equal 'Y'
                             Move 'N' To Wop-quote
                        Else
                             Move 'Y' To Wop-quote
                        End-if
                   When Wop-quote Equal 'Y'
                        Continue
                   When Wstmt-opnd(Wop-ix : 1) Equal '('
                        Add      1    To Wop-depth
                   When Wstmt-opnd(Wop-ix : 1) Equal ')'
                        Subtract 1  From Wop-depth
                   When Wstmt-opnd(Wop-ix : 1) Equal ',' And
                        Wop-depth Equal Zeros
                        Compute Wpiece-len = Wop-ix - Wop-start
                        Perform Rtr-classifica-operando
                        Compute Wop-start = Wop-ix + 1
               End-evaluate
           End-perform
           Compute Wpiece-len = Wstmt-len - Wop-start + 1
           Perform Rtr-classifica-operando.
       Rtr-carrega-overrides-x. Exit.

       Rtr-classifica-operando Section.
      *    PARM.step= and PARM= are overrides; other step-qualified
      *    keywords (REGION.step= and the like) and the EXEC's own
      *    keywords change no PARM; anything else is a symbolic
           Add  1 To Wop-num
           If   Wop-num Equal 1 Or Wpiece-len Not Greater Zeros
                Go To Rtr-classifica-operando-x
           End-if
           If   Wpiece-len Greater Length Of Wpiece
                Move Length Of Wpiece To Wpiece-len
           End-if
           Move Spaces To Wpiece
           Move Wstmt-opnd(Wop-start : Wpiece-len) To Wpiece
           Move Zeros To Wkx
           Inspect Wpiece Tallying Wkx For Characters Before '='
           If   Wkx Equal Zeros Or Wkx Not Less Wpiece-len Or
                Wkx Greater Length Of Wop-key
                Go To Rtr-classifica-operando-x
           End-if
           Move Spaces To Wop-key
           Move Wpiece(1 : Wkx) To Wop-key
           Move Zeros To Wop-dots
           Inspect Wop-key Tallying Wop-dots For All '.'

           Evaluate True
               When Wop-key(1 : 5) Equal 'PARM.'
                    Perform Rtr-guarda-override
               When Wop-key Equal 'PARM'
                    Compute Wjx = Wop-start + Wkx + 1
                    Perform Rtr-corta-valor
                    Move 'Y'           To Wovr-All
                    Move Wparm-raw     To Wovr-All-Raw
                    Move Wparm-raw-len To Wovr-All-Len
               When Wop-dots Greater Zeros
                    Continue
               When Wop-key-exec
                    Continue
               When Other
                    Move Wop-start To Wjx
                    Perform Rtr-guarda-simbolico
           End-evaluate.
       Rtr-classifica-operando-x. Exit.

       Rtr-guarda-override     Section.
           If   Wovr-Cnt Not Less 50 Or Wkx Less 6
                Go To Rtr-guarda-override-x
           End-if
           Add  1 To Wovr-Cnt
           Move Spaces To Wovr-Step(Wovr-Cnt)
           Compute Wtok-len = Wkx - 5
           If   Wtok-len Greater 8
                Move 8 To Wtok-len
           End-if
           Move Wop-key(6 : Wtok-len) To Wovr-Step(Wovr-Cnt)
           Compute Wjx = Wop-start + Wkx + 1
           Perform Rtr-corta-valor
           Move Wparm-raw     To Wovr-Raw(Wovr-Cnt)
           Move Wparm-raw-len To Wovr-Rlen(Wovr-Cnt)
           Move 'N'           To Wovr-Used(Wovr-Cnt).
       Rtr-guarda-override-x.  Exit.

       Rtr-gera-passo-job      Section.
      *    A step-named override wins; an unqualified PARM= goes to
      *    the first step and leaves the others with none; with no
      *    override the PROC's own PARM stands
           Move Zeros To Wovr-Hit
           Perform Varying Wovr-Ix From 1 By 1
                     Until Wovr-Ix Greater Wovr-Cnt
               If   Wovr-Step(Wovr-Ix) Equal Wprc-Step(Wprc-Ix)
                    Move Wovr-Ix To Wovr-Hit
               End-if
           End-perform
           Move Spaces To Wparm-raw
           Move Zeros  To Wparm-raw-len
           Evaluate True
               When Wovr-Hit Greater Zeros
                    Move 'Y' To Wovr-Used(Wovr-Hit)
                    Move Wovr-Raw(Wovr-Hit)  To Wparm-raw
                    Move Wovr-Rlen(Wovr-Hit) To Wparm-raw-len
                    Add  1 To Wovr-applied
               When Wovr-All Equal 'Y' And Wfirst Equal 'Y'
                    Move Wovr-All-Raw To Wparm-raw
                    Move Wovr-All-Len To Wparm-raw-len
                    Add  1 To Wovr-applied
               When Wovr-All Equal 'Y'
                    Continue
               When Other
                    Move Wprc-Raw(Wprc-Ix)  To Wparm-raw
                    Move Wprc-Rlen(Wprc-Ix) To Wparm-raw-len
           End-evaluate
           If   Wparm-raw-len Greater Zeros
                Perform Rtr-resolve-simbolicos
           Else
                Move Spaces To Wparm-res
                Move Zeros  To Wparm-res-len
           End-if

           Move Spaces To Job-In2-Record
           Move Wjoblib           To Job2-Library
           Move Wjob-name         To Job2-Job-Name
           Move Wprc-Step(Wprc-Ix) To Job2-Step-Name
           Move Wstmt-name        To Job2-Exec-Step
           Move Wexec-proc        To Job2-Proc-Name
           Move Wproclib          To Job2-Proc-Library
           If   Wparm-res-len Greater Zeros
                If   Wparm-res-len Greater Length Of Job2-Parm-Value
                     Display 'JOBXTR - Warning: job ' Wjob-name
                             ' step ' Wprc-Step(Wprc-Ix)
                             ' PARM longer than the extract field - '
                             'truncated at '
                             Length Of Job2-Parm-Value ' bytes'
                     Move Length Of Job2-Parm-Value
                       To Wparm-res-len
                End-if
                Move Wparm-res(1 : Wparm-res-len)
                  To Job2-Parm-Value
           End-if
           Write Job-In2-Record
           Add  1 To Wout-cnt
           Display 'JOBXTR - Job ' Wjob-name ' step ' Wstmt-name
                   '.' Wprc-Step(Wprc-Ix) ' PARM=' Job2-Parm-Value.
       Rtr-gera-passo-job-x.   Exit.

       Rtr-localiza-parm       Section.
      *    Finds PARM= at parenthesis depth zero and outside quotes
           Move Zeros To Wdepth
           Move 'N'   To Wquote-open Wfound
           Perform Varying Wix From 1 By 1
                     Until Wix Greater Wstmt-len
                        Or Wfound Equal 'Y'
               Evaluate True
                   When Wstmt-opnd(Wix : 1) Equal "'"
                        If   Wquote-open Equal 'Y'
                             Move 'N' To Wquote-open
                        Else
                             Move 'Y' To Wquote-open
                        End-if
                   When Wquote-open Equal 'Y'
                        Continue
                   When Wstmt-opnd(Wix : 1) Equal '('
                        Add      1    To Wdepth
                   When Wstmt-opnd(Wix : 1) Equal ')'
                        Subtract 1  From Wdepth
                   When Wdepth Equal Zeros And
                        Wstmt-opnd(Wix : 5) Equal 'PARM='
                        Move 'Y' To Wfound
               End-evaluate
           End-perform
           Move 'N' To Wquote-open
           If   Wfound Not Equal 'Y'
                Go To Rtr-localiza-parm-x
           End-if

      *    Wix stopped one past the P of PARM= - the value starts
      *    four further on
           Compute Wjx = Wix + 4
           Perform Rtr-corta-valor.
       Rtr-localiza-parm-x.    Exit.

       Rtr-corta-valor         Section.
      *    Cuts the value starting at Wjx: a quoted string to the
      *    closing quote, a parenthesized list to the matching close
      *    (outer parens stripped), anything else to the next comma
      *    at depth zero
           Move Spaces To Wparm-raw
           Move Zeros  To Wparm-raw-len
           Evaluate True
               When Wstmt-opnd(Wjx : 1) Equal "'"
                    Compute Wlx = Wjx + 1
                    Perform Varying Wix From Wlx By 1
                              Until Wix Greater Wstmt-len
                                 Or Wstmt-opnd(Wix : 1) Equal "'"
                                 Or Wparm-raw-len Not Less 200
                        Add  1 To Wparm-raw-len
                        Move Wstmt-opnd(Wix : 1)
                          To Wparm-raw(Wparm-raw-len : 1)
                    End-perform
               When Wstmt-opnd(Wjx : 1) Equal '('
                    Move 1 To Wdepth
                    Compute Wlx = Wjx + 1
                    Perform Varying Wix From Wlx By 1
                              Until Wix Greater Wstmt-len
                                 Or Wdepth Equal Zeros
                                 Or Wparm-raw-len Not Less 200
                        Evaluate Wstmt-opnd(Wix : 1)
                            When '('
                                 Add      1    To Wdepth
                            When ')'
                                 Subtract 1  From Wdepth
                        End-evaluate
                        If   Wdepth Greater Zeros
                             Add  1 To Wparm-raw-len
                             Move Wstmt-opnd(Wix : 1)
                               To Wparm-raw(Wparm-raw-len : 1)
                        End-if
                    End-perform
               When Other
                    Move Zeros To Wdepth
                    Perform Varying Wix From Wjx By 1
                              Until Wix Greater Wstmt-len
                                 Or (Wstmt-opnd(Wix : 1) Equal ','
                                 And Wdepth Equal Zeros)
                                 Or Wstmt-opnd(Wix : 1) Equal Space
                                 Or Wparm-raw-len Not Less 200
                        Evaluate Wstmt-opnd(Wix : 1)
                            When '('
                                 Add      1    To Wdepth
                            When ')'
                                 Subtract 1  From Wdepth
                        End-evaluate
                        Add  1 To Wparm-raw-len
                        Move Wstmt-opnd(Wix : 1)
                          To Wparm-raw(Wparm-raw-len : 1)
                    End-perform
           End-evaluate.
       Rtr-corta-valor-x.      Exit.

       Rtr-resolve-simbolicos  Section.
      *    &SYM (with or without the closing period) becomes the
      *    value the table holds for it; a symbolic nobody set is
      *    kept as keyed, and the scan downstream will flag it
           Move Spaces To Wparm-res
           Move Zeros  To Wparm-res-len
           Move 1      To Wix
           Perform Until Wix Greater Wparm-raw-len
                      Or Wparm-res-len Not Less 200
               If   Wparm-raw(Wix : 1) Equal '&'
                    Perform Rtr-resolve-um-simbolo
               Else
                    Add  1 To Wparm-res-len
                    Move Wparm-raw(Wix : 1)
                      To Wparm-res(Wparm-res-len : 1)
                    Add  1 To Wix
               End-if
           End-perform.
       Rtr-resolve-simbolicos-x. Exit.

       Rtr-resolve-um-simbolo  Section.
           Move Spaces To Wsym-cand
           Move Zeros  To Wsym-cand-len
           Compute Wlx = Wix + 1
           Perform Varying Wjx From Wlx By 1
                     Until Wjx Greater Wparm-raw-len
                        Or Wsym-cand-len Equal 8
                        Or Not ((Wparm-raw(Wjx : 1) Not Less 'A' And
                                 Wparm-raw(Wjx : 1) Not Greater 'Z')
                             Or (Wparm-raw(Wjx : 1) Not Less '0' And
                                 Wparm-raw(Wjx : 1) Not Greater '9'))
               Add  1 To Wsym-cand-len
               Move Wparm-raw(Wjx : 1) To Wsym-cand(Wsym-cand-len : 1)
           End-perform

           Move 0 To Wsym-hit
           Perform Varying Wkx From 1 By 1
                     Until Wkx Greater Wsym-Cnt
               If   Wsym-Name(Wkx) Equal Wsym-cand
               And  Wsym-Nlen(Wkx) Equal Wsym-cand-len
                    Move Wkx To Wsym-hit
               End-if
           End-perform

           If   Wsym-hit Greater Zeros
                Perform Varying Wkx From 1 By 1
                          Until Wkx Greater Wsym-Vlen(Wsym-hit)
                             Or Wparm-res-len Not Less 200
                    Add  1 To Wparm-res-len
                    Move Wsym-Value(Wsym-hit)(Wkx : 1)
                      To Wparm-res(Wparm-res-len : 1)
                End-perform
                Compute Wix = Wix + 1 + Wsym-cand-len
      *         the period that closes a symbolic reference is part
      *         of the reference, not of the resolved text
                If   Wix Not Greater Wparm-raw-len And
                     Wparm-raw(Wix : 1) Equal '.'
                     Add  1 To Wix
                End-if
           Else
                Add  1 To Wparm-res-len
                Move '&' To Wparm-res(Wparm-res-len : 1)
                Add  1 To Wix
           End-if.
       Rtr-resolve-um-simbolo-x. Exit.

       End Program Jobxtr.
