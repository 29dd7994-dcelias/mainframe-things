      *    reordering of the same options is not flagged - and steps
      *    present in one library but missing from the other. Replaces
      *    the manual eyeball diff done before every release weekend.
      *    Each side's PROC library (first one named on the wide
      *    extract) is mapped to its environment through Ruleload
      *    and LIBENV. When the two sides are different environments
      *    a difference the environment-qualified rules call for -
      *    every option on one side only is required there, or
      *    forbidden on the other side, or the opposite of an option
      *    forbidden there - is reported as PARM DIFFERS - ENVIRONMENT
      *    STANDARD and counted apart: TEST keeping NOOPTIMIZE where
      *    PROD must not is the standard, not drift.
      *    Either side may also be JOBXTR's effective-PARM extract of
      *    a JOB library (JOBIN2A/JOBIN2B, see the JOBIN2 copybook),
      *    which wins per side over both PROC extracts. When both
      *    sides are job extracts a step is matched on job, EXEC step
      *    and PROC step and reported as JOB.EXEC.STEP - the drift
      *    is the job's; a job
      *    extract against a PROC extract matches on the step alone.
      *    Return code 4 means drift was found.
      *----------------------------------------------------------------*
       Identification Division.
           Select Proc-In2-File-B Assign To Procin2b
                  Organization Is Sequential
                  File Status Is Wprocin2b-status.
           Select Job-In2-File-A Assign To Jobin2a
                  Organization Is Sequential
                  File Status Is Wjobin2a-status.
           Select Job-In2-File-B Assign To Jobin2b
                  Organization Is Sequential
                  File Status Is Wjobin2b-status.
           Select Parm-Diff-File Assign To Parmdiff
                  Organization Is Sequential
                  File Status Is Wdiff-status.
                ==Proc2-Step-Name==  By ==Proc2-Step-Name-B==
                ==Proc2-Parm-Value== By ==Proc2-Parm-Value-B==.

       FD  Job-In2-File-A
           Recording Mode Is F
           Record Contains 220 Characters.
           Copy JOBIN2 Replacing
                ==Job-In2-Record==    By ==Job-In2-Record-A==
                ==Job2-Library==      By ==Job2-Library-A==
                ==Job2-Job-Name==     By ==Job2-Job-Name-A==
                ==Job2-Step-Name==    By ==Job2-Step-Name-A==
                ==Job2-Parm-Value==   By ==Job2-Parm-Value-A==
                ==Job2-Exec-Step==    By ==Job2-Exec-Step-A==
                ==Job2-Proc-Name==    By ==Job2-Proc-Name-A==
                ==Job2-Proc-Library== By ==Job2-Proc-Library-A==.

       FD  Job-In2-File-B
           Recording Mode Is F
           Record Contains 220 Characters.
           Copy JOBIN2 Replacing
                ==Job-In2-Record==    By ==Job-In2-Record-B==
                ==Job2-Library==      By ==Job2-Library-B==
                ==Job2-Job-Name==     By ==Job2-Job-Name-B==
                ==Job2-Step-Name==    By ==Job2-Step-Name-B==
                ==Job2-Parm-Value==   By ==Job2-Parm-Value-B==
                ==Job2-Exec-Step==    By ==Job2-Exec-Step-B==
                ==Job2-Proc-Name==    By ==Job2-Proc-Name-B==
                ==Job2-Proc-Library== By ==Job2-Proc-Library-B==.

       FD  Parm-Diff-File
           Recording Mode Is F
           Record Contains 100 Characters.
       01 Parm-Diff-Record      Pic  X(100).

       Working-storage Section.
           Copy CPYRULT.
       01 Wprocina-status   Pic  X(02) Value '00'.
       01 Wprocinb-status   Pic  X(02) Value '00'.
       01 Wprocin2a-status  Pic  X(02) Value '00'.
       01 Wprocin2b-status  Pic  X(02) Value '00'.
       01 Wjobin2a-status   Pic  X(02) Value '00'.
       01 Wjobin2b-status   Pic  X(02) Value '00'.
      *    per side: 'J' job extract, 'Y' wide, 'N' old layout
       01 Wmode-a           Pic  X(01) Value 'N'.
       01 Wmode-b           Pic  X(01) Value 'N'.
       01 Wcur-step-a       Pic  X(08) Value Spaces.
       01 Wcur-job-a        Pic  X(08) Value Spaces.
       01 Wcur-jstep-a      Pic  X(08) Value Spaces.
       01 Wcur-parm-a       Pic  X(100) Value Spaces.
       01 Wcur-step-b       Pic  X(08) Value Spaces.
       01 Wcur-job-b        Pic  X(08) Value Spaces.
       01 Wcur-jstep-b      Pic  X(08) Value Spaces.
       01 Wcur-parm-b       Pic  X(100) Value Spaces.
      *    job extracts on both sides match job, EXEC step and PROC
      *    step, and the report names a step JOB.EXEC.STEP
       01 Wcmp-by-job       Pic  X(01) Value 'N'.
       01 Wlabel            Pic  X(26) Value Spaces.
       01 Wlabel-job        Pic  X(08) Value Spaces.
       01 Wlabel-jstep      Pic  X(08) Value Spaces.
       01 Wlabel-step       Pic  X(08) Value Spaces.
       01 Wdiff-status      Pic  X(02) Value '00'.
       01 Weof-a            Pic  X(01) Value 'N'.
       01 Weof-b            Pic  X(01) Value 'N'.
       01 Wtab-a.
          03 Wtab-a-entry   Occurs 2000 Times.
             05 Wtab-a-step Pic  X(08).
             05 Wtab-a-job  Pic  X(08).
             05 Wtab-a-jstep
                            Pic  X(08).
             05 Wtab-a-parm Pic  X(100).
             05 Wtab-a-matched
                            Pic  X(01).
       01 Wtot-differ       Pic S9(06) Comp Value Zeros.
       01 Wtot-only-a       Pic S9(06) Comp Value Zeros.
       01 Wtot-only-b       Pic S9(06) Comp Value Zeros.
       01 Wtot-env-std      Pic S9(06) Comp Value Zeros.

      *    The environment of each side and the work areas of the
      *    check that a difference is the environment standard
       01 Wlib-a            Pic  X(44) Value Spaces.
       01 Wlib-b            Pic  X(44) Value Spaces.
       01 Wenv-a            Pic  X(08) Value Spaces.
       01 Wenv-b            Pic  X(08) Value Spaces.
       01 Wenv-lib          Pic  X(44) Value Spaces.
       01 Wenv-result       Pic  X(08) Value Spaces.
       01 Wcmp-env-std      Pic  X(01) Value 'N'.
       01 Wexp-item         Pic  X(100).
       01 Wexp-base         Pic  X(10).
       01 Wexp-canon        Pic  X(10).
       01 Wexp-token        Pic  X(100).
       01 Wexp-paren        Pic S9(04) Comp.
       01 Wexp-own          Pic  X(08).
       01 Wexp-other        Pic  X(08).
       01 Wexp-ok           Pic  X(01).
       01 Wexp-ix           Pic S9(04) Comp.
       01 Wexp-jx           Pic S9(04) Comp.
       01 Wexp-sobra-a      Pic S9(04) Comp.
       01 Wexp-sobra-b      Pic S9(04) Comp.
       01 Wexp-nao          Pic S9(04) Comp.
       01 Wrpt-detail       Pic  X(100).
       01 Wrpt-num-ed       Pic  ZZZZZ9.

      *    either side may be the wide extract or the old layout -
      *    the wide file wins per side when both are allocated
           Move 'N' To Wmode-a
           Open Input Job-In2-File-A
           If   Wjobin2a-status Equal '00'
                Move 'J' To Wmode-a
           Else
                Open Input Proc-In2-File-A
                If   Wprocin2a-status Equal '00'
                     Move 'Y' To Wmode-a
                Else
                     Open Input Proc-In-File-A
                End-if
           End-if
           If   Wmode-a Equal 'N' And
                Wprocina-status Not Equal '00'
                Goback
           End-if
           Move 'N' To Wmode-b
           Open Input Job-In2-File-B
           If   Wjobin2b-status Equal '00'
                Move 'J' To Wmode-b
           Else
                Open Input Proc-In2-File-B
                If   Wprocin2b-status Equal '00'
                     Move 'Y' To Wmode-b
                Else
                     Open Input Proc-In-File-B
                End-if
           End-if
           If   Wmode-b Equal 'N' And
                Wprocinb-status Not Equal '00'
                Goback
           End-if

           Move 'N' To Wcmp-by-job
           If   Wmode-a Equal 'J' And Wmode-b Equal 'J'
                Move 'Y' To Wcmp-by-job
           End-if
           If   Wmode-a Not Equal Wmode-b And
               (Wmode-a Equal 'J' Or Wmode-b Equal 'J')
                Display 'PARMCOMP - Warning: a job extract against a '
                        'PROC extract - steps matched on name only'
           End-if

           Perform Rtr-carrega-lado-a
           Move Wlib-a To Wenv-lib
           Perform Rtr-resolve-ambiente
           Move Wenv-result To Wenv-a
           Perform Rtr-compara-lado-b
           Perform Rtr-reporta-so-lado-a
           Perform Rtr-sumario

           Perform Rtr-fecha-lado-a
           Evaluate Wmode-b
               When 'J'
                    Close Job-In2-File-B
               When 'Y'
                    Close Proc-In2-File-B
               When Other
                    Close Proc-In-File-B
           End-evaluate
           Close Parm-Diff-File

           If   Wtot-differ Greater Zeros Or

       Rtr-carrega-lado-a      Section.
           Perform Until Weof-a Equal 'Y'
               Move Spaces To Wcur-job-a Wcur-jstep-a
               If   Wmode-a Equal 'J'
                    Read Job-In2-File-A
                        At End
                             Move 'Y' To Weof-a
                        Not At End
                             Move Job2-Step-Name-A To Wcur-step-a
                             Move Job2-Job-Name-A  To Wcur-job-a
                             Move Job2-Exec-Step-A To Wcur-jstep-a
                             If   Wlib-a Equal Spaces
                                  Move Job2-Proc-Library-A To Wlib-a
                             End-if
                             Move Spaces            To Wcur-parm-a
                             Move Job2-Parm-Value-A To Wcur-parm-a
                             Perform Rtr-guarda-lado-a
                    End-read
               End-if
               If   Wmode-a Equal 'Y'
                    Read Proc-In2-File-A
                        At End
                             Move 'Y' To Weof-a
                        Not At End
                             Move Proc2-Step-Name-A To Wcur-step-a
                             If   Wlib-a Equal Spaces
                                  Move Proc2-Library-A To Wlib-a
                             End-if
                             Move Spaces            To Wcur-parm-a
                             Move Proc2-Parm-Value-A
                               To Wcur-parm-a
                             Perform Rtr-guarda-lado-a
                    End-read
               End-if
               If   Wmode-a Equal 'N'
                    Read Proc-In-File-A
                        At End
                             Move 'Y' To Weof-a
                Add  1 To Wtab-a-cnt
                Move Wcur-step-a
                  To Wtab-a-step(Wtab-a-cnt)
                Move Wcur-job-a
                  To Wtab-a-job(Wtab-a-cnt)
                Move Wcur-jstep-a
                  To Wtab-a-jstep(Wtab-a-cnt)
                Move Wcur-parm-a
                  To Wtab-a-parm(Wtab-a-cnt)
                Move 'N'
       Rtr-guarda-lado-a-x.    Exit.

       Rtr-fecha-lado-a        Section.
           Evaluate Wmode-a
               When 'J'
                    Close Job-In2-File-A
               When 'Y'
                    Close Proc-In2-File-A
               When Other
                    Close Proc-In-File-A
           End-evaluate.
       Rtr-fecha-lado-a-x.     Exit.

       Rtr-compara-lado-b      Section.
           Perform Until Weof-b Equal 'Y'
               Move Spaces To Wcur-job-b Wcur-jstep-b
               If   Wmode-b Equal 'J'
                    Read Job-In2-File-B
                        At End
                             Move 'Y' To Weof-b
                        Not At End
                             Move Job2-Step-Name-B To Wcur-step-b
                             Move Job2-Job-Name-B  To Wcur-job-b
                             Move Job2-Exec-Step-B To Wcur-jstep-b
                             If   Wlib-b Equal Spaces And
                                  Job2-Proc-Library-B Not Equal Spaces
                                  Move Job2-Proc-Library-B To Wlib-b
                                  Move Wlib-b To Wenv-lib
                                  Perform Rtr-resolve-ambiente
                                  Move Wenv-result To Wenv-b
                             End-if
                             Move Spaces            To Wcur-parm-b
                             Move Job2-Parm-Value-B To Wcur-parm-b
                             Perform Rtr-compara-um-passo
                    End-read
               End-if
               If   Wmode-b Equal 'Y'
                    Read Proc-In2-File-B
                        At End
                             Move 'Y' To Weof-b
                        Not At End
                             Move Proc2-Step-Name-B To Wcur-step-b
                             If   Wlib-b Equal Spaces And
                                  Proc2-Library-B Not Equal Spaces
                                  Move Proc2-Library-B To Wlib-b
                                  Move Wlib-b To Wenv-lib
                                  Perform Rtr-resolve-ambiente
                                  Move Wenv-result To Wenv-b
                             End-if
                             Move Spaces            To Wcur-parm-b
                             Move Proc2-Parm-Value-B
                               To Wcur-parm-b
                             Perform Rtr-compara-um-passo
                    End-read
               End-if
               If   Wmode-b Equal 'N'
                    Read Proc-In-File-B
                        At End
                             Move 'Y' To Weof-b

       Rtr-compara-um-passo    Section.
           Move 'N' To Wcmp-found
           Move Wcur-job-b  To Wlabel-job
           Move Wcur-jstep-b To Wlabel-jstep
           Move Wcur-step-b To Wlabel-step
           Perform Rtr-monta-rotulo
           Perform Varying Wcmp-ix From 1 By 1
                     Until Wcmp-ix Greater Wtab-a-cnt
                        Or Wcmp-found Equal 'Y'
               If   Wtab-a-step(Wcmp-ix) Equal Wcur-step-b And
                   (Wcmp-by-job Equal 'N' Or
                   (Wtab-a-job(Wcmp-ix) Equal Wcur-job-b And
                    Wtab-a-jstep(Wcmp-ix) Equal Wcur-jstep-b))
                    Move 'Y' To Wcmp-found
                    Move 'Y' To Wtab-a-matched(Wcmp-ix)
                    Add  1   To Wtot-compared
                    Perform Rtr-compara-parms
                    If   Wcmp-differs Equal 'Y'
                         Move Spaces To Wrpt-detail
                         If   Wcmp-env-std Equal 'Y'
                              Add  1 To Wtot-env-std
                              String 'STEP ' Wlabel
                                     ' PARM DIFFERS - ENVIRONMENT '
                                     'STANDARD (A=' Wenv-a
                                     ' B=' Wenv-b ')'
                                     Delimited By Size Into Wrpt-detail
                         Else
                              Add  1 To Wtot-differ
                              String 'STEP ' Wlabel
                                     ' PARM DIFFERS'
                                     Delimited By Size Into Wrpt-detail
                         End-if
                         Perform Rtr-escreve-linha
                         Move Spaces To Wrpt-detail
                         String '   A: ' Wtab-a-parm(Wcmp-ix)
           If   Wcmp-found Equal 'N'
                Add  1 To Wtot-only-b
                Move Spaces To Wrpt-detail
                String 'STEP ' Wlabel
                       ' ONLY IN LIBRARY B - PARM=' Wcur-parm-b
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
      *    contained in the other and the option counts agree - a
      *    reorder passes, a changed sub-list or a dropped/added
      *    option does not
           Move 'N'          To Wcmp-differs Wcmp-env-std

           Move Wtab-a-parm(Wcmp-ix) To Wtok-parm
           Perform Rtr-tokeniza-parm
                         Move 'Y' To Wcmp-differs
                    End-if
                End-perform
           End-if

           If   Wcmp-differs Equal 'Y' And
                Wenv-a Not Equal Spaces And
                Wenv-b Not Equal Spaces And
                Wenv-a Not Equal Wenv-b
                Perform Rtr-explica-diferenca
           End-if.
       Rtr-compara-parms-x.    Exit.

       Rtr-explica-diferenca   Section.
      *    The difference is the environment standard when every
      *    option found on one side only is explained by a rule of
      *    the two environments and the options the sides share
      *    match one for one; a single unexplained option leaves it
      *    drift
           Move Zeros To Wexp-sobra-a Wexp-sobra-b Wexp-nao
           Perform Varying Wset-i From 1 By 1
                     Until Wset-i Greater Wset-a-cnt
               Move 'N' To Wset-hit
               Perform Varying Wset-j From 1 By 1
                         Until Wset-j Greater Wset-b-cnt
                   If   Wset-a-item(Wset-i) Equal Wset-b-item(Wset-j)
                        Move 'Y' To Wset-hit
                   End-if
               End-perform
               If   Wset-hit Equal 'N'
                    Add  1 To Wexp-sobra-a
                    Move Wset-a-item(Wset-i) To Wexp-item
                    Move Wenv-a To Wexp-own
                    Move Wenv-b To Wexp-other
                    Perform Rtr-explica-opcao
                    If   Wexp-ok Equal 'N'
                         Add 1 To Wexp-nao
                    End-if
               End-if
           End-perform
           Perform Varying Wset-j From 1 By 1
                     Until Wset-j Greater Wset-b-cnt
               Move 'N' To Wset-hit
               Perform Varying Wset-i From 1 By 1
                         Until Wset-i Greater Wset-a-cnt
                   If   Wset-a-item(Wset-i) Equal Wset-b-item(Wset-j)
                        Move 'Y' To Wset-hit
                   End-if
               End-perform
               If   Wset-hit Equal 'N'
                    Add  1 To Wexp-sobra-b
                    Move Wset-b-item(Wset-j) To Wexp-item
                    Move Wenv-b To Wexp-own
                    Move Wenv-a To Wexp-other
                    Perform Rtr-explica-opcao
                    If   Wexp-ok Equal 'N'
                         Add 1 To Wexp-nao
                    End-if
               End-if
           End-perform
           If   Wexp-nao Equal Zeros And
                Wexp-sobra-a + Wexp-sobra-b Greater Zeros And
                Wset-a-cnt - Wexp-sobra-a Equal
                Wset-b-cnt - Wexp-sobra-b
                Move 'Y' To Wcmp-env-std
           End-if.
       Rtr-explica-diferenca-x. Exit.

       Rtr-explica-opcao       Section.
      *    Wexp-item, present only on the side of environment
      *    Wexp-own, is explained when that environment requires it,
      *    when Wexp-other forbids it, or when Wexp-own forbids its
      *    opposite. A rule counts when it is in force by its dates
      *    ('Y', or 'X' - in force for another environment than the
      *    one the tables were last loaded for); synonyms are
      *    folded to the canonical spelling first
           Move 'N'    To Wexp-ok
           Move Spaces To Wexp-base Wexp-canon Wexp-token
           Unstring Wexp-item Delimited By '(' Into Wexp-base
           Move Wexp-base To Wexp-canon
           Perform Varying Wexp-ix From 1 By 1
                     Until Wexp-ix Greater Wrul-Syn-Cnt
               If   Wrul-Syn-Variant(Wexp-ix) Equal Wexp-base And
                   (Wrul-Syn-Active(Wexp-ix) Equal 'Y' Or 'X')
                    Move Wrul-Syn-Canon(Wexp-ix) To Wexp-canon
               End-if
           End-perform
           Move Zeros To Wexp-paren
           Inspect Wexp-item Tallying Wexp-paren
                   For Characters Before '('
           If   Wexp-paren Less Length Of Wexp-item
                String Wexp-canon Delimited By Space
                       Wexp-item(Wexp-paren + 1 : )
                       Delimited By Size Into Wexp-token
           Else
                Move Wexp-canon To Wexp-token
           End-if

           Perform Varying Wexp-ix From 1 By 1
                     Until Wexp-ix Greater Wrul-Req-Cnt
               If  (Wrul-Req-Active(Wexp-ix) Equal 'Y' Or 'X') And
                    Wrul-Req-Env(Wexp-ix) Equal Wexp-own And
                   (Wrul-Req-Value(Wexp-ix) Equal Wexp-item Or
                    Wrul-Req-Value(Wexp-ix) Equal Wexp-token)
                    Move 'Y' To Wexp-ok
               End-if
           End-perform
           Perform Varying Wexp-ix From 1 By 1
                     Until Wexp-ix Greater Wrul-For-Cnt
               If  (Wrul-For-Active(Wexp-ix) Equal 'Y' Or 'X') And
                    Wrul-For-Env(Wexp-ix) Equal Wexp-other And
                    Wrul-For-Value(Wexp-ix) Equal Wexp-canon
                    Move 'Y' To Wexp-ok
               End-if
           End-perform
           Perform Varying Wexp-ix From 1 By 1
                     Until Wexp-ix Greater Wrul-Opp-Cnt
               If   Wrul-Opp-Active(Wexp-ix) Equal 'Y' Or 'X'
                    Move Spaces To Wexp-base
                    If   Wrul-Opp-A(Wexp-ix) Equal Wexp-canon
                         Move Wrul-Opp-B(Wexp-ix) To Wexp-base
                    End-if
                    If   Wrul-Opp-B(Wexp-ix) Equal Wexp-canon
                         Move Wrul-Opp-A(Wexp-ix) To Wexp-base
                    End-if
                    If   Wexp-base Not Equal Spaces
                         Perform Varying Wexp-jx From 1 By 1
                                   Until Wexp-jx Greater Wrul-For-Cnt
                             If  (Wrul-For-Active(Wexp-jx) Equal 'Y'
                                  Or 'X') And
                                  Wrul-For-Env(Wexp-jx) Equal Wexp-own
                                  And Wrul-For-Value(Wexp-jx) Equal
                                  Wexp-base
                                  Move 'Y' To Wexp-ok
                             End-if
                         End-perform
                    End-if
               End-if
           End-perform.
       Rtr-explica-opcao-x.    Exit.

       Rtr-resolve-ambiente    Section.
      *    the environment LIBENV gives Wenv-lib, through Ruleload;
      *    the old extract names no library and gets none
           Move Spaces To Wenv-result
           If   Wenv-lib Equal Spaces
                Go To Rtr-resolve-ambiente-x
           End-if
           Move Spaces  To Wrul-Source
           Move Wenv-lib To Wrul-Library
           Call 'Ruleload' Using Wrul-Tables
           Move Wrul-Env To Wenv-result.
       Rtr-resolve-ambiente-x. Exit.

       Rtr-tokeniza-parm       Section.
           Initialize Wtok-list
           Move Zeros        To Wtok-cnt Wtok-len Wtok-depth
                     Until Wcmp-ix Greater Wtab-a-cnt
               If   Wtab-a-matched(Wcmp-ix) Equal 'N'
                    Add  1 To Wtot-only-a
                    Move Wtab-a-job(Wcmp-ix)  To Wlabel-job
                    Move Wtab-a-jstep(Wcmp-ix) To Wlabel-jstep
                    Move Wtab-a-step(Wcmp-ix) To Wlabel-step
                    Perform Rtr-monta-rotulo
                    Move Spaces To Wrpt-detail
                    String 'STEP ' Wlabel
                           ' ONLY IN LIBRARY A - PARM='
                           Wtab-a-parm(Wcmp-ix)
                           Delimited By Size Into Wrpt-detail
           End-perform.
       Rtr-reporta-so-lado-a-x. Exit.

       Rtr-monta-rotulo        Section.
      *    the step as the report names it - JOB.EXEC.STEP when
      *    the sides are matched by job, the step alone otherwise
           Move Spaces To Wlabel
           If   Wcmp-by-job Equal 'Y'
                String Wlabel-job   Delimited By Space
                       '.'          Delimited By Size
                       Wlabel-jstep Delimited By Space
                       '.'          Delimited By Size
                       Wlabel-step  Delimited By Space
                       Into Wlabel
           Else
                Move Wlabel-step To Wlabel
           End-if.
       Rtr-monta-rotulo-x.     Exit.

       Rtr-sumario             Section.
           Move Spaces       To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           Move 'ENVIRONMENT STD....:'       To Wrpt-detail
           Move Wtot-env-std To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           Move 'ONLY IN LIBRARY A..:'       To Wrpt-detail
           Move Wtot-only-a  To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           If   Wenv-a Equal Spaces
                Move 'ENVIRONMENT A......: (NOT MAPPED)' To Wrpt-detail
           Else
                String 'ENVIRONMENT A......: ' Wenv-a
                       Delimited By Size Into Wrpt-detail
           End-if
           Perform Rtr-escreve-linha
           Move Spaces       To Wrpt-detail
           If   Wenv-b Equal Spaces
                Move 'ENVIRONMENT B......: (NOT MAPPED)' To Wrpt-detail
           Else
                String 'ENVIRONMENT B......: ' Wenv-b
                       Delimited By Size Into Wrpt-detail
           End-if
           Perform Rtr-escreve-linha

           Display 'PARMCOMP - Steps in both: ' Wtot-compared
                   ' differing: ' Wtot-differ
                   ' environment standard: ' Wtot-env-std
                   ' only in A: ' Wtot-only-a
                   ' only in B: ' Wtot-only-b.
       Rtr-sumario-x.          Exit.
