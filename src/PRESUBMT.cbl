      *    reason, plus a final verdict return code (0 go, 8 no-go)
      *    the scheduler can gate the batch window on. The night's
      *    third command fails at 6 PM, not at 2 AM.
      *    The batch check also proves the schedule's predecessor
      *    clauses ('AFTER(PROG:OK,PROG:ANY)', see CMDEXEC) before
      *    the night depends on them: a predecessor no schedule
      *    command runs or a malformed clause (PSB0006), commands
      *    caught in or behind a circular dependency (PSB0007), and
      *    a predecessor scheduled after its own dependent, which
      *    CMDEXEC could only ever hold (PSB0008), all fail the
      *    command and so the verdict.
      *    The step's PROC library goes to Parms with the PARM, so
      *    the PARM is checked against the rule set of the
      *    environment that library belongs to (see Ruleload); the
      *    old PROCIN extract names no library and gets every rule.
      *    When JOBXTR's effective-PARM extract (JOBIN2) is allocated
      *    it wins over both PROC extracts: the program's PARM is
      *    checked as every job running it really passes it, after
      *    that job's overrides, and each job whose PARM fails gets
      *    a finding of its own - the rule set is the one of the
      *    PROC library the job's step was expanded from.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Presubmt.
           Select Proc-In2-File Assign To Procin2
                  Organization Is Sequential
                  File Status Is Wprocin2-status.
           Select Job-In2-File  Assign To Jobin2
                  Organization Is Sequential
                  File Status Is Wjobin2-status.
           Select Finding-File Assign To Findings
                  Organization Is Sequential
                  File Status Is Wfind-status.
           Select Ops-Event-File Assign To Opsevlog
                  Organization Is Sequential
                  File Status Is Wevt-status.
           Select Shop-Cal-File Assign To Shopcal
                  Organization Is Sequential
                  File Status Is Wscal-status.
       Data Division.
       File Section.
       FD  Proc-In-File
           Record Contains 160 Characters.
           Copy PROCIN2.

       FD  Job-In2-File
           Recording Mode Is F
           Record Contains 220 Characters.
           Copy JOBIN2.

       FD  Finding-File
           Recording Mode Is F
           Record Contains 71 Characters.
           Record Contains 87 Characters.
           Copy CPYEVT.

      *    Shop calendar: a closure day ('C') shuts every windowed
      *    program, whatever its WINCTL day mask says
       FD  Shop-Cal-File
           Recording Mode Is F
           Record Contains 41 Characters.
           Copy CPYSCAL.

       Working-storage Section.
       01 Wevt-status           Pic  X(02) Value '00'.
       01 Wevt-dd               Pic  X(08) Value Spaces.
          03 Ls-Parms-Len       Pic S9(04) Comp.
          03 Ls-Parms-Text      Pic  X(100).
          03 Ls-Parms-Error     Pic  X(01).
          03 Ls-Parms-Lib-Tag   Pic  X(08).
          03 Ls-Parms-Library   Pic  X(44).
          03 Ls-Parms-Step-Tag  Pic  X(05).
          03 Ls-Parms-Step      Pic  X(08).

       01 Wproc-eof             Pic  X(01) Value 'N'.
       01 Wprog-found           Pic  X(01) Value 'N'.
       01 Wprocin2-status       Pic  X(02) Value '00'.
       01 Wjobin2-status        Pic  X(02) Value '00'.
       01 Wproc2-mode           Pic  X(01) Value 'N'.
      *    the job whose step supplied the PARM, off JOBIN2 - the
      *    context of a PARM failure instead of the program
       01 Wprog-job             Pic  X(08) Value Spaces.
      *    PARMs that failed Parms for the command - one per failing
      *    job off JOBIN2, at most one off the PROC extracts
       01 Wparm-fail-cnt        Pic  9(04) Value Zeros.
       01 Wreport-result        Pic  X(04) Value Spaces.
       01 Wfail-reason          Pic  X(50) Value Spaces.

       01 Wwin-date-num         Pic  9(08) Value Zeros.
       01 Wwin-int              Pic S9(09) Comp Value Zeros.
       01 Wwin-dow              Pic S9(04) Comp Value Zeros.
       01 Wscal-status          Pic  X(02) Value '00'.
       01 Wscal-eof             Pic  X(01) Value 'N'.
       01 Wwin-closed           Pic  X(01) Value 'N'.
       01 Wwin-cls-desc         Pic  X(30) Value Spaces.

       01 Wchk-stamp            Pic  X(14) Value Spaces.
       01 Wcmd-len              Pic S9(04) Comp Value Zeros.
       01 Wtot-cmds             Pic  9(04) Value Zeros.
       01 Wtot-fail             Pic  9(04) Value Zeros.
       01 Wrpt-detail           Pic  X(100).

      *    Predecessor view of the schedule, loaded before the
      *    command-by-command pass: each entry's program, its
      *    predecessor names resolved to schedule entries the way
      *    CMDEXEC resolves them (nearest earlier run of the program,
      *    else the first later one), and the dependency failure, if
      *    any, that the pass will report against it
       01 Wdep-cnt              Pic S9(04) Comp Value Zeros.
       01 Wdep-over             Pic S9(04) Comp Value Zeros.
       01 Wdep-ix               Pic S9(04) Comp Value Zeros.
       01 Wdep-pk               Pic S9(04) Comp Value Zeros.
       01 Wdep-pj               Pic S9(04) Comp Value Zeros.
       01 Wdep-hit              Pic S9(04) Comp Value Zeros.
       01 Wdep-progress         Pic  X(01) Value 'N'.
       01 Wdep-ready            Pic  X(01) Value 'N'.
       01 Wdep-after            Pic  X(72) Value Spaces.
       01 Wdep-after-pos        Pic S9(04) Comp Value Zeros.
       01 Wdep-after-len        Pic S9(04) Comp Value Zeros.
       01 Wdep-rest             Pic  X(80) Value Spaces.
       01 Wdep-items.
          03 Wdep-item          Pic  X(14) Occurs 6 Times.
       01 Wdep-tab.
          03 Wdep-entry Occurs 200 Times.
             05 Wdep-prog       Pic  X(08).
             05 Wdep-done       Pic  X(01).
             05 Wdep-msg        Pic  X(07).
             05 Wdep-reason     Pic  X(50).
             05 Wdep-pred-cnt   Pic S9(04) Comp.
             05 Wdep-pred Occurs 5 Times.
                07 Wdep-pred-name Pic  X(08).
                07 Wdep-pred-cond Pic  X(03).
                07 Wdep-pred-ix   Pic S9(04) Comp.
       01 Wrpt-date-raw         Pic  X(21).

      *    Second run-lock area (Runlock) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    the claim above is never clobbered
       01 Wllock-area.
          03 Wllock-resource Pic  X(08) Value Spaces.
          03 Wllock-action   Pic  X(05) Value Spaces.
          03 Wllock-job      Pic  X(08) Value 'PRESUBMT'.
          03 Wllock-holder   Pic  X(08) Value Spaces.
          03 Wllock-since    Pic  X(21) Value Spaces.
          03 Wllock-rc       Pic S9(04) Comp Value Zeros.
          03 Wllock-wait     Pic  9(04) Value 60.
       01 Wllock-save-rc     Pic S9(04) Comp Value Zeros.

       Linkage Section.
       01 Ls-Command-Area.
          03 Ls-Command-Len     Pic S9(04) Comp.
                Go To Rtr-batch-agenda-x
           End-if

           Perform Rtr-carrega-dependencias
           If   Wsched-status Not Equal '00'
                Close Presub-Report-File
                Move 8 To Return-Code
                Go To Rtr-batch-agenda-x
           End-if

           Move Function Current-Date To Wrpt-date-raw
           Move Spaces To Wrpt-detail
           String 'PRESUBMT - BATCH SCHEDULE GO/NO-GO REPORT  '
                        Else
                             Move Sched-Command To Wcmd-text
                        End-if
                        Perform Rtr-separa-condicao
                        Move Zeros To Wcmd-len
                        Inspect Wcmd-text Tallying Wcmd-len
                                For Characters Before '  '
                        Perform Rtr-verifica-um-comando
                        Perform Rtr-verifica-dependencia
                        Move Spaces To Wrpt-detail
                        If   Wreport-result Equal 'PASS'
                             String 'PASS  ' Sched-Command
                   'return code ' Return-Code.
       Rtr-batch-agenda-x.     Exit.

       Rtr-carrega-dependencias Section.
      *    First pass over the schedule: load every command's
      *    program and predecessor clause, resolve the names, then
      *    settle each entry's dependency verdict - clause errors and
      *    unknown names first, then the circular check, then order.
      *    The circular check peels off, pass after pass, every entry
      *    whose predecessors are all settled; whatever can never be
      *    peeled is in a cycle or waits on one.
           Move Zeros To Wdep-cnt Wdep-over
           Move 'N'   To Wsched-eof
           Perform Until Wsched-eof Equal 'Y'
               Read Cmd-Sched-File
                   At End
                        Move 'Y' To Wsched-eof
                   Not At End
                        Perform Rtr-guarda-dependencia
               End-read
           End-perform
           Close Cmd-Sched-File
           Move 'N' To Wsched-eof
           Open Input Cmd-Sched-File
           If   Wsched-status Not Equal '00'
                Display 'PRESUBMT - Unable to reopen CMDSCHED - '
                        'status ' Wsched-status
                        ' - no schedule to check'
                Move 'CMDSCHED' To Wevt-dd
                Move Wsched-status To Wevt-fs
                Move 'SCHEDULE PRE-CHECK NOT RUN' To Wevt-deg
                Perform Rtr-grava-evento
                Go To Rtr-carrega-dependencias-x
           End-if
           If   Wdep-over Greater Zeros
                Display 'PRESUBMT - Warning: ' Wdep-over
                        ' schedule records beyond the 200-entry '
                        'table - their predecessors not checked'
           End-if

           Perform Varying Wdep-ix From 1 By 1
                     Until Wdep-ix Greater Wdep-cnt
               Perform Varying Wdep-pk From 1 By 1
                         Until Wdep-pk Greater Wdep-pred-cnt(Wdep-ix)
                   Perform Rtr-resolve-predecessor
               End-perform
           End-perform

           Move 'Y' To Wdep-progress
           Perform Until Wdep-progress Equal 'N'
               Move 'N' To Wdep-progress
               Perform Varying Wdep-ix From 1 By 1
                         Until Wdep-ix Greater Wdep-cnt
                   If   Wdep-done(Wdep-ix) Equal 'N'
                        Move 'Y' To Wdep-ready
                        Perform Varying Wdep-pk From 1 By 1
                                  Until Wdep-pk Greater
                                        Wdep-pred-cnt(Wdep-ix)
                            Move Wdep-pred-ix(Wdep-ix Wdep-pk)
                              To Wdep-pj
                            If   Wdep-pj Greater Zeros
                                 If   Wdep-done(Wdep-pj) Equal 'N'
                                      Move 'N' To Wdep-ready
                                 End-if
                            End-if
                        End-perform
                        If   Wdep-ready Equal 'Y'
                             Move 'Y' To Wdep-done(Wdep-ix)
                             Move 'Y' To Wdep-progress
                        End-if
                   End-if
               End-perform
           End-perform

           Perform Varying Wdep-ix From 1 By 1
                     Until Wdep-ix Greater Wdep-cnt
               If   Wdep-reason(Wdep-ix) Equal Spaces
                    If   Wdep-done(Wdep-ix) Equal 'N'
                         Move 'PSB0007' To Wdep-msg(Wdep-ix)
                         Move 'CIRCULAR PREDECESSOR DEPENDENCY'
                           To Wdep-reason(Wdep-ix)
                    Else
                         Perform Rtr-verifica-ordem
                    End-if
               End-if
           End-perform.
       Rtr-carrega-dependencias-x. Exit.

       Rtr-guarda-dependencia  Section.
           If   Wdep-cnt Not Less 200
                Add  1 To Wdep-over
                Go To Rtr-guarda-dependencia-x
           End-if
           Add  1 To Wdep-cnt
           Move Spaces To Wdep-prog(Wdep-cnt) Wdep-msg(Wdep-cnt)
                          Wdep-reason(Wdep-cnt)
           Move 'N'    To Wdep-done(Wdep-cnt)
           Move Zeros  To Wdep-pred-cnt(Wdep-cnt)
           If   Sched-Command(1 : 4) Is Numeric And
                Sched-Command(5 : 1) Equal Space
                Move Spaces To Wcmd-text
                Move Sched-Command(6 : 75) To Wcmd-text
           Else
                Move Sched-Command To Wcmd-text
           End-if
           Perform Rtr-separa-condicao
           Move Spaces To Wdep-rest
           Unstring Wcmd-text Delimited By 'PROGRAM('
                    Into Wdep-rest Wdep-rest
           Unstring Wdep-rest Delimited By ')'
                    Into Wdep-prog(Wdep-cnt)
           If   Wdep-after Equal Spaces
                Go To Rtr-guarda-dependencia-x
           End-if

           Move Spaces To Wdep-items
           Unstring Wdep-after Delimited By ',' Or ')'
                    Into Wdep-item(1) Wdep-item(2) Wdep-item(3)
                         Wdep-item(4) Wdep-item(5) Wdep-item(6)
           If   Wdep-item(6) Not Equal Spaces
                Move 'PSB0006' To Wdep-msg(Wdep-cnt)
                Move 'MORE THAN 5 PREDECESSORS NAMED'
                  To Wdep-reason(Wdep-cnt)
           End-if
           Perform Varying Wdep-pk From 1 By 1
                     Until Wdep-pk Greater 5
               If   Wdep-item(Wdep-pk) Not Equal Spaces
                    Add  1 To Wdep-pred-cnt(Wdep-cnt)
                    Move Wdep-pred-cnt(Wdep-cnt) To Wdep-pj
                    Move Spaces To Wdep-pred-name(Wdep-cnt Wdep-pj)
                                   Wdep-pred-cond(Wdep-cnt Wdep-pj)
                    Unstring Wdep-item(Wdep-pk) Delimited By ':'
                             Into Wdep-pred-name(Wdep-cnt Wdep-pj)
                                  Wdep-pred-cond(Wdep-cnt Wdep-pj)
                    If   Wdep-pred-cond(Wdep-cnt Wdep-pj) Equal Spaces
                         Move 'OK' To Wdep-pred-cond(Wdep-cnt Wdep-pj)
                    End-if
                    Move Zeros To Wdep-pred-ix(Wdep-cnt Wdep-pj)
                    If   Wdep-pred-cond(Wdep-cnt Wdep-pj)
                              Not Equal 'OK' And 'ANY'
                    And  Wdep-reason(Wdep-cnt) Equal Spaces
                         Move 'PSB0006' To Wdep-msg(Wdep-cnt)
                         String 'INVALID CONDITION '
                                Delimited By Size
                                Wdep-pred-cond(Wdep-cnt Wdep-pj)
                                Delimited By Space
                                ' ON PREDECESSOR '
                                Delimited By Size
                                Wdep-pred-name(Wdep-cnt Wdep-pj)
                                Delimited By Space
                                Into Wdep-reason(Wdep-cnt)
                    End-if
               End-if
           End-perform.
       Rtr-guarda-dependencia-x. Exit.

       Rtr-separa-condicao     Section.
      *    the trailing ' AFTER(...)' clause is CMDEXEC's release
      *    condition, not part of the command RETSPACE validates
           Move Spaces To Wdep-after
           Move Zeros  To Wdep-after-pos
           Inspect Wcmd-text Tallying Wdep-after-pos
                   For Characters Before Initial ' AFTER('
           If   Wdep-after-pos Less 80
                Compute Wdep-after-len = 80 - Wdep-after-pos - 7
                If   Wdep-after-len Greater Zeros
                     Move Wcmd-text(Wdep-after-pos + 8 :
                                    Wdep-after-len)
                       To Wdep-after
                End-if
                Move Spaces To Wcmd-text(Wdep-after-pos + 1 :)
           End-if.
       Rtr-separa-condicao-x.  Exit.

       Rtr-resolve-predecessor Section.
           Move Zeros To Wdep-hit
           Perform Varying Wdep-pj From Wdep-ix By -1
                     Until Wdep-pj Less 1 Or Wdep-hit Greater Zeros
               If   Wdep-pj Less Wdep-ix
               And  Wdep-prog(Wdep-pj) Equal
                    Wdep-pred-name(Wdep-ix Wdep-pk)
                    Move Wdep-pj To Wdep-hit
               End-if
           End-perform
           Perform Varying Wdep-pj From Wdep-ix By 1
                     Until Wdep-pj Greater Wdep-cnt
                        Or Wdep-hit Greater Zeros
               If   Wdep-pj Greater Wdep-ix
               And  Wdep-prog(Wdep-pj) Equal
                    Wdep-pred-name(Wdep-ix Wdep-pk)
                    Move Wdep-pj To Wdep-hit
               End-if
           End-perform
           Move Wdep-hit To Wdep-pred-ix(Wdep-ix Wdep-pk)

      *    a command that names only itself waits on itself
           If   Wdep-hit Equal Zeros
           And  Wdep-reason(Wdep-ix) Equal Spaces
                If   Wdep-pred-name(Wdep-ix Wdep-pk)
                     Equal Wdep-prog(Wdep-ix)
                     Move 'PSB0007' To Wdep-msg(Wdep-ix)
                     Move 'CIRCULAR PREDECESSOR DEPENDENCY'
                       To Wdep-reason(Wdep-ix)
                Else
                     Move 'PSB0006' To Wdep-msg(Wdep-ix)
                     String 'PREDECESSOR ' Delimited By Size
                            Wdep-pred-name(Wdep-ix Wdep-pk)
                            Delimited By Space
                            ' NOT ON THE SCHEDULE' Delimited By Size
                            Into Wdep-reason(Wdep-ix)
                End-if
           End-if.
       Rtr-resolve-predecessor-x. Exit.

       Rtr-verifica-ordem      Section.
           Perform Varying Wdep-pk From 1 By 1
                     Until Wdep-pk Greater Wdep-pred-cnt(Wdep-ix)
                        Or Wdep-reason(Wdep-ix) Not Equal Spaces
               If   Wdep-pred-ix(Wdep-ix Wdep-pk) Greater Wdep-ix
                    Move 'PSB0008' To Wdep-msg(Wdep-ix)
                    String 'PREDECESSOR ' Delimited By Size
                           Wdep-pred-name(Wdep-ix Wdep-pk)
                           Delimited By Space
                           ' SCHEDULED AFTER IT' Delimited By Size
                           Into Wdep-reason(Wdep-ix)
               End-if
           End-perform.
       Rtr-verifica-ordem-x.   Exit.

       Rtr-verifica-dependencia Section.
      *    the dependency verdict settled in the first pass joins
      *    the command's own result - a command that passed
      *    everything else still fails on it
           If   Wtot-cmds Greater Wdep-cnt
                Go To Rtr-verifica-dependencia-x
           End-if
           If   Wdep-reason(Wtot-cmds) Equal Spaces
                Go To Rtr-verifica-dependencia-x
           End-if
           Display 'PRESUBMT - Predecessor check        : FAIL - '
                   Wdep-reason(Wtot-cmds)
           If   Wreport-result Not Equal 'FAIL'
                Move 'FAIL' To Wreport-result
                Move Wdep-reason(Wtot-cmds) To Wfail-reason
           End-if
           If   Ls-Retspace-Prog Equal Spaces
                Move Wdep-prog(Wtot-cmds) To Ls-Retspace-Prog
           End-if
           Move Wdep-msg(Wtot-cmds)   To Wfind-msg-id
           Move Wdep-reason(Wtot-cmds) To Wfind-token
           Perform Rtr-grava-finding.
       Rtr-verifica-dependencia-x. Exit.

       Rtr-escreve-linha       Section.
           Move Wrpt-detail To Presub-Report-Record
           Write Presub-Report-Record.
      *    Our most common 'validated but still caused an incident':
      *    the command was fine, the clock was not. The program's
      *    WINCTL record is checked against the current day of week,
      *    time of day, the freeze calendar and the shop calendar's
      *    closure days (SHOPCAL), and a command outside
      *    its window fails the consolidated check with the window
      *    that would allow it printed in the report.
           Move 'Y' To Wwin-ok
                End-if
           End-if

      *    Shop calendar next - a closure day is outside every
      *    program's window
           Move 'N' To Wwin-closed
           If   Wwin-ok Equal 'Y'
                Perform Rtr-verifica-fechamento
           End-if

      *    Day of week: integer-of-date day 1 was a Monday, so the
      *    remainder by 7 maps 1-6 to Monday-Saturday and 0 to
      *    Sunday - position 1-7 of the mask is Monday-Sunday
                End-if
           End-if

           If   Wwin-ok Equal 'N' And Wwin-closed Equal 'Y'
                Move 'FAIL' To Wreport-result
                Move Spaces To Wfail-reason
                String 'CLOSURE DAY ' Wwin-now(1 : 8) ' '
                       Wwin-cls-desc
                       Delimited By Size Into Wfail-reason
                Display 'PRESUBMT - Batch window check       : '
                        'FAIL - ' Ls-Retspace-Prog
                        ' may not run on closure day '
                        Wwin-now(1 : 8) ' ' Wwin-cls-desc
                Move 'PSB0005' To Wfind-msg-id
                Move Ls-Retspace-Prog To Wfind-token
                Perform Rtr-grava-finding
                Go To Rtr-verifica-janela-x
           End-if
           If   Wwin-ok Equal 'N'
                Move 'FAIL' To Wreport-result
                Move Spaces To Wfail-reason
           End-if.
       Rtr-verifica-janela-x.  Exit.

       Rtr-verifica-fechamento Section.
      *    A missing SHOPCAL means no closures, the same way a
      *    missing WINCTL means no windows
           Move 'N' To Wscal-eof
           Open Input Shop-Cal-File
           If   Wscal-status Not Equal '00'
                Go To Rtr-verifica-fechamento-x
           End-if
           Perform Until Wscal-eof Equal 'Y'
               Read Shop-Cal-File
                   At End
                        Move 'Y' To Wscal-eof
                   Not At End
                        If   Scal-Date Equal Wwin-now(1 : 8)
                        And  Scal-Type Equal 'C'
                             Move 'Y'       To Wwin-closed
                             Move 'N'       To Wwin-ok
                             Move Scal-Desc To Wwin-cls-desc
                             Move 'Y'       To Wscal-eof
                        End-if
               End-read
           End-perform
           Close Shop-Cal-File.
       Rtr-verifica-fechamento-x. Exit.

       Rtr-locate-and-check-parm Section.
           Move 'N' To Wproc-eof
           Move 'N' To Wprog-found
           Move Spaces To Wprog-job
           Move Zeros  To Wparm-fail-cnt

      *    the wide PROCIN2 extract wins when it is allocated - its
      *    full-width PARM is what the compiler will really see;
      *    the old 43-byte PROCIN keeps working during the changeover.
      *    The jobs' effective-PARM extract wins over both
           Move 'N' To Wproc2-mode
           Open Input Job-In2-File
           If   Wjobin2-status Equal '00'
                Move 'J' To Wproc2-mode
           Else
                Open Input Proc-In2-File
                If   Wprocin2-status Equal '00'
                     Move 'Y' To Wproc2-mode
                Else
                     Open Input Proc-In-File
                End-if
           End-if
           If   Wproc2-mode Equal 'N' And
                Wprocin-status Not Equal '00'
                Perform Until Wproc-eof Equal 'Y'
                    Perform Rtr-le-um-passo
                End-perform
                Evaluate Wproc2-mode
                    When 'J'
                         Close Job-In2-File
                    When 'Y'
                         Close Proc-In2-File
                    When Other
                         Close Proc-In-File
                End-evaluate

                If   Wprog-found Equal 'N'
                     Move 'FAIL' To Wreport-result
                     Move Ls-Retspace-Prog To Wfind-token
                     Perform Rtr-grava-finding
                Else
      *              the jobs' PARMs were checked as they were read
                     If   Wproc2-mode Not Equal 'J'
                          Perform Rtr-valida-parm
                     End-if
                     If   Wparm-fail-cnt Greater Zeros
                          Move 'FAIL' To Wreport-result
                          Move 'COMPILE PARM FAILED VALIDATION'
                            To Wfail-reason
                     Else
                          Move 'PASS' To Wreport-result
                     End-if
                End-if
           End-if
           Move Spaces To Wprog-job.
       Rtr-locate-and-check-parm-x. Exit.

       Rtr-valida-parm         Section.
      *    One PARM through Parms - the step's own off a PROC
      *    extract, or one job's off JOBIN2 with Wprog-job naming
      *    the job the finding is recorded against
           Call 'Parms' Using Ls-Parms-Area
           If   Ls-Parms-Error Equal 'Y'
                Add  1 To Wparm-fail-cnt
                Display 'PRESUBMT - Compile PARM check       '
                        ': FAIL - see option errors above'
                Move 'PSB0003' To Wfind-msg-id
                Move Ls-Parms-Text(1 : 35) To Wfind-token
                Perform Rtr-grava-finding
           Else
                Display 'PRESUBMT - Compile PARM check       '
                        ': PASS'
           End-if.
       Rtr-valida-parm-x.      Exit.

       Rtr-le-um-passo         Section.
           If   Wproc2-mode Equal 'J'
                Read Job-In2-File
                    At End
                         Move 'Y' To Wproc-eof
                    Not At End
                         If   Job2-Step-Name Equal Ls-Retspace-Prog
                              Move 'Y' To Wprog-found
                              Move Zeros      To Ls-Parms-Len
                              Inspect Job2-Parm-Value Tallying
                                      Ls-Parms-Len For Characters
                                      Before '  '
                              Move Spaces     To Ls-Parms-Text
                              Move Job2-Parm-Value To Ls-Parms-Text
                              Move 'LIBRARY=' To Ls-Parms-Lib-Tag
                              Move Job2-Proc-Library
                                To Ls-Parms-Library
                              Move 'STEP='    To Ls-Parms-Step-Tag
                              Move Job2-Step-Name To Ls-Parms-Step
                              Move Job2-Job-Name  To Wprog-job
                              Display 'PRESUBMT - Compile PARM taken '
                                      'from job ' Job2-Job-Name
                                      ' step ' Job2-Exec-Step '.'
                                      Job2-Step-Name
                              Perform Rtr-valida-parm
                         End-if
                End-read
                Go To Rtr-le-um-passo-x
           End-if
           If   Wproc2-mode Equal 'Y'
                Read Proc-In2-File
                    At End
                                      Before '  '
                              Move Spaces     To Ls-Parms-Text
                              Move Proc2-Parm-Value To Ls-Parms-Text
                              Move 'LIBRARY=' To Ls-Parms-Lib-Tag
                              Move Proc2-Library To Ls-Parms-Library
                              Move 'STEP='    To Ls-Parms-Step-Tag
                              Move Proc2-Step-Name To Ls-Parms-Step
                         End-if
                End-read
           Else
                                      Before '  '
                              Move Spaces     To Ls-Parms-Text
                              Move Proc-Parm-Value To Ls-Parms-Text
                              Move Spaces     To Ls-Parms-Lib-Tag
                                                 Ls-Parms-Library
                              Move 'STEP='    To Ls-Parms-Step-Tag
                              Move Proc-Step-Name To Ls-Parms-Step
                         End-if
                End-read
           End-if.
      *    Fixed-layout twin of the FAIL displays above, written to
      *    the shared FINDINGS dataset (CPYFIND) so the scheduler can
      *    route a failed pre-submission check on its PSB message id.
      *    One finding per command, or one per failing job off
      *    JOBIN2 - a handful at most, so open/close per record is
      *    fine here.
           Move Spaces           To Finding-Record
           Move Wfind-msg-id     To Find-Msg-Id
           Move 'ERROR'          To Find-Severity
           Move 'PRESUBMT'       To Find-Program
           Move Ls-Retspace-Prog To Find-Context
           If   Wprog-job Not Equal Spaces
                Move Wprog-job   To Find-Context
           End-if
           Move Wfind-token      To Find-Token
           Move Zeros            To Find-Column

           Move Wevt-fs    To Evt-File-Status
           Move Wevt-deg   To Evt-Degraded

           Move 'OPSEVLOG' To Wllock-resource
           Perform Rtr-reserva-log
           If   Wllock-rc Not Equal Zeros
                Display 'PRESUBMT - Warning: OPSEVLOG locked by '
                        Wllock-holder ' - event not written'
                Go To Rtr-grava-evento-x
           End-if
           Open Extend Ops-Event-File
           If   Wevt-status Equal '35'
                Open Output Ops-Event-File
           Else
                Write Ops-Event-Record
                Close Ops-Event-File
           End-if
           Perform Rtr-libera-log.
       Rtr-grava-evento-x.     Exit.

       Rtr-reserva-log         Section.
      *    claims the log named in Wllock-resource, waiting while
      *    LOGRETN rolls it - a record appended between its read
      *    and its rewrite would be lost. The return code is kept
      *    across the call.
           Move Return-Code To Wllock-save-rc
           Move 'WAIT '     To Wllock-action
           Call 'Runlock' Using Wllock-area
           Move Wllock-save-rc To Return-Code.
       Rtr-reserva-log-x.      Exit.

       Rtr-libera-log          Section.
           Move Return-Code To Wllock-save-rc
           Move 'FREE '     To Wllock-action
           Call 'Runlock' Using Wllock-area
           Move Wllock-save-rc To Return-Code.
       Rtr-libera-log-x.       Exit.

       End Program Presubmt.
