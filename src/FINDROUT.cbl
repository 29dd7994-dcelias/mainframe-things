      *----------------------------------------------------------------*
      *    Splits the night's findings archive (the FNDARCHO
      *    generation FINDARCH has just written) into one worklist
      *    per owning team, instead of the analyst cutting the
      *    shop-wide list up by hand. OWNERS maps a PROC library
      *    and member - each exact or a pattern ending in '*', the
      *    longest match winning the way LIBENV resolves - to the
      *    team, its contact, its team lead and the number of
      *    nights the team has agreed to fix a finding in. A Parms
      *    finding names only the step, so the step is looked up on
      *    the PROCIN2 extract the scan read; a step that occurs in
      *    more than one member goes to every team owning one of
      *    them. Parmrecn's unticketed PARM changes name the step
      *    too and are routed the same way. A Parms batch scan run
      *    off JOBXTR's JOBIN2 extract reports by job instead, so
      *    when JOBIN2 is allocated a finding whose context is a job
      *    goes to the owner of every PROC library and member the
      *    job's steps expanded from. A Retspace or Presubmt
      *    finding names the program, which is matched as the
      *    member of a library pattern '*';
      *    so does a Parms source-member finding (PRC ids), whose
      *    context is the program's source member.
      *    Per team: the open items, then the ones still RECURRING
      *    past the agreed fix time moved to an escalation section
      *    addressed to the team lead; items under a waiver in force
      *    (Wvrload) are counted, not listed. Whatever matches no
      *    owner, or no step on the extract, lands in a closing
      *    UNASSIGNED section so nothing falls between teams.
      *    No OWNERS dataset routes everything to UNASSIGNED.
      *    Return code: 0 routed, 4 something escalated or
      *    unassigned, 8 the archive or the report would not open.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Findrout.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Arch-File Assign To Fndarch
                  Organization Is Sequential
                  File Status Is Warch-status.
           Select Owner-File Assign To Owners
                  Organization Is Sequential
                  File Status Is Wown-status.
           Select Proc-In2-File Assign To Procin2
                  Organization Is Sequential
                  File Status Is Wext-status.
           Select Job-In2-File Assign To Jobin2
                  Organization Is Sequential
                  File Status Is Wjob-status.
           Select Route-Report-File Assign To Fndroute
                  Organization Is Sequential
                  File Status Is Wrpt-status.
       Data Division.
       File Section.
       FD  Arch-File
           Recording Mode Is F
           Record Contains 48 Characters.
       01  Arch-Record.
           05  Arch-Date         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Arch-Program      Pic  X(08).
           05  Filler            Pic  X(01).
           05  Arch-Context      Pic  X(08).
           05  Filler            Pic  X(01).
           05  Arch-Msg-Id       Pic  X(07).
           05  Filler            Pic  X(01).
           05  Arch-Nights       Pic  9(04).
           05  Filler            Pic  X(01).
           05  Arch-First-Date   Pic  X(08).

      *    ownership map kept by operations: library and member
      *    may each end in '*' (blank is the same as '*'); the fix
      *    time is in nights, 14 when it is left blank or zero
       FD  Owner-File
           Recording Mode Is F
           Record Contains 120 Characters.
       01  Owner-Record.
           05  Own-Library       Pic  X(44).
           05  Filler            Pic  X(01).
           05  Own-Member        Pic  X(08).
           05  Filler            Pic  X(01).
           05  Own-Team          Pic  X(08).
           05  Filler            Pic  X(01).
           05  Own-Contact       Pic  X(24).
           05  Filler            Pic  X(01).
           05  Own-Lead          Pic  X(24).
           05  Filler            Pic  X(01).
           05  Own-Fix-Nights    Pic  X(03).
           05  Filler            Pic  X(04).

       FD  Proc-In2-File
           Recording Mode Is F
           Record Contains 160 Characters.
           Copy PROCIN2.

       FD  Job-In2-File
           Recording Mode Is F
           Record Contains 220 Characters.
           Copy JOBIN2.

       FD  Route-Report-File
           Recording Mode Is F
           Record Contains 100 Characters.
       01  Route-Report-Record   Pic  X(100).

       Working-storage Section.
       01 Warch-status      Pic  X(02) Value '00'.
       01 Wown-status       Pic  X(02) Value '00'.
       01 Wext-status       Pic  X(02) Value '00'.
       01 Wjob-status       Pic  X(02) Value '00'.
       01 Wrpt-status       Pic  X(02) Value '00'.
       01 Wrt-eof           Pic  X(01) Value 'N'.
       01 Wrt-now           Pic  X(21) Value Spaces.
       01 Wrpt-detail       Pic  X(100).
       01 Wrt-shown         Pic S9(06) Comp.
       01 Wrt-fix-ed        Pic  ZZ9.

       01 Wrt-items         Pic  9(06) Value Zeros.
       01 Wrt-routed        Pic  9(06) Value Zeros.
       01 Wrt-escalated     Pic  9(06) Value Zeros.
       01 Wrt-unassigned    Pic  9(06) Value Zeros.
       01 Wrt-waived        Pic  9(06) Value Zeros.
       01 Wrt-dropped       Pic  9(06) Value Zeros.

      *    the ownership map, and the teams it names - a team may
      *    own several patterns but has one contact, lead and fix
      *    time (its first OWNERS line sets them)
       01 Wown-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wown-Ix           Pic S9(04) Comp.
       01 Wown-Tab.
          03 Wown-Entry     Occurs 200 Times.
             05 Wown-Library
                            Pic  X(44).
             05 Wown-Member Pic  X(08).
             05 Wown-Team-Ix
                            Pic S9(04) Comp.
       01 Wteam-Cnt         Pic S9(04) Comp Value Zeros.
       01 Wteam-Ix          Pic S9(04) Comp.
       01 Wteam-Tab.
          03 Wteam-Entry    Occurs 50 Times.
             05 Wteam-Name  Pic  X(08).
             05 Wteam-Contact
                            Pic  X(24).
             05 Wteam-Lead  Pic  X(24).
             05 Wteam-Fix   Pic  9(03).
             05 Wteam-Open  Pic  9(06).
             05 Wteam-Esc   Pic  9(06).
             05 Wteam-Waived
                            Pic  9(06).

      *    step -> library/member off the PROCIN2 extract
       01 Wext-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wext-Ix           Pic S9(04) Comp.
       01 Wext-Tab.
          03 Wext-Entry     Occurs 3000 Times.
             05 Wext-Step   Pic  X(08).
             05 Wext-Library
                            Pic  X(44).
             05 Wext-Member Pic  X(08).

      *    job -> the PROC library/member each of its steps came
      *    from, off the JOBIN2 extract (each pair once per job)
       01 Wjob-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wjob-Ix           Pic S9(04) Comp.
       01 Wjob-hit          Pic S9(04) Comp.
       01 Wjob-Tab.
          03 Wjob-Entry     Occurs 3000 Times.
             05 Wjob-Name   Pic  X(08).
             05 Wjob-Library
                            Pic  X(44).
             05 Wjob-Member Pic  X(08).

      *    tonight's archive items, and where each one went - one
      *    route per item and team (team 0 is UNASSIGNED)
       01 Witm-Cnt          Pic S9(04) Comp Value Zeros.
       01 Witm-Ix           Pic S9(04) Comp.
       01 Witm-Tab.
          03 Witm-Entry     Occurs 500 Times.
             05 Witm-Program
                            Pic  X(08).
             05 Witm-Context
                            Pic  X(08).
             05 Witm-Msg-Id Pic  X(07).
             05 Witm-Nights Pic  9(04).
             05 Witm-First  Pic  X(08).
             05 Witm-Waived Pic  X(01).
       01 Wrte-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wrte-Ix           Pic S9(04) Comp.
       01 Wrte-Tab.
          03 Wrte-Entry     Occurs 1500 Times.
             05 Wrte-Item   Pic S9(04) Comp.
             05 Wrte-Team   Pic S9(04) Comp.
             05 Wrte-Library
                            Pic  X(44).
             05 Wrte-Member Pic  X(08).
       01 Wrte-placed       Pic  X(01).
       01 Wrte-library-in   Pic  X(44).
       01 Wrte-member-in    Pic  X(08).
       01 Wrte-team-in      Pic S9(04) Comp.
       01 Wrte-hit          Pic S9(04) Comp.

      *    pattern match: Wpat-pattern against Wpat-value, the
      *    score in Wpat-len (-1 no match; an exact name scores one
      *    more than the longest pattern that could cover it)
       01 Wpat-pattern      Pic  X(44).
       01 Wpat-value        Pic  X(44).
       01 Wpat-len          Pic S9(04) Comp.
       01 Wpat-stars        Pic S9(04) Comp.
       01 Wpat-lib-len      Pic S9(04) Comp.
       01 Wpat-best         Pic S9(04) Comp.

       01 Wwvd-ix           Pic S9(04) Comp.

           Copy CPYWVRT.

       Procedure Division.

       Rtr-process             Section.
           Display ' '
           Display '==============================================='
           Display 'FINDROUT - Findings worklists by owning team'
           Display '==============================================='

           Move Function Current-Date To Wrt-now
           Move Zeros To Return-Code

           Perform Rtr-carrega-donos
           Perform Rtr-carrega-extrato
           Perform Rtr-carrega-jobs
           Call 'Wvrload' Using Wwvr-Tables
           Move Zeros To Return-Code

           Perform Rtr-carrega-arquivo
           If   Return-Code Not Equal Zeros
                Goback
           End-if

           Open Output Route-Report-File
           If   Wrpt-status Not Equal '00'
                Display 'FINDROUT - Unable to open FNDROUTE - status '
                        Wrpt-status
                Move 8 To Return-Code
                Goback
           End-if
           Move Spaces To Wrpt-detail
           String 'FINDINGS WORKLISTS BY OWNING TEAM   '
                  Wrt-now(1 : 8) ' ' Wrt-now(9 : 6)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Perform Varying Wteam-Ix From 1 By 1
                     Until Wteam-Ix Greater Wteam-Cnt
               Perform Rtr-reporta-equipe
           End-perform
           Perform Rtr-reporta-sem-dono
           Close Route-Report-File

           Display 'FINDROUT - Items: ' Wrt-items
                   '  ROUTED: ' Wrt-routed
                   '  ESCALATED: ' Wrt-escalated
                   '  UNASSIGNED: ' Wrt-unassigned
                   '  WAIVED: ' Wrt-waived
           If   Wrt-dropped Greater Zeros
                Display 'FINDROUT - Warning: ' Wrt-dropped
                        ' entries beyond the tables were not routed'
           End-if
           If   Wrt-escalated Greater Zeros Or
                Wrt-unassigned Greater Zeros
                Move 4 To Return-Code
           Else
                Move 0 To Return-Code
           End-if
           Display '==============================================='
           Goback.
       Rtr-process-x.          Exit.

       Rtr-carrega-donos       Section.
           Move 'N' To Wrt-eof
           Open Input Owner-File
           If   Wown-status Not Equal '00'
                Display 'FINDROUT - OWNERS not allocated (status '
                        Wown-status ') - every item is UNASSIGNED'
                Go To Rtr-carrega-donos-x
           End-if
           Perform Until Wrt-eof Equal 'Y'
               Read Owner-File
                   At End
                        Move 'Y' To Wrt-eof
                   Not At End
                        Perform Rtr-carrega-dono
               End-read
           End-perform
           Close Owner-File
           Display 'FINDROUT - Ownership map loaded: ' Wown-Cnt
                   ' patterns, ' Wteam-Cnt ' teams'.
       Rtr-carrega-donos-x.    Exit.

       Rtr-carrega-dono        Section.
           If   Own-Team Equal Spaces
                Go To Rtr-carrega-dono-x
           End-if
           Move Zeros To Wrte-hit
           Perform Varying Wteam-Ix From 1 By 1
                     Until Wteam-Ix Greater Wteam-Cnt
               If   Wteam-Name(Wteam-Ix) Equal Own-Team
                    Move Wteam-Ix To Wrte-hit
               End-if
           End-perform
           If   Wrte-hit Equal Zeros
                If   Wteam-Cnt Not Less 50
                     Add  1 To Wrt-dropped
                     Go To Rtr-carrega-dono-x
                End-if
                Add  1 To Wteam-Cnt
                Move Wteam-Cnt    To Wrte-hit
                Move Own-Team     To Wteam-Name(Wrte-hit)
                Move Own-Contact  To Wteam-Contact(Wrte-hit)
                Move Own-Lead     To Wteam-Lead(Wrte-hit)
                Move 14           To Wteam-Fix(Wrte-hit)
                If   Own-Fix-Nights Is Numeric
                     If   Own-Fix-Nights Not Equal '000'
                          Move Own-Fix-Nights To Wteam-Fix(Wrte-hit)
                     End-if
                End-if
                Move Zeros To Wteam-Open(Wrte-hit)
                              Wteam-Esc(Wrte-hit)
                              Wteam-Waived(Wrte-hit)
           End-if
           If   Wown-Cnt Not Less 200
                Add  1 To Wrt-dropped
                Go To Rtr-carrega-dono-x
           End-if
           Add  1 To Wown-Cnt
           Move Own-Library  To Wown-Library(Wown-Cnt)
           Move Own-Member   To Wown-Member(Wown-Cnt)
           Move Wrte-hit     To Wown-Team-Ix(Wown-Cnt).
       Rtr-carrega-dono-x.     Exit.

       Rtr-carrega-extrato     Section.
      *    only the wide extract names the library and member; the
      *    old PROCIN layout cannot place a step, so without
      *    PROCIN2 the Parms items go UNASSIGNED
           Move 'N' To Wrt-eof
           Open Input Proc-In2-File
           If   Wext-status Not Equal '00'
                Display 'FINDROUT - PROCIN2 not allocated (status '
                        Wext-status ') - Parms steps cannot be placed'
                Go To Rtr-carrega-extrato-x
           End-if
           Perform Until Wrt-eof Equal 'Y'
               Read Proc-In2-File
                   At End
                        Move 'Y' To Wrt-eof
                   Not At End
                        If   Wext-Cnt Less 3000
                             Add  1 To Wext-Cnt
                             Move Proc2-Step-Name
                               To Wext-Step(Wext-Cnt)
                             Move Proc2-Library
                               To Wext-Library(Wext-Cnt)
                             Move Proc2-Member
                               To Wext-Member(Wext-Cnt)
                        Else
                             Add  1 To Wrt-dropped
                        End-if
               End-read
           End-perform
           Close Proc-In2-File
           Display 'FINDROUT - PROCIN2 extract loaded: ' Wext-Cnt
                   ' steps'.
       Rtr-carrega-extrato-x.  Exit.

       Rtr-carrega-jobs        Section.
      *    optional: only a Parms scan run off JOBIN2 reports by
      *    job, and without the extract such a finding goes
      *    UNASSIGNED
           Move 'N' To Wrt-eof
           Open Input Job-In2-File
           If   Wjob-status Not Equal '00'
                Go To Rtr-carrega-jobs-x
           End-if
           Perform Until Wrt-eof Equal 'Y'
               Read Job-In2-File
                   At End
                        Move 'Y' To Wrt-eof
                   Not At End
                        Perform Rtr-carrega-job
               End-read
           End-perform
           Close Job-In2-File
           Display 'FINDROUT - JOBIN2 extract loaded: ' Wjob-Cnt
                   ' job PROC members'.
       Rtr-carrega-jobs-x.     Exit.

       Rtr-carrega-job         Section.
           Move Zeros To Wjob-hit
           Perform Varying Wjob-Ix From 1 By 1
                     Until Wjob-Ix Greater Wjob-Cnt
               If   Wjob-Name(Wjob-Ix)    Equal Job2-Job-Name
               And  Wjob-Library(Wjob-Ix) Equal Job2-Proc-Library
               And  Wjob-Member(Wjob-Ix)  Equal Job2-Proc-Name
                    Move Wjob-Ix To Wjob-hit
               End-if
           End-perform
           If   Wjob-hit Greater Zeros
                Go To Rtr-carrega-job-x
           End-if
           If   Wjob-Cnt Not Less 3000
                Add  1 To Wrt-dropped
                Go To Rtr-carrega-job-x
           End-if
           Add  1 To Wjob-Cnt
           Move Job2-Job-Name     To Wjob-Name(Wjob-Cnt)
           Move Job2-Proc-Library To Wjob-Library(Wjob-Cnt)
           Move Job2-Proc-Name    To Wjob-Member(Wjob-Cnt).
       Rtr-carrega-job-x.      Exit.

       Rtr-carrega-arquivo     Section.
           Move 'N' To Wrt-eof
           Open Input Arch-File
           If   Warch-status Not Equal '00'
                Display 'FINDROUT - FNDARCH not available (status '
                        Warch-status ') - nothing to route'
                Move 8 To Return-Code
                Go To Rtr-carrega-arquivo-x
           End-if
           Perform Until Wrt-eof Equal 'Y'
               Read Arch-File
                   At End
                        Move 'Y' To Wrt-eof
                   Not At End
                        If   Witm-Cnt Less 500
                             Add  1 To Witm-Cnt
                             Add  1 To Wrt-items
                             Move Witm-Cnt To Witm-Ix
                             Perform Rtr-carrega-item
                        Else
                             Add  1 To Wrt-dropped
                        End-if
               End-read
           End-perform
           Close Arch-File.
       Rtr-carrega-arquivo-x.  Exit.

       Rtr-carrega-item        Section.
           Move Arch-Program    To Witm-Program(Witm-Ix)
           Move Arch-Context    To Witm-Context(Witm-Ix)
           Move Arch-Msg-Id     To Witm-Msg-Id(Witm-Ix)
           Move Arch-Nights     To Witm-Nights(Witm-Ix)
           Move Arch-First-Date To Witm-First(Witm-Ix)
           Move 'N'             To Witm-Waived(Witm-Ix)
           Perform Varying Wwvd-ix From 1 By 1
                     Until Wwvd-ix Greater Wwvr-Cnt
               If   Wwvr-Program(Wwvd-ix) Equal Arch-Program
               And  Wwvr-Context(Wwvd-ix) Equal Arch-Context
               And  Wwvr-Msg-Id(Wwvd-ix)  Equal Arch-Msg-Id
               And (Wwvr-State(Wwvd-ix)   Equal 'A' Or
                    Wwvr-State(Wwvd-ix)   Equal 'S')
                    Move 'Y' To Witm-Waived(Witm-Ix)
               End-if
           End-perform
           Perform Rtr-encaminha-item.
       Rtr-carrega-item-x.     Exit.

       Rtr-encaminha-item      Section.
      *    a Parms or Parmrecn step goes to the owner of every
      *    member it occurs in - a Parms job, to the owner of every
      *    PROC member the job expanded; anything else is placed on
      *    its program name alone
           Move 'N' To Wrte-placed
           If   Witm-Program(Witm-Ix) Equal 'PARMS   ' And
                Witm-Msg-Id(Witm-Ix)(1 : 3) Not Equal 'PRC'
                Perform Varying Wjob-Ix From 1 By 1
                          Until Wjob-Ix Greater Wjob-Cnt
                    If   Wjob-Name(Wjob-Ix) Equal Witm-Context(Witm-Ix)
                         Move Wjob-Library(Wjob-Ix) To Wrte-library-in
                         Move Wjob-Member(Wjob-Ix)  To Wrte-member-in
                         Perform Rtr-acha-dono
                         Perform Rtr-grava-rota
                    End-if
                End-perform
           End-if
           If   Wrte-placed Equal 'N' And
              ((Witm-Program(Witm-Ix) Equal 'PARMS   ' And
                Witm-Msg-Id(Witm-Ix)(1 : 3) Not Equal 'PRC') Or
                Witm-Program(Witm-Ix) Equal 'PARMRECN')
                Perform Varying Wext-Ix From 1 By 1
                          Until Wext-Ix Greater Wext-Cnt
                    If   Wext-Step(Wext-Ix) Equal Witm-Context(Witm-Ix)
                         Move Wext-Library(Wext-Ix) To Wrte-library-in
                         Move Wext-Member(Wext-Ix)  To Wrte-member-in
                         Perform Rtr-acha-dono
                         Perform Rtr-grava-rota
                    End-if
                End-perform
           End-if
           If   Wrte-placed Equal 'N'
                Move Spaces To Wrte-library-in Wrte-member-in
                If  (Witm-Program(Witm-Ix) Not Equal 'PARMS   ' Or
                     Witm-Msg-Id(Witm-Ix)(1 : 3) Equal 'PRC')
                And  Witm-Program(Witm-Ix) Not Equal 'PARMRECN'
                     Move Witm-Context(Witm-Ix) To Wrte-member-in
                End-if
                Perform Rtr-acha-dono
                Perform Rtr-grava-rota
           End-if.
       Rtr-encaminha-item-x.   Exit.

       Rtr-acha-dono           Section.
      *    the owner whose library and member patterns both match
      *    with the longest combined match; none leaves team 0
           Move Zeros To Wrte-team-in
           Move -1    To Wpat-best
           Perform Varying Wown-Ix From 1 By 1
                     Until Wown-Ix Greater Wown-Cnt
               Move Wown-Library(Wown-Ix) To Wpat-pattern
               Move Wrte-library-in       To Wpat-value
               Perform Rtr-compara-padrao
               If   Wpat-len Not Less Zeros
                    Move Wpat-len To Wpat-lib-len
                    Move Wown-Member(Wown-Ix) To Wpat-pattern
                    Move Wrte-member-in       To Wpat-value
                    Perform Rtr-compara-padrao
                    If   Wpat-len Not Less Zeros
                         Add  Wpat-lib-len To Wpat-len
                         If   Wpat-len Greater Wpat-best
                              Move Wpat-len To Wpat-best
                              Move Wown-Team-Ix(Wown-Ix)
                                To Wrte-team-in
                         End-if
                    End-if
               End-if
           End-perform.
       Rtr-acha-dono-x.        Exit.

       Rtr-compara-padrao      Section.
           Move -1    To Wpat-len
           Move Zeros To Wpat-stars
           Inspect Wpat-pattern Tallying Wpat-stars For All '*'
           If   Wpat-pattern Equal Spaces
                Move Zeros To Wpat-len
                Go To Rtr-compara-padrao-x
           End-if
           If   Wpat-stars Equal Zeros
                If   Wpat-pattern Equal Wpat-value
                     Move Zeros To Wpat-len
                     Inspect Wpat-pattern Tallying Wpat-len
                             For Characters Before ' '
                     Add  1 To Wpat-len
                End-if
                Go To Rtr-compara-padrao-x
           End-if
           Move Zeros To Wpat-stars
           Inspect Wpat-pattern Tallying Wpat-stars
                   For Characters Before '*'
           If   Wpat-stars Equal Zeros
                Move Zeros To Wpat-len
           Else
                If   Wpat-pattern(1 : Wpat-stars) Equal
                     Wpat-value(1 : Wpat-stars)
                     Move Wpat-stars To Wpat-len
                End-if
           End-if.
       Rtr-compara-padrao-x.   Exit.

       Rtr-grava-rota          Section.
           Move 'Y'   To Wrte-placed
           Move Zeros To Wrte-hit
           Perform Varying Wrte-Ix From 1 By 1
                     Until Wrte-Ix Greater Wrte-Cnt
               If   Wrte-Item(Wrte-Ix) Equal Witm-Ix
               And  Wrte-Team(Wrte-Ix) Equal Wrte-team-in
                    Move Wrte-Ix To Wrte-hit
               End-if
           End-perform
           If   Wrte-hit Greater Zeros
                Go To Rtr-grava-rota-x
           End-if
           If   Wrte-Cnt Not Less 1500
                Add  1 To Wrt-dropped
                Go To Rtr-grava-rota-x
           End-if
           Add  1 To Wrte-Cnt
           Move Witm-Ix         To Wrte-Item(Wrte-Cnt)
           Move Wrte-team-in    To Wrte-Team(Wrte-Cnt)
           Move Wrte-library-in To Wrte-Library(Wrte-Cnt)
           Move Wrte-member-in  To Wrte-Member(Wrte-Cnt).
       Rtr-grava-rota-x.       Exit.

       Rtr-reporta-equipe      Section.
           Move Wteam-Fix(Wteam-Ix) To Wrt-fix-ed
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String '=== TEAM ' Wteam-Name(Wteam-Ix)
                  '  CONTACT ' Wteam-Contact(Wteam-Ix)
                  '  FIX TIME ' Wrt-fix-ed ' NIGHTS'
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha

           Move 'WORKLIST:' To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Zeros To Wrt-shown
           Perform Varying Wrte-Ix From 1 By 1
                     Until Wrte-Ix Greater Wrte-Cnt
               If   Wrte-Team(Wrte-Ix) Equal Wteam-Ix
                    Move Wrte-Item(Wrte-Ix) To Witm-Ix
                    Evaluate True
                        When Witm-Waived(Witm-Ix) Equal 'Y'
                             Add  1 To Wteam-Waived(Wteam-Ix)
                                       Wrt-waived
                        When Witm-Nights(Witm-Ix) Greater
                             Wteam-Fix(Wteam-Ix)
                             Continue
                        When Other
                             Add  1 To Wteam-Open(Wteam-Ix)
                                       Wrt-routed Wrt-shown
                             Perform Rtr-escreve-item
                    End-evaluate
               End-if
           End-perform
           If   Wrt-shown Equal Zeros
                Move '  (none)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if

           Move Spaces To Wrpt-detail
           String 'ESCALATION - PAST THE FIX TIME, FOR THE ATTENTION '
                  'OF ' Wteam-Lead(Wteam-Ix)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Zeros To Wrt-shown
           Perform Varying Wrte-Ix From 1 By 1
                     Until Wrte-Ix Greater Wrte-Cnt
               If   Wrte-Team(Wrte-Ix) Equal Wteam-Ix
                    Move Wrte-Item(Wrte-Ix) To Witm-Ix
                    If   Witm-Waived(Witm-Ix) Not Equal 'Y' And
                         Witm-Nights(Witm-Ix) Greater
                         Wteam-Fix(Wteam-Ix)
                         Add  1 To Wteam-Esc(Wteam-Ix)
                                   Wrt-routed Wrt-escalated Wrt-shown
                         Perform Rtr-escreve-item
                    End-if
               End-if
           End-perform
           If   Wrt-shown Equal Zeros
                Move '  (none)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if

           Move Spaces To Wrpt-detail
           String 'TEAM TOTALS: OPEN ' Wteam-Open(Wteam-Ix)
                  '  ESCALATED ' Wteam-Esc(Wteam-Ix)
                  '  WAIVED (NOT LISTED) ' Wteam-Waived(Wteam-Ix)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha.
       Rtr-reporta-equipe-x.   Exit.

       Rtr-reporta-sem-dono    Section.
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String '=== UNASSIGNED - NO OWNER ON OWNERS FOR THE '
                  'STEP OR PROGRAM'
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Zeros To Wrt-shown
           Perform Varying Wrte-Ix From 1 By 1
                     Until Wrte-Ix Greater Wrte-Cnt
               If   Wrte-Team(Wrte-Ix) Equal Zeros
                    Move Wrte-Item(Wrte-Ix) To Witm-Ix
                    If   Witm-Waived(Witm-Ix) Equal 'Y'
                         Add  1 To Wrt-waived
                    Else
                         Add  1 To Wrt-unassigned Wrt-shown
                         Perform Rtr-escreve-item
                    End-if
               End-if
           End-perform
           If   Wrt-shown Equal Zeros
                Move '  (none)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if.
       Rtr-reporta-sem-dono-x. Exit.

       Rtr-escreve-item        Section.
           Move Spaces To Wrpt-detail
           If   Witm-Nights(Witm-Ix) Greater 1
                Move '  RECURRING ' To Wrpt-detail(1 : 12)
           Else
                Move '  NEW       ' To Wrpt-detail(1 : 12)
           End-if
           String Witm-Program(Witm-Ix) ' '
                  Witm-Context(Witm-Ix) ' '
                  Witm-Msg-Id(Witm-Ix) '  '
                  Wrte-Member(Wrte-Ix)
                  ' open ' Witm-Nights(Witm-Ix)
                  ' nights since ' Witm-First(Witm-Ix)
                  Delimited By Size Into Wrpt-detail(13 : 88)
           Perform Rtr-escreve-linha
           If   Wrte-Library(Wrte-Ix) Not Equal Spaces
                Move Spaces To Wrpt-detail
                String '            LIBRARY ' Wrte-Library(Wrte-Ix)
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
           End-if.
       Rtr-escreve-item-x.     Exit.

       Rtr-escreve-linha       Section.
           Move Wrpt-detail To Route-Report-Record
           Write Route-Report-Record.
       Rtr-escreve-linha-x.    Exit.

       End Program Findrout.
