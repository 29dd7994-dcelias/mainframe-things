      *----------------------------------------------------------------*
      *    Promotion gate for PROC members moving from the TEST PROC
      *    library to PROD - the promotion-weekend checklist (run
      *    PARMCOMP, eyeball the drift, run the scan, get the nod)
      *    as one job. PARM='GATE,userid' takes the members on
      *    PROMLIST (one per card, columns 1-8; '*' in column 1 is a
      *    comment) and for each:
      *      - validates every step's TEST PARM against the
      *        production rule set - a single Parms call per step
      *        with LIBRARY= the PROD library, so Ruleload and LIBENV
      *        pick PROD's rules, the way Presubmt checks a PARM (the
      *        step needs Parms' own DDs, PARMOUT at least);
      *      - compares it with its current PROD version, option set
      *        against option set the way PARMCOMP does, and lists
      *        exactly which step PARMs change, which steps are new
      *        and which go away;
      *      - checks the findings archive (FNDARCH, the generation
      *        FINDARCH last wrote - what is on it is still open) for
      *        an ERROR finding against the member or one of its
      *        steps: a Parms PRM/PRC id whose check is an ERROR
      *        under the severity policy (SEVPOLCY, the dataset Parms
      *        reads), not under a waiver in force (Wvrload).
      *    A member that passes all three goes on the promotion
      *    manifest (PROMMAN, see CPYPROM) with its changes; one that
      *    fails is held off it, and the report (PROMRPT) gives the
      *    reason. The manifest is written PENDING with the
      *    preparer's user id. PARM='SIGN,userid' records the
      *    approver's sign-off on it - refused when the approver is
      *    the preparer, the manifest is not intact or it is signed
      *    already - and PARM='VERIFY' is the step the promotion
      *    itself runs behind: return code 0 only for a manifest
      *    signed off and intact. The extracts are PROCIN2-layout
      *    files of the two libraries (PROCTEST, PROCPROD), as
      *    PROCXTR cuts them.
      *    Return code - GATE: 0 every member cleared, 4 some held,
      *    8 none cleared or a dataset would not open. SIGN: 0
      *    signed, 4 already signed, 8 refused. VERIFY: 0 approved,
      *    8 not.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Promote.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Prom-List-File Assign To Promlist
                  Organization Is Sequential
                  File Status Is Wlst-status.
           Select Proc-Test-File Assign To Proctest
                  Organization Is Sequential
                  File Status Is Wtst-status.
           Select Proc-Prod-File Assign To Procprod
                  Organization Is Sequential
                  File Status Is Wprd-status.
           Select Arch-File Assign To Fndarch
                  Organization Is Sequential
                  File Status Is Warch-status.
           Select Sev-Policy-File Assign To Sevpolcy
                  Organization Is Sequential
                  File Status Is Wsev-status.
           Select Prom-Man-File Assign To Promman
                  Organization Is Sequential
                  File Status Is Wman-status.
           Select Prom-Report-File Assign To Promrpt
                  Organization Is Sequential
                  File Status Is Wrpt-status.
       Data Division.
       File Section.
       FD  Prom-List-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Prom-List-Card        Pic  X(80).

       FD  Proc-Test-File
           Recording Mode Is F
           Record Contains 160 Characters.
           Copy PROCIN2 Replacing
                ==Proc-In2-Record==  By ==Proc-In2-Record-T==
                ==Proc2-Library==    By ==Proc2-Library-T==
                ==Proc2-Member==     By ==Proc2-Member-T==
                ==Proc2-Step-Name==  By ==Proc2-Step-Name-T==
                ==Proc2-Parm-Value== By ==Proc2-Parm-Value-T==.

       FD  Proc-Prod-File
           Recording Mode Is F
           Record Contains 160 Characters.
           Copy PROCIN2 Replacing
                ==Proc-In2-Record==  By ==Proc-In2-Record-P==
                ==Proc2-Library==    By ==Proc2-Library-P==
                ==Proc2-Member==     By ==Proc2-Member-P==
                ==Proc2-Step-Name==  By ==Proc2-Step-Name-P==
                ==Proc2-Parm-Value== By ==Proc2-Parm-Value-P==.

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

       FD  Sev-Policy-File
           Recording Mode Is F
           Record Contains 18 Characters.
       01 Sev-Policy-Record.
          03 Sevp-Check         Pic  X(12).
          03 Filler             Pic  X(01).
          03 Sevp-Severity      Pic  X(05).

       FD  Prom-Man-File
           Recording Mode Is F
           Record Contains 250 Characters.
       01  Prom-Man-Record       Pic  X(250).

       FD  Prom-Report-File
           Recording Mode Is F
           Record Contains 100 Characters.
       01  Prom-Report-Record    Pic  X(100).

       Working-storage Section.
           Copy CPYPROM.
           Copy CPYWVRT.

       01 Wlst-status       Pic  X(02) Value '00'.
       01 Wtst-status       Pic  X(02) Value '00'.
       01 Wprd-status       Pic  X(02) Value '00'.
       01 Warch-status      Pic  X(02) Value '00'.
       01 Wsev-status       Pic  X(02) Value '00'.
       01 Wman-status       Pic  X(02) Value '00'.
       01 Wrpt-status       Pic  X(02) Value '00'.
       01 Weof              Pic  X(01) Value 'N'.
       01 Wrc               Pic S9(04) Comp Value Zeros.
       01 Wnow              Pic  X(21) Value Spaces.

      *    PARM: the action and the user it is run under
       01 Wprm-acao         Pic  X(08) Value Spaces.
       01 Wprm-user         Pic  X(08) Value Spaces.

      *    Both extracts held in storage; an overflow is counted and
      *    refuses the gate rather than clearing a member on half
      *    its steps
       01 Wtst-lib          Pic  X(44) Value Spaces.
       01 Wtst-Cnt          Pic S9(06) Comp Value Zeros.
       01 Wtst-Over         Pic S9(06) Comp Value Zeros.
       01 Wtst-Ix           Pic S9(06) Comp.
       01 Wtst-Tab.
          03 Wtst-Entry     Occurs 2000 Times.
             05 Wtst-Member Pic  X(08).
             05 Wtst-Step   Pic  X(08).
             05 Wtst-Parm   Pic  X(100).
       01 Wprd-lib          Pic  X(44) Value Spaces.
       01 Wprd-Cnt          Pic S9(06) Comp Value Zeros.
       01 Wprd-Over         Pic S9(06) Comp Value Zeros.
       01 Wprd-Ix           Pic S9(06) Comp.
       01 Wprd-Tab.
          03 Wprd-Entry     Occurs 2000 Times.
             05 Wprd-Member Pic  X(08).
             05 Wprd-Step   Pic  X(08).
             05 Wprd-Parm   Pic  X(100).

      *    Open findings that can hold a member: Parms ids whose
      *    check is an ERROR under the policy and not waived
       01 Wopn-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wopn-Over         Pic S9(06) Comp Value Zeros.
       01 Wopn-Ix           Pic S9(04) Comp.
       01 Wopn-Tab.
          03 Wopn-Entry     Occurs 500 Times.
             05 Wopn-Context
                            Pic  X(08).
             05 Wopn-Msg-Id Pic  X(07).
             05 Wopn-Nights Pic  9(04).
       01 Wopn-read         Pic S9(06) Comp Value Zeros.
       01 Wopn-waived       Pic S9(06) Comp Value Zeros.
       01 Wwvd-ix           Pic S9(04) Comp.
       01 Wwvd-hit          Pic  X(01).

      *    Per-check severities, indexed by the last digit of the
      *    message id - the same checks, defaults and SEVPOLCY
      *    override as Parms, so a finding counts as an ERROR here
      *    exactly when Parms would have failed the step on it
       01 Wsum-Types.
          03 Filler         Pic  X(12) Value 'INVALID-OPT'.
          03 Filler         Pic  X(12) Value 'BAD-SUBVALUE'.
          03 Filler         Pic  X(12) Value 'DUPLICATE'.
          03 Filler         Pic  X(12) Value 'CONFLICT'.
          03 Filler         Pic  X(12) Value 'MISSING-REQ'.
          03 Filler         Pic  X(12) Value 'FORBIDDEN'.
          03 Filler         Pic  X(12) Value 'UNBAL-PAREN'.
          03 Filler         Pic  X(12) Value 'CBL-VS-PROC'.
          03 Filler         Pic  X(12) Value 'UNVERIFIABLE'.
       01 Filler Redefines Wsum-Types.
          03 Wsum-Type      Pic  X(12) Occurs 9 Times.
       01 Wsum-Type-Cnt     Pic S9(04) Comp Value 9.
       01 Wsev-Defaults.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'WARN'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'WARN'.
          03 Filler         Pic  X(05) Value 'ERROR'.
       01 Filler Redefines Wsev-Defaults.
          03 Wsev-Dft       Pic  X(05) Occurs 9 Times.
       01 Wsev-Vals.
          03 Wsev-Val       Pic  X(05) Occurs 9 Times.
       01 Wsev-Ix           Pic S9(04) Comp.
       01 Wsev-num          Pic  9(01).

      *    The member being gated
       01 Wcand             Pic  X(08) Value Spaces.
       01 Wcand-steps       Pic S9(04) Comp Value Zeros.
       01 Wcand-fail        Pic S9(04) Comp Value Zeros.
       01 Wcand-fail-step   Pic  X(08) Value Spaces.
       01 Wcand-open        Pic S9(04) Comp Value Zeros.
       01 Wcand-open-ix     Pic S9(04) Comp Value Zeros.
       01 Wcand-changed     Pic S9(04) Comp Value Zeros.
       01 Wcand-new         Pic S9(04) Comp Value Zeros.
       01 Wcand-removed     Pic S9(04) Comp Value Zeros.
       01 Wcand-reason      Pic  X(60) Value Spaces.
       01 Wcand-mc-save     Pic S9(04) Comp Value Zeros.
       01 Wctx-hit          Pic  X(01).
       01 Wfound            Pic  X(01).
       01 Wix               Pic S9(06) Comp.

      *    Members already on the list - a member listed twice is
      *    gated once
       01 Wlisted-Cnt       Pic S9(04) Comp Value Zeros.
       01 Wlisted-Tab.
          03 Wlisted-Member Pic  X(08) Occurs 200 Times.

      *    What goes on the manifest, staged until the list is done
      *    so the header can carry the member count
       01 Wmm-Cnt           Pic S9(04) Comp Value Zeros.
       01 Wmm-Ix            Pic S9(04) Comp.
       01 Wmm-Tab.
          03 Wmm-Entry      Occurs 200 Times.
             05 Wmm-Member  Pic  X(08).
             05 Wmm-Steps   Pic S9(04) Comp.
             05 Wmm-Changed Pic S9(04) Comp.
             05 Wmm-New     Pic S9(04) Comp.
             05 Wmm-Removed Pic S9(04) Comp.
       01 Wmc-Cnt           Pic S9(04) Comp Value Zeros.
       01 Wmc-Ix            Pic S9(04) Comp.
       01 Wmc-Tab.
          03 Wmc-Entry      Occurs 2000 Times.
             05 Wmc-Member  Pic  X(08).
             05 Wmc-Step    Pic  X(08).
             05 Wmc-Kind    Pic  X(07).
             05 Wmc-Prod    Pic  X(100).
             05 Wmc-Test    Pic  X(100).
       01 Wmc-new-step      Pic  X(08).
       01 Wmc-new-kind      Pic  X(07).
       01 Wmc-new-prod      Pic  X(100).
       01 Wmc-new-test      Pic  X(100).

       01 Wtot-listed       Pic S9(04) Comp Value Zeros.
       01 Wtot-cleared      Pic S9(04) Comp Value Zeros.
       01 Wtot-held         Pic S9(04) Comp Value Zeros.

      *    The manifest read back whole for SIGN and VERIFY
       01 Wmr-Cnt           Pic S9(04) Comp Value Zeros.
       01 Wmr-Over          Pic S9(04) Comp Value Zeros.
       01 Wmr-Ix            Pic S9(04) Comp.
       01 Wmr-Members       Pic S9(04) Comp Value Zeros.
       01 Wmr-ok            Pic  X(01) Value 'N'.
       01 Wmr-why           Pic  X(60) Value Spaces.
       01 Wmr-Tab.
          03 Wmr-Rec        Pic  X(250) Occurs 3000 Times.

      *    Tokenizer work areas - same cut rule as Parms'
      *    Rtr-check-parm: a comma splits options only when no
      *    parenthesis scope is open
       01 Wtok-parm         Pic  X(100).
       01 Wtok-len          Pic S9(06) Comp.
       01 Wtok-depth        Pic S9(06) Comp.
       01 Wtok-start        Pic S9(06) Comp.
       01 Wtok-i            Pic S9(06) Comp.
       01 Wtok-piece-len    Pic S9(06) Comp.
       01 Wtok-cnt          Pic S9(04) Comp.
       01 Wtok-list.
          03 Wtok-item      Pic  X(100) Occurs 50 Times.
       01 Wset-a-cnt        Pic S9(04) Comp.
       01 Wset-a.
          03 Wset-a-item    Pic  X(100) Occurs 50 Times.
       01 Wset-b-cnt        Pic S9(04) Comp.
       01 Wset-b.
          03 Wset-b-item    Pic  X(100) Occurs 50 Times.
       01 Wset-i            Pic S9(04) Comp.
       01 Wset-j            Pic S9(04) Comp.
       01 Wset-hit          Pic  X(01).
       01 Wcmp-differs      Pic  X(01).

       01 Wrpt-detail       Pic  X(100).
       01 Wrpt-num-ed       Pic  ZZZ9.
       01 Wrpt-num-ed2      Pic  ZZZ9.

      *    Parms' single-call area, as Presubmt passes it
       01 Ls-Parms-Area.
          03 Ls-Parms-Len       Pic S9(04) Comp.
          03 Ls-Parms-Text      Pic  X(100).
          03 Ls-Parms-Error     Pic  X(01).
          03 Ls-Parms-Lib-Tag   Pic  X(08).
          03 Ls-Parms-Library   Pic  X(44).
          03 Ls-Parms-Step-Tag  Pic  X(05).
          03 Ls-Parms-Step      Pic  X(08).

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(80).

       Procedure Division Using Ls-Parm-Area.

       Rtr-process             Section.
           Display ' '
           Display '==============================================='
           Display 'PROMOTE - PROC promotion gate TEST to PROD'
           Display '==============================================='

           Move Function Current-Date To Wnow
           Move Spaces To Wprm-acao Wprm-user
           If   Ls-Parm-Len Greater Zero And
                Ls-Parm-Len Not Greater Length Of Ls-Parm-Text
                Unstring Ls-Parm-Text(1 : Ls-Parm-Len)
                         Delimited By ','
                         Into Wprm-acao Wprm-user
                End-unstring
           End-if

           Evaluate Wprm-acao
               When 'GATE    '
                    Perform Rtr-porta
               When 'SIGN    '
                    Perform Rtr-assina
               When 'VERIFY  '
                    Perform Rtr-verifica
               When Other
                    Display 'PROMOTE - Error: PARM must be GATE,userid'
                            ' SIGN,userid or VERIFY'
                    Move 8 To Wrc
           End-evaluate

           Display '==============================================='
           Move Wrc To Return-Code
           Goback.
       Rtr-process-x.          Exit.

      *================================================================*
      *    GATE - clear or hold every member on the list
      *================================================================*
       Rtr-porta               Section.
           If   Wprm-user Equal Spaces
                Display 'PROMOTE - Error: the preparer is required - '
                        'PARM=''GATE,userid'''
                Move 8 To Wrc
                Go To Rtr-porta-x
           End-if

           Perform Rtr-carrega-teste
           If   Wrc Not Equal Zeros
                Go To Rtr-porta-x
           End-if
           Perform Rtr-carrega-producao
           If   Wrc Not Equal Zeros
                Go To Rtr-porta-x
           End-if
           Perform Rtr-carrega-politica
           Call 'Wvrload' Using Wwvr-Tables
           Move Zeros To Wrc
           Perform Rtr-carrega-abertos
           If   Wrc Not Equal Zeros
                Go To Rtr-porta-x
           End-if

           Open Input Prom-List-File
           If   Wlst-status Not Equal '00'
                Display 'PROMOTE - Unable to open PROMLIST - status '
                        Wlst-status
                Move 8 To Wrc
                Go To Rtr-porta-x
           End-if
           Open Output Prom-Report-File
           If   Wrpt-status Not Equal '00'
                Display 'PROMOTE - Unable to open PROMRPT - status '
                        Wrpt-status
                Close Prom-List-File
                Move 8 To Wrc
                Go To Rtr-porta-x
           End-if

           Move Spaces To Wrpt-detail
           String 'PROMOTION GATE TEST TO PROD   ' Wnow(1 : 8) ' '
                  Wnow(9 : 6) '   PREPARED BY ' Wprm-user
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String 'TEST LIBRARY: ' Wtst-lib
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String 'PROD LIBRARY: ' Wprd-lib
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha

           Move 'N' To Weof
           Perform Until Weof Equal 'Y'
               Read Prom-List-File
                   At End
                        Move 'Y' To Weof
                   Not At End
                        Perform Rtr-avalia-membro
               End-read
           End-perform
           Close Prom-List-File

           Perform Rtr-grava-manifesto

           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move Wtot-listed  To Wrpt-num-ed
           String 'MEMBERS LISTED.....: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move Wtot-cleared To Wrpt-num-ed
           String 'ON THE MANIFEST....: ' Wrpt-num-ed
                  '   (PENDING SIGN-OFF)'
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move Wtot-held    To Wrpt-num-ed
           String 'HELD...............: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Close Prom-Report-File

           Display 'PROMOTE - Listed: ' Wtot-listed
                   '  on the manifest: ' Wtot-cleared
                   '  held: ' Wtot-held
           If   Wrc Equal Zeros
                Evaluate True
                    When Wtot-cleared Equal Zeros
                         Move 8 To Wrc
                    When Wtot-held Greater Zeros
                         Move 4 To Wrc
                End-evaluate
           End-if.
       Rtr-porta-x.            Exit.

       Rtr-carrega-teste       Section.
           Open Input Proc-Test-File
           If   Wtst-status Not Equal '00'
                Display 'PROMOTE - Unable to open PROCTEST - status '
                        Wtst-status
                Move 8 To Wrc
                Go To Rtr-carrega-teste-x
           End-if
           Move 'N' To Weof
           Perform Until Weof Equal 'Y'
               Read Proc-Test-File
                   At End
                        Move 'Y' To Weof
                   Not At End
                        If   Wtst-lib Equal Spaces
                             Move Proc2-Library-T To Wtst-lib
                        End-if
                        If   Wtst-Cnt Less 2000
                             Add  1 To Wtst-Cnt
                             Move Proc2-Member-T
                               To Wtst-Member(Wtst-Cnt)
                             Move Proc2-Step-Name-T
                               To Wtst-Step(Wtst-Cnt)
                             Move Proc2-Parm-Value-T
                               To Wtst-Parm(Wtst-Cnt)
                        Else
                             Add  1 To Wtst-Over
                        End-if
               End-read
           End-perform
           Close Proc-Test-File
           If   Wtst-Over Greater Zeros
                Display 'PROMOTE - Error: ' Wtst-Over ' PROCTEST '
                        'steps beyond the 2000-entry table - gate '
                        'not run'
                Move 8 To Wrc
           End-if.
       Rtr-carrega-teste-x.    Exit.

       Rtr-carrega-producao    Section.
           Open Input Proc-Prod-File
           If   Wprd-status Not Equal '00'
                Display 'PROMOTE - Unable to open PROCPROD - status '
                        Wprd-status
                Move 8 To Wrc
                Go To Rtr-carrega-producao-x
           End-if
           Move 'N' To Weof
           Perform Until Weof Equal 'Y'
               Read Proc-Prod-File
                   At End
                        Move 'Y' To Weof
                   Not At End
                        If   Wprd-lib Equal Spaces
                             Move Proc2-Library-P To Wprd-lib
                        End-if
                        If   Wprd-Cnt Less 2000
                             Add  1 To Wprd-Cnt
                             Move Proc2-Member-P
                               To Wprd-Member(Wprd-Cnt)
                             Move Proc2-Step-Name-P
                               To Wprd-Step(Wprd-Cnt)
                             Move Proc2-Parm-Value-P
                               To Wprd-Parm(Wprd-Cnt)
                        Else
                             Add  1 To Wprd-Over
                        End-if
               End-read
           End-perform
           Close Proc-Prod-File
           If   Wprd-Over Greater Zeros
                Display 'PROMOTE - Error: ' Wprd-Over ' PROCPROD '
                        'steps beyond the 2000-entry table - gate '
                        'not run'
                Move 8 To Wrc
           End-if
      *    without the PROD library name Parms would check against
      *    every rule, not PROD's
           If   Wprd-lib Equal Spaces And Wrc Equal Zeros
                Display 'PROMOTE - Error: PROCPROD names no library '
                        '- the production rule set cannot be chosen'
                Move 8 To Wrc
           End-if.
       Rtr-carrega-producao-x. Exit.

       Rtr-carrega-politica    Section.
      *    No SEVPOLCY means the historic severities, as in Parms
           Perform Varying Wsev-Ix From 1 By 1
                     Until Wsev-Ix Greater Wsum-Type-Cnt
               Move Wsev-Dft(Wsev-Ix) To Wsev-Val(Wsev-Ix)
           End-perform
           Open Input Sev-Policy-File
           If   Wsev-status Not Equal '00'
                Go To Rtr-carrega-politica-x
           End-if
           Move 'N' To Weof
           Perform Until Weof Equal 'Y'
               Read Sev-Policy-File
                   At End
                        Move 'Y' To Weof
                   Not At End
                        If   Sevp-Severity Equal 'ERROR' Or 'WARN '
                                              Or 'INFO '
                             Perform Varying Wsev-Ix From 1 By 1
                                       Until Wsev-Ix Greater
                                             Wsum-Type-Cnt
                                 If   Wsum-Type(Wsev-Ix) Equal
                                      Sevp-Check
                                      Move Sevp-Severity
                                        To Wsev-Val(Wsev-Ix)
                                 End-if
                             End-perform
                        End-if
               End-read
           End-perform
           Close Sev-Policy-File.
       Rtr-carrega-politica-x. Exit.

       Rtr-carrega-abertos     Section.
      *    Without the archive nothing can be said about open
      *    findings, and a gate that cannot check does not clear
           Open Input Arch-File
           If   Warch-status Not Equal '00'
                Display 'PROMOTE - Unable to open FNDARCH - status '
                        Warch-status ' - open findings cannot be '
                        'checked, gate not run'
                Move 8 To Wrc
                Go To Rtr-carrega-abertos-x
           End-if
           Move 'N' To Weof
           Perform Until Weof Equal 'Y'
               Read Arch-File
                   At End
                        Move 'Y' To Weof
                   Not At End
                        Add  1 To Wopn-read
                        Perform Rtr-carrega-aberto
               End-read
           End-perform
           Close Arch-File.
       Rtr-carrega-abertos-x.  Exit.

       Rtr-carrega-aberto      Section.
           If   Arch-Program Not Equal 'PARMS   '
                Go To Rtr-carrega-aberto-x
           End-if
           If   Arch-Msg-Id(1 : 3) Not Equal 'PRM' And 'PRC'
                Go To Rtr-carrega-aberto-x
           End-if
           If   Arch-Msg-Id(7 : 1) Not Numeric Or
                Arch-Msg-Id(7 : 1) Equal '0'
                Go To Rtr-carrega-aberto-x
           End-if
           Move Arch-Msg-Id(7 : 1) To Wsev-num
           If   Wsev-Val(Wsev-num) Not Equal 'ERROR'
                Go To Rtr-carrega-aberto-x
           End-if

           Move 'N' To Wwvd-hit
           Perform Varying Wwvd-ix From 1 By 1
                     Until Wwvd-ix Greater Wwvr-Cnt
               If   Wwvr-Program(Wwvd-ix) Equal Arch-Program
               And  Wwvr-Context(Wwvd-ix) Equal Arch-Context
               And  Wwvr-Msg-Id(Wwvd-ix)  Equal Arch-Msg-Id
               And (Wwvr-State(Wwvd-ix)   Equal 'A' Or
                    Wwvr-State(Wwvd-ix)   Equal 'S')
                    Move 'Y' To Wwvd-hit
               End-if
           End-perform
           If   Wwvd-hit Equal 'Y'
                Add  1 To Wopn-waived
                Go To Rtr-carrega-aberto-x
           End-if

           If   Wopn-Cnt Less 500
                Add  1 To Wopn-Cnt
                Move Arch-Context To Wopn-Context(Wopn-Cnt)
                Move Arch-Msg-Id  To Wopn-Msg-Id(Wopn-Cnt)
                Move Arch-Nights  To Wopn-Nights(Wopn-Cnt)
           Else
                Add  1 To Wopn-Over
                If   Wopn-Over Equal 1
                     Display 'PROMOTE - Error: open findings beyond '
                             'the 500-entry table - gate not run'
                     Move 8 To Wrc
                End-if
           End-if.
       Rtr-carrega-aberto-x.   Exit.

       Rtr-avalia-membro       Section.
           If   Prom-List-Card(1 : 1) Equal '*' Or
                Prom-List-Card(1 : 8) Equal Spaces
                Go To Rtr-avalia-membro-x
           End-if
           Move Prom-List-Card(1 : 8) To Wcand

           Move 'N' To Wfound
           Perform Varying Wix From 1 By 1
                     Until Wix Greater Wlisted-Cnt
               If   Wlisted-Member(Wix) Equal Wcand
                    Move 'Y' To Wfound
               End-if
           End-perform
           If   Wfound Equal 'Y'
                Display 'PROMOTE - Member ' Wcand ' listed twice - '
                        'gated once'
                Go To Rtr-avalia-membro-x
           End-if
           If   Wlisted-Cnt Not Less 200
                Display 'PROMOTE - Member ' Wcand ' beyond the '
                        '200-member list - not gated'
                Add  1 To Wtot-held
                Go To Rtr-avalia-membro-x
           End-if
           Add  1 To Wlisted-Cnt Wtot-listed
           Move Wcand To Wlisted-Member(Wlisted-Cnt)

           Move Zeros  To Wcand-steps Wcand-fail Wcand-open
                          Wcand-open-ix Wcand-changed Wcand-new
                          Wcand-removed
           Move Spaces To Wcand-reason Wcand-fail-step
           Move Wmc-Cnt To Wcand-mc-save

           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String 'MEMBER ' Wcand
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha

           Perform Varying Wtst-Ix From 1 By 1
                     Until Wtst-Ix Greater Wtst-Cnt
               If   Wtst-Member(Wtst-Ix) Equal Wcand
                    Add  1 To Wcand-steps
                    Perform Rtr-valida-passo
                    Perform Rtr-compara-passo
               End-if
           End-perform
           If   Wcand-steps Equal Zeros
                Move 'NOT ON THE TEST LIBRARY EXTRACT'
                  To Wcand-reason
                Perform Rtr-segura-membro
                Go To Rtr-avalia-membro-x
           End-if

      *    steps PROD has and TEST no longer does go away with it
           Perform Varying Wprd-Ix From 1 By 1
                     Until Wprd-Ix Greater Wprd-Cnt
               If   Wprd-Member(Wprd-Ix) Equal Wcand
                    Move 'N' To Wfound
                    Perform Varying Wtst-Ix From 1 By 1
                              Until Wtst-Ix Greater Wtst-Cnt
                                 Or Wfound Equal 'Y'
                        If   Wtst-Member(Wtst-Ix) Equal Wcand And
                             Wtst-Step(Wtst-Ix) Equal
                             Wprd-Step(Wprd-Ix)
                             Move 'Y' To Wfound
                        End-if
                    End-perform
                    If   Wfound Equal 'N'
                         Add  1 To Wcand-removed
                         Move Wprd-Step(Wprd-Ix) To Wmc-new-step
                         Move 'REMOVED'          To Wmc-new-kind
                         Move Wprd-Parm(Wprd-Ix) To Wmc-new-prod
                         Move Spaces             To Wmc-new-test
                         Perform Rtr-guarda-mudanca
                         Move Spaces To Wrpt-detail
                         String '   STEP ' Wprd-Step(Wprd-Ix)
                                ' REMOVED   PROD PARM='
                                Wprd-Parm(Wprd-Ix)
                                Delimited By Size Into Wrpt-detail
                         Perform Rtr-escreve-linha
                    End-if
               End-if
           End-perform

           Perform Rtr-confere-abertos

           Evaluate True
               When Wcand-fail Greater Zeros
                    Move Wcand-fail To Wrpt-num-ed
                    String Wrpt-num-ed ' STEP(S) FAIL THE PRODUCTION '
                           'RULE SET - FIRST ' Wcand-fail-step
                           Delimited By Size Into Wcand-reason
                    Perform Rtr-segura-membro
               When Wcand-open Greater Zeros
                    String 'OPEN ERROR FINDING '
                           Wopn-Msg-Id(Wcand-open-ix) ' ON '
                           Wopn-Context(Wcand-open-ix)
                           Delimited By Size Into Wcand-reason
                    Perform Rtr-segura-membro
               When Wmc-Cnt Equal 2000
                    Move 'TOO MANY CHANGES FOR THE MANIFEST'
                      To Wcand-reason
                    Perform Rtr-segura-membro
               When Wmm-Cnt Not Less 200
                    Move 'MANIFEST FULL' To Wcand-reason
                    Perform Rtr-segura-membro
               When Other
                    Perform Rtr-libera-membro
           End-evaluate.
       Rtr-avalia-membro-x.    Exit.

       Rtr-valida-passo        Section.
           Initialize Ls-Parms-Area
           Move Zeros To Ls-Parms-Len
           Inspect Wtst-Parm(Wtst-Ix) Tallying Ls-Parms-Len
                   For Characters Before '  '
           Move Wtst-Parm(Wtst-Ix) To Ls-Parms-Text
           Move 'N'                To Ls-Parms-Error
           Move 'LIBRARY='         To Ls-Parms-Lib-Tag
           Move Wprd-lib           To Ls-Parms-Library
           Move 'STEP='            To Ls-Parms-Step-Tag
           Move Wtst-Step(Wtst-Ix) To Ls-Parms-Step
           Call 'Parms' Using Ls-Parms-Area
           If   Ls-Parms-Error Equal 'Y'
                Add  1 To Wcand-fail
                If   Wcand-fail-step Equal Spaces
                     Move Wtst-Step(Wtst-Ix) To Wcand-fail-step
                End-if
                Move Spaces To Wrpt-detail
                String '   STEP ' Wtst-Step(Wtst-Ix)
                       ' FAILS THE PRODUCTION RULE SET  PARM='
                       Wtst-Parm(Wtst-Ix)
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
           End-if.
       Rtr-valida-passo-x.     Exit.

       Rtr-compara-passo       Section.
           Move 'N' To Wfound
           Perform Varying Wprd-Ix From 1 By 1
                     Until Wprd-Ix Greater Wprd-Cnt
                        Or Wfound Equal 'Y'
               If   Wprd-Member(Wprd-Ix) Equal Wcand And
                    Wprd-Step(Wprd-Ix) Equal Wtst-Step(Wtst-Ix)
                    Move 'Y' To Wfound
               End-if
           End-perform
           If   Wfound Equal 'N'
                Add  1 To Wcand-new
                Move Wtst-Step(Wtst-Ix) To Wmc-new-step
                Move 'NEW'              To Wmc-new-kind
                Move Spaces             To Wmc-new-prod
                Move Wtst-Parm(Wtst-Ix) To Wmc-new-test
                Perform Rtr-guarda-mudanca
                Move Spaces To Wrpt-detail
                String '   STEP ' Wtst-Step(Wtst-Ix)
                       ' NEW       TEST PARM=' Wtst-Parm(Wtst-Ix)
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
                Go To Rtr-compara-passo-x
           End-if
      *    the loop stepped one past the hit
           Subtract 1 From Wprd-Ix
           Perform Rtr-compara-parms
           If   Wcmp-differs Equal 'Y'
                Add  1 To Wcand-changed
                Move Wtst-Step(Wtst-Ix) To Wmc-new-step
                Move 'CHANGED'          To Wmc-new-kind
                Move Wprd-Parm(Wprd-Ix) To Wmc-new-prod
                Move Wtst-Parm(Wtst-Ix) To Wmc-new-test
                Perform Rtr-guarda-mudanca
                Move Spaces To Wrpt-detail
                String '   STEP ' Wtst-Step(Wtst-Ix) ' CHANGED'
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
                Move Spaces To Wrpt-detail
                String '      PROD: ' Wprd-Parm(Wprd-Ix)
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
                Move Spaces To Wrpt-detail
                String '      TEST: ' Wtst-Parm(Wtst-Ix)
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
           End-if.
       Rtr-compara-passo-x.    Exit.

       Rtr-guarda-mudanca      Section.
           If   Wmc-Cnt Less 2000
                Add  1 To Wmc-Cnt
                Move Wcand        To Wmc-Member(Wmc-Cnt)
                Move Wmc-new-step To Wmc-Step(Wmc-Cnt)
                Move Wmc-new-kind To Wmc-Kind(Wmc-Cnt)
                Move Wmc-new-prod To Wmc-Prod(Wmc-Cnt)
                Move Wmc-new-test To Wmc-Test(Wmc-Cnt)
           End-if.
       Rtr-guarda-mudanca-x.   Exit.

       Rtr-confere-abertos     Section.
      *    A finding is the member's when its context is the member
      *    (a source-member finding) or one of the member's steps on
      *    either library - a step name shared with another member
      *    holds both, the way FINDROUT routes it to both owners
           Perform Varying Wopn-Ix From 1 By 1
                     Until Wopn-Ix Greater Wopn-Cnt
               Move 'N' To Wctx-hit
               If   Wopn-Context(Wopn-Ix) Equal Wcand
                    Move 'Y' To Wctx-hit
               End-if
               Perform Varying Wix From 1 By 1
                         Until Wix Greater Wtst-Cnt
                            Or Wctx-hit Equal 'Y'
                   If   Wtst-Member(Wix) Equal Wcand And
                        Wtst-Step(Wix) Equal Wopn-Context(Wopn-Ix)
                        Move 'Y' To Wctx-hit
                   End-if
               End-perform
               Perform Varying Wix From 1 By 1
                         Until Wix Greater Wprd-Cnt
                            Or Wctx-hit Equal 'Y'
                   If   Wprd-Member(Wix) Equal Wcand And
                        Wprd-Step(Wix) Equal Wopn-Context(Wopn-Ix)
                        Move 'Y' To Wctx-hit
                   End-if
               End-perform
               If   Wctx-hit Equal 'Y'
                    Add  1 To Wcand-open
                    If   Wcand-open-ix Equal Zeros
                         Move Wopn-Ix To Wcand-open-ix
                    End-if
                    Move Spaces To Wrpt-detail
                    Move Wopn-Nights(Wopn-Ix) To Wrpt-num-ed2
                    String '   OPEN ERROR FINDING '
                           Wopn-Msg-Id(Wopn-Ix) ' ON '
                           Wopn-Context(Wopn-Ix) ' FOR '
                           Wrpt-num-ed2 ' NIGHT(S)'
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
               End-if
           End-perform.
       Rtr-confere-abertos-x.  Exit.

       Rtr-segura-membro       Section.
      *    held: its staged changes come back off the manifest
           Move Wcand-mc-save To Wmc-Cnt
           Add  1 To Wtot-held
           Move Spaces To Wrpt-detail
           String '   HELD - ' Wcand-reason
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Display 'PROMOTE - Member ' Wcand ' HELD - ' Wcand-reason.
       Rtr-segura-membro-x.    Exit.

       Rtr-libera-membro       Section.
           Add  1 To Wmm-Cnt Wtot-cleared
           Move Wcand         To Wmm-Member(Wmm-Cnt)
           Move Wcand-steps   To Wmm-Steps(Wmm-Cnt)
           Move Wcand-changed To Wmm-Changed(Wmm-Cnt)
           Move Wcand-new     To Wmm-New(Wmm-Cnt)
           Move Wcand-removed To Wmm-Removed(Wmm-Cnt)
           Move Spaces To Wrpt-detail
           If   Wcand-changed + Wcand-new + Wcand-removed
                Equal Zeros
                Move '   ON THE MANIFEST - NO PARM CHANGES'
                  To Wrpt-detail
           Else
                Move '   ON THE MANIFEST' To Wrpt-detail
           End-if
           Perform Rtr-escreve-linha
           Display 'PROMOTE - Member ' Wcand ' on the manifest'.
       Rtr-libera-membro-x.    Exit.

       Rtr-grava-manifesto     Section.
           Open Output Prom-Man-File
           If   Wman-status Not Equal '00'
                Display 'PROMOTE - Unable to open PROMMAN - status '
                        Wman-status ' - no manifest written'
                Move 8 To Wrc
                Go To Rtr-grava-manifesto-x
           End-if
           Move Spaces          To Prom-Record
           Move 'H'             To Prom-Type
           Move Wnow(1 : 8)     To Promh-Date
           Move Wnow(9 : 6)     To Promh-Time
           Move Wprm-user       To Promh-Prepared-By
           Move Wprd-lib        To Promh-Prod-Lib
           Move Wtst-lib        To Promh-Test-Lib
           Move Wmm-Cnt         To Promh-Members
           Move 'PENDING'       To Promh-State
           Write Prom-Man-Record From Prom-Record

           Perform Varying Wmm-Ix From 1 By 1
                     Until Wmm-Ix Greater Wmm-Cnt
               Move Spaces               To Prom-Record
               Move 'M'                  To Prom-Type
               Move Wmm-Member(Wmm-Ix)   To Promm-Member
               Move 'PROMOTE'            To Promm-Verdict
               Move Wmm-Steps(Wmm-Ix)    To Promm-Steps
               Move Wmm-Changed(Wmm-Ix)  To Promm-Changed
               Move Wmm-New(Wmm-Ix)      To Promm-New
               Move Wmm-Removed(Wmm-Ix)  To Promm-Removed
               Write Prom-Man-Record From Prom-Record
               Perform Varying Wmc-Ix From 1 By 1
                         Until Wmc-Ix Greater Wmc-Cnt
                   If   Wmc-Member(Wmc-Ix) Equal Wmm-Member(Wmm-Ix)
                        Move Spaces             To Prom-Record
                        Move 'C'                To Prom-Type
                        Move Wmc-Member(Wmc-Ix) To Promc-Member
                        Move Wmc-Step(Wmc-Ix)   To Promc-Step
                        Move Wmc-Kind(Wmc-Ix)   To Promc-Kind
                        Move Wmc-Prod(Wmc-Ix)   To Promc-Prod-Parm
                        Move Wmc-Test(Wmc-Ix)   To Promc-Test-Parm
                        Write Prom-Man-Record From Prom-Record
                   End-if
               End-perform
           End-perform
           Close Prom-Man-File.
       Rtr-grava-manifesto-x.  Exit.

      *================================================================*
      *    SIGN - the approver's sign-off on a pending manifest
      *================================================================*
       Rtr-assina              Section.
           If   Wprm-user Equal Spaces
                Display 'PROMOTE - Error: the approver is required - '
                        'PARM=''SIGN,userid'''
                Move 8 To Wrc
                Go To Rtr-assina-x
           End-if
           Perform Rtr-le-manifesto
           If   Wmr-ok Not Equal 'Y'
                Display 'PROMOTE - Sign-off refused: ' Wmr-why
                Move 8 To Wrc
                Go To Rtr-assina-x
           End-if
           Move Wmr-Rec(1) To Prom-Record
           If   Promh-State Equal 'APPROVED'
                Display 'PROMOTE - Manifest already approved by '
                        Promh-Approver ' on ' Promh-Appr-Date
                        ' - nothing done'
                Move 4 To Wrc
                Go To Rtr-assina-x
           End-if
           If   Wprm-user Equal Promh-Prepared-By
                Display 'PROMOTE - Sign-off refused: the manifest '
                        'cannot be approved by its preparer '
                        Promh-Prepared-By
                Move 8 To Wrc
                Go To Rtr-assina-x
           End-if

           Move 'APPROVED'  To Promh-State
           Move Wprm-user   To Promh-Approver
           Move Wnow(1 : 8) To Promh-Appr-Date
           Move Wnow(9 : 6) To Promh-Appr-Time
           Move Prom-Record To Wmr-Rec(1)

           Open Output Prom-Man-File
           If   Wman-status Not Equal '00'
                Display 'PROMOTE - Unable to rewrite PROMMAN - status '
                        Wman-status ' - sign-off not recorded'
                Move 8 To Wrc
                Go To Rtr-assina-x
           End-if
           Perform Varying Wmr-Ix From 1 By 1
                     Until Wmr-Ix Greater Wmr-Cnt
               Write Prom-Man-Record From Wmr-Rec(Wmr-Ix)
           End-perform
           Close Prom-Man-File
           Display 'PROMOTE - Manifest of ' Wmr-Members
                   ' members approved by ' Wprm-user
           Move Zeros To Wrc.
       Rtr-assina-x.           Exit.

      *================================================================*
      *    VERIFY - does the manifest count as approved
      *================================================================*
       Rtr-verifica            Section.
           Perform Rtr-le-manifesto
           If   Wmr-ok Not Equal 'Y'
                Display 'PROMOTE - Manifest NOT approved: ' Wmr-why
                Move 8 To Wrc
                Go To Rtr-verifica-x
           End-if
           Move Wmr-Rec(1) To Prom-Record
           If   Promh-State Not Equal 'APPROVED' Or
                Promh-Approver Equal Spaces Or
                Promh-Approver Equal Promh-Prepared-By
                Display 'PROMOTE - Manifest NOT approved: no '
                        'sign-off recorded (state ' Promh-State ')'
                Move 8 To Wrc
                Go To Rtr-verifica-x
           End-if
           Display 'PROMOTE - Manifest of ' Promh-Date ' prepared '
                   'by ' Promh-Prepared-By ' approved by '
                   Promh-Approver ' on ' Promh-Appr-Date
           Display 'PROMOTE - ' Wmr-Members ' members cleared for '
                   'promotion'
           Move Zeros To Wrc.
       Rtr-verifica-x.         Exit.

       Rtr-le-manifesto        Section.
      *    Reads the manifest back whole and checks it is intact: a
      *    header first, as many member records as the header says
      *    and at least one
           Move 'N'    To Wmr-ok
           Move Spaces To Wmr-why
           Move Zeros  To Wmr-Cnt Wmr-Over Wmr-Members
           Open Input Prom-Man-File
           If   Wman-status Not Equal '00'
                String 'PROMMAN will not open - status ' Wman-status
                       Delimited By Size Into Wmr-why
                Go To Rtr-le-manifesto-x
           End-if
           Move 'N' To Weof
           Perform Until Weof Equal 'Y'
               Read Prom-Man-File Into Prom-Record
                   At End
                        Move 'Y' To Weof
                   Not At End
                        If   Wmr-Cnt Less 3000
                             Add  1 To Wmr-Cnt
                             Move Prom-Record To Wmr-Rec(Wmr-Cnt)
                        Else
                             Add  1 To Wmr-Over
                        End-if
                        If   Prom-Type Equal 'M'
                             Add  1 To Wmr-Members
                        End-if
               End-read
           End-perform
           Close Prom-Man-File

           If   Wmr-Over Greater Zeros
                Move 'manifest longer than 3000 records'
                  To Wmr-why
                Go To Rtr-le-manifesto-x
           End-if
           If   Wmr-Cnt Equal Zeros
                Move 'manifest is empty' To Wmr-why
                Go To Rtr-le-manifesto-x
           End-if
           Move Wmr-Rec(1) To Prom-Record
           If   Prom-Type Not Equal 'H'
                Move 'manifest has no header' To Wmr-why
                Go To Rtr-le-manifesto-x
           End-if
           If   Promh-Members Not Numeric Or
                Promh-Members Not Equal Wmr-Members
                Move 'member count does not match the header'
                  To Wmr-why
                Go To Rtr-le-manifesto-x
           End-if
           If   Wmr-Members Equal Zeros
                Move 'no member cleared for promotion' To Wmr-why
                Go To Rtr-le-manifesto-x
           End-if
           Move 'Y' To Wmr-ok.
       Rtr-le-manifesto-x.     Exit.

       Rtr-escreve-linha       Section.
           Move Wrpt-detail  To Prom-Report-Record
           Write Prom-Report-Record.
       Rtr-escreve-linha-x.    Exit.

       Rtr-compara-parms       Section.
      *    Two PARMs are the same when each side's option set is
      *    contained in the other and the option counts agree - a
      *    reorder passes, a changed sub-list or a dropped/added
      *    option does not
           Move 'N'          To Wcmp-differs

           Move Wprd-Parm(Wprd-Ix) To Wtok-parm
           Perform Rtr-tokeniza-parm
           Move Wtok-cnt     To Wset-a-cnt
           Move Wtok-list    To Wset-a

           Move Wtst-Parm(Wtst-Ix) To Wtok-parm
           Perform Rtr-tokeniza-parm
           Move Wtok-cnt     To Wset-b-cnt
           Move Wtok-list    To Wset-b

           If   Wset-a-cnt Not Equal Wset-b-cnt
                Move 'Y' To Wcmp-differs
           Else
                Perform Varying Wset-i From 1 By 1
                          Until Wset-i Greater Wset-a-cnt
                    Move 'N' To Wset-hit
                    Perform Varying Wset-j From 1 By 1
                              Until Wset-j Greater Wset-b-cnt
                        If   Wset-a-item(Wset-i) Equal
                             Wset-b-item(Wset-j)
                             Move 'Y' To Wset-hit
                        End-if
                    End-perform
                    If   Wset-hit Equal 'N'
                         Move 'Y' To Wcmp-differs
                    End-if
                End-perform
                Perform Varying Wset-j From 1 By 1
                          Until Wset-j Greater Wset-b-cnt
                    Move 'N' To Wset-hit
                    Perform Varying Wset-i From 1 By 1
                              Until Wset-i Greater Wset-a-cnt
                        If   Wset-a-item(Wset-i) Equal
                             Wset-b-item(Wset-j)
                             Move 'Y' To Wset-hit
                        End-if
                    End-perform
                    If   Wset-hit Equal 'N'
                         Move 'Y' To Wcmp-differs
                    End-if
                End-perform
           End-if.
       Rtr-compara-parms-x.    Exit.

       Rtr-tokeniza-parm       Section.
           Initialize Wtok-list
           Move Zeros        To Wtok-cnt Wtok-len Wtok-depth
           Inspect Wtok-parm Tallying Wtok-len
                   For Characters Before '  '
           If   Wtok-len Greater Length Of Wtok-parm
                Move Length Of Wtok-parm To Wtok-len
           End-if
           Move 1            To Wtok-start
           Perform Varying Wtok-i From 1 By 1
                     Until Wtok-i Greater Wtok-len
               Evaluate Wtok-parm(Wtok-i : 1)
                   When '('
                        Add      1    To Wtok-depth
                   When ')'
                        Subtract 1  From Wtok-depth
                   When ','
                        If   Wtok-depth Equal Zeros
                             Compute Wtok-piece-len =
                                     Wtok-i - Wtok-start
                             Perform Rtr-tokeniza-corta
                             Compute Wtok-start = Wtok-i + 1
                        End-if
               End-evaluate
           End-perform
           Compute Wtok-piece-len = Wtok-len - Wtok-start + 1
           Perform Rtr-tokeniza-corta.
       Rtr-tokeniza-parm-x.    Exit.

       Rtr-tokeniza-corta      Section.
           If   Wtok-piece-len Greater Zeros And
                Wtok-cnt Less 50
                Add  1 To Wtok-cnt
                Move Wtok-parm(Wtok-start : Wtok-piece-len)
                  To Wtok-item(Wtok-cnt)
           End-if.
       Rtr-tokeniza-corta-x.   Exit.

       End Program Promote.
