      *    one page on SHIFTRPT with one overall attention flag.
      *    The individual reports (CMDRPT, CEERPT, PTRSTATS) stay;
      *    this is what gets read at handover.
      *    Findings under a waiver in force (WAIVERS, see Wvrload)
      *    are counted on a line of their own and stay out of the
      *    open count and the attention flag; waivers due to lapse
      *    within 14 days are listed so the next shift sees them
      *    coming.
      *    PARM='YYYYMMDDHHMM,YYYYMMDDHHMM' bounds the shift; empty
      *    covers everything on the logs. Return code 4 when the
      *    attention flag trips, so handover can be gated - and
      *    the tripped flag is raised on the ALERTS feed (Alertput).
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Shiftrpt.
       File Section.
       FD  Cmd-Log-File
           Recording Mode Is F
           Record Contains 151 Characters.
           Copy CPYCLOG.

       FD  Finding-File
       01 Wsh-to            Pic  X(12) Value Spaces.
       01 Wsh-now           Pic  X(21) Value Spaces.
       01 Wsh-attention     Pic  X(01) Value 'N'.
       01 Wsh-rc            Pic S9(04) Comp Value Zeros.
       01 Wrpt-detail       Pic  X(100).
       01 Wsh-Ix            Pic S9(04) Comp.
       01 Wsh-Hit           Pic S9(04) Comp.
          03 Wfnd-Entry     Occurs 30 Times.
             05 Wfnd-Prog   Pic  X(08).
             05 Wfnd-Count  Pic  9(06).
       01 Wfnd-waived       Pic  9(06) Value Zeros.
       01 Wwvr-soon-cnt     Pic  9(04) Value Zeros.
       01 Wwvr-warn-ed      Pic  Z9.
       01 Wwvr-Ix           Pic S9(04) Comp.
       01 Wwvr-Hit          Pic S9(04) Comp.

           Copy CPYWVRT.

       01 Wcee-total        Pic  9(06) Value Zeros.
       01 Wcee-last-cond    Pic  X(08) Value Spaces.
       01 Wsta-removed      Pic  9(08) Value Zeros.
       01 Wsta-last-rem     Pic  9(06) Value Zeros.

      *    Alert area (Alertput)
       01 Walrt-area.
          03 Walrt-source   Pic  X(08) Value 'SHIFTRPT'.
          03 Walrt-severity Pic  X(05) Value 'WARN '.
          03 Walrt-key      Pic  X(20) Value 'SHIFT ATTENTION'.
          03 Walrt-text     Pic  X(60) Value Spaces.
          03 Walrt-report   Pic  X(08) Value 'SHIFTRPT'.
          03 Walrt-rc       Pic S9(04) Comp Value Zeros.

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
           Perform Rtr-escreve-capa

           If   Wsh-attention Equal 'Y'
                If   Wsh-rc Equal Zeros
                     Move 4 To Wsh-rc
                End-if
                Perform Rtr-grava-alerta
           End-if
      *    Alertput sets a return code of its own, so the run's is
      *    only moved in here, after the alert is written
           Move Wsh-rc To Return-Code
           Display '==============================================='
           Goback.
       Rtr-process-x.          Exit.
      *    the flat FINDINGS dataset has no timestamp column - it
      *    holds the current cycle because FINDARCH rolls it every
      *    night, so everything on it belongs to this turnover
           Call 'Wvrload' Using Wwvr-Tables
           Move 'N' To Wsh-eof
           Open Input Finding-File
           If   Wfind-status Not Equal '00'
                   At End
                        Move 'Y' To Wsh-eof
                   Not At End
                        Perform Rtr-procura-waiver
                        If   Wwvr-Hit Greater Zeros
                             Add  1 To Wfnd-waived
                        Else
                             Perform Rtr-conta-achado
                        End-if
               End-read
           End-perform
           Close Finding-File.
       Rtr-soma-achados-x.     Exit.

       Rtr-conta-achado        Section.
           Add  1 To Wfnd-total
           Move 0 To Wsh-Hit
           Perform Varying Wsh-Ix From 1 By 1
                     Until Wsh-Ix Greater Wfnd-Cnt
               If   Wfnd-Prog(Wsh-Ix) Equal Find-Program
                    Move Wsh-Ix To Wsh-Hit
               End-if
           End-perform
           If   Wsh-Hit Equal 0 And Wfnd-Cnt Less 30
                Add  1 To Wfnd-Cnt
                Move Wfnd-Cnt To Wsh-Hit
                Move Find-Program To Wfnd-Prog(Wsh-Hit)
                Move Zeros To Wfnd-Count(Wsh-Hit)
           End-if
           If   Wsh-Hit Greater 0
                Add  1 To Wfnd-Count(Wsh-Hit)
           End-if.
       Rtr-conta-achado-x.     Exit.

       Rtr-procura-waiver      Section.
      *    the FINDARCH key - program, context, message id - and
      *    only a waiver in force today waives
           Move Zeros To Wwvr-Hit
           Perform Varying Wwvr-Ix From 1 By 1
                     Until Wwvr-Ix Greater Wwvr-Cnt
               If   Wwvr-Program(Wwvr-Ix) Equal Find-Program
               And  Wwvr-Context(Wwvr-Ix) Equal Find-Context
               And  Wwvr-Msg-Id(Wwvr-Ix)  Equal Find-Msg-Id
               And (Wwvr-State(Wwvr-Ix)   Equal 'A' Or
                    Wwvr-State(Wwvr-Ix)   Equal 'S')
                    Move Wwvr-Ix To Wwvr-Hit
               End-if
           End-perform.
       Rtr-procura-waiver-x.   Exit.

       Rtr-soma-condicoes      Section.
           Move 'N' To Wsh-eof
           Open Input Cee-Err-File
           If   Wrpt-status Not Equal '00'
                Display 'SHIFTRPT - Unable to open SHIFTRPT - '
                        'status ' Wrpt-status
                Move 8 To Wsh-rc
                Go To Rtr-escreve-capa-x
           End-if

                Move 'Y' To Wsh-attention
           End-if

           Move Spaces To Wrpt-detail
           String 'WAIVED FINDINGS: ' Wfnd-waived
                  '  (accepted - not in the open count)'
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Zeros To Wwvr-soon-cnt
           Perform Varying Wwvr-Ix From 1 By 1
                     Until Wwvr-Ix Greater Wwvr-Cnt
               If   Wwvr-State(Wwvr-Ix) Equal 'S'
                    Add  1 To Wwvr-soon-cnt
               End-if
           End-perform
           Move Wwvr-Warn-Days To Wwvr-warn-ed
           Move Spaces To Wrpt-detail
           String 'WAIVERS EXPIRING WITHIN ' Wwvr-warn-ed
                  ' DAYS: ' Wwvr-soon-cnt
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Perform Varying Wwvr-Ix From 1 By 1
                     Until Wwvr-Ix Greater Wwvr-Cnt
               If   Wwvr-State(Wwvr-Ix) Equal 'S'
                    Move Spaces To Wrpt-detail
                    String '   ' Wwvr-Program(Wwvr-Ix)
                           ' ' Wwvr-Context(Wwvr-Ix)
                           ' ' Wwvr-Msg-Id(Wwvr-Ix)
                           ' EXPIRES ' Wwvr-Expiry(Wwvr-Ix)
                           ' TICKET ' Wwvr-Ticket(Wwvr-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
               End-if
           End-perform

           Move Spaces To Wrpt-detail
           If   Wcee-total Greater Zeros
                String 'LE CONDITIONS: ' Wcee-total
           Write Shift-Report-Record.
       Rtr-escreve-linha-x.    Exit.

       Rtr-grava-alerta        Section.
           Move Spaces To Walrt-text
           String 'Attention: fail ' Wcmd-fail
                  ' deny ' Wcmd-deny ' findings ' Wfnd-total
                  ' LE ' Wcee-total
                  Delimited By Size Into Walrt-text
           Call 'Alertput' Using Walrt-area.
       Rtr-grava-alerta-x.     Exit.

       End Program Shiftrpt.
