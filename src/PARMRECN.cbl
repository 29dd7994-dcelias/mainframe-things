      *----------------------------------------------------------------*
      *    Reconciles the PARM change journal (PARMJHST, written by
      *    Parmjrnl) against the approved change tickets (CHGTICK,
      *    see CPYTICK): the journal says when a step's PARM changed
      *    and from what, the tickets say who was allowed to change
      *    it and when. Every journaled change is matched to a
      *    ticket whose scope - library, member and step - takes the
      *    step in and whose window covers the change date. The
      *    report (RECNRPT) lists
      *      - unauthorised changes: no ticket's scope takes the
      *        step in at all;
      *      - changes made outside the window of the ticket whose
      *        scope does take them in (the first such ticket);
      *      - tickets whose window has ended with no change made
      *        under them;
      *      - tickets that cannot be used (no member or step named,
      *        a window that is not two dates in order).
      *    Both kinds of uncovered change also go to FINDINGS
      *    (PJR0001 unauthorised, PJR0002 outside the window, the
      *    step as context) so they roll through FINDARCH like any
      *    other open problem - and stay open, night after night,
      *    until a ticket covering the change is registered.
      *    PARM='FROM=yyyymmdd,TO=yyyymmdd' limits the changes
      *    reconciled, and the ended tickets listed, to that range;
      *    a ticket counts as used by any covered change on the
      *    journal whatever the range.
      *    Return code: 0 every change covered, 4 something to
      *    report, 8 the journal, the tickets or the report would
      *    not open.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Parmrecn.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Ticket-File Assign To Chgtick
                  Organization Is Sequential
                  File Status Is Wtck-status.
           Select Parm-Jrnl-File Assign To Parmjhst
                  Organization Is Sequential
                  File Status Is Wjhst-status.
           Select Finding-File Assign To Findings
                  Organization Is Sequential
                  File Status Is Wfind-status.
           Select Recn-Report-File Assign To Recnrpt
                  Organization Is Sequential
                  File Status Is Wrpt-status.
       Data Division.
       File Section.
       FD  Ticket-File
           Recording Mode Is F
           Record Contains 102 Characters.
           Copy CPYTICK.

       FD  Parm-Jrnl-File
           Recording Mode Is F
           Record Contains 273 Characters.
           Copy CPYPJRN.

       FD  Finding-File
           Recording Mode Is F
           Record Contains 71 Characters.
           Copy CPYFIND.

       FD  Recn-Report-File
           Recording Mode Is F
           Record Contains 100 Characters.
       01  Recn-Report-Record    Pic  X(100).

       Working-storage Section.
       01 Wtck-status       Pic  X(02) Value '00'.
       01 Wjhst-status      Pic  X(02) Value '00'.
       01 Wfind-status      Pic  X(02) Value '00'.
       01 Wrpt-status       Pic  X(02) Value '00'.
       01 Weof              Pic  X(01) Value 'N'.
       01 Wrc               Pic S9(04) Comp Value Zeros.
       01 Wnow              Pic  X(21) Value Spaces.
       01 Wtoday            Pic  X(08) Value Spaces.
       01 Wqry-from         Pic  X(08) Value Low-values.
       01 Wqry-to           Pic  X(08) Value High-values.

      *    Tickets in storage with what the journal made of them:
      *    Wtck-Used 'Y' a change fell inside the window, 'O' only
      *    changes outside it, 'N' none
       01 Wtck-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wtck-Over         Pic S9(04) Comp Value Zeros.
       01 Wtck-Bad          Pic S9(04) Comp Value Zeros.
       01 Wtck-Ix           Pic S9(04) Comp.
       01 Wtck-Tab.
          03 Wtck-Entry     Occurs 500 Times.
             05 Wtck-Number Pic  X(12).
             05 Wtck-Library
                            Pic  X(44).
             05 Wtck-Member Pic  X(08).
             05 Wtck-Step   Pic  X(08).
             05 Wtck-From   Pic  X(08).
             05 Wtck-To     Pic  X(08).
             05 Wtck-Requester
                            Pic  X(08).
             05 Wtck-Used   Pic  X(01).

      *    Uncovered changes, held for the report sections: kind 'U'
      *    unauthorised, 'O' outside the window of ticket Wexc-Tick
       01 Wexc-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wexc-Over         Pic S9(06) Comp Value Zeros.
       01 Wexc-Ix           Pic S9(04) Comp.
       01 Wexc-Tab.
          03 Wexc-Entry     Occurs 1000 Times.
             05 Wexc-Kind   Pic  X(01).
             05 Wexc-Date   Pic  X(08).
             05 Wexc-Step   Pic  X(08).
             05 Wexc-Member Pic  X(08).
             05 Wexc-Library
                            Pic  X(44).
             05 Wexc-Old    Pic  X(100).
             05 Wexc-New    Pic  X(100).
             05 Wexc-Tick   Pic S9(04) Comp.

       01 Wchg-covered      Pic  X(01).
       01 Wchg-scope-tick   Pic S9(04) Comp.
       01 Wscope-hit        Pic  X(01).

      *    pattern match: Wpat-pattern against Wpat-value, -1 in
      *    Wpat-len for no match - blank, exact or a prefix ending
      *    in '*', the way Findrout matches OWNERS
       01 Wpat-pattern      Pic  X(44).
       01 Wpat-value        Pic  X(44).
       01 Wpat-len          Pic S9(04) Comp.
       01 Wpat-stars        Pic S9(04) Comp.

       01 Wtot-read         Pic S9(06) Comp Value Zeros.
       01 Wtot-in-range     Pic S9(06) Comp Value Zeros.
       01 Wtot-covered      Pic S9(06) Comp Value Zeros.
       01 Wtot-unauth       Pic S9(06) Comp Value Zeros.
       01 Wtot-outside      Pic S9(06) Comp Value Zeros.
       01 Wtot-ended        Pic S9(06) Comp Value Zeros.
       01 Wtot-found        Pic S9(06) Comp Value Zeros.

       01 Wfind-open        Pic  X(01) Value 'N'.
       01 Wlock-area.
          03 Wlock-resource     Pic  X(08) Value Spaces.
          03 Wlock-action       Pic  X(05) Value Spaces.
          03 Wlock-job          Pic  X(08) Value Spaces.
          03 Wlock-holder       Pic  X(08) Value Spaces.
          03 Wlock-since        Pic  X(21) Value Spaces.
          03 Wlock-rc           Pic S9(04) Comp Value Zeros.

       01 Wrpt-detail       Pic  X(100).
       01 Wrpt-num-ed       Pic  ZZZZZ9.

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(30).

       Procedure Division Using Ls-Parm-Area.

       Rtr-process             Section.
           Display ' '
           Display '-----------------------------------------------'
           Display 'PARMRECN - PARM changes against change tickets'
           Display '-----------------------------------------------'

           Move Function Current-Date To Wnow
           Move Wnow(1 : 8) To Wtoday
           If   Ls-Parm-Len Not Less 25 And
                Ls-Parm-Text(1 : 5) Equal 'FROM=' And
                Ls-Parm-Text(14 : 4) Equal ',TO='
                Move Ls-Parm-Text(6 : 8)  To Wqry-from
                Move Ls-Parm-Text(18 : 8) To Wqry-to
                Display 'PARMRECN - Changes from ' Wqry-from
                        ' to ' Wqry-to
           End-if

           Perform Rtr-carrega-tickets
           If   Wrc Equal Zeros
                Perform Rtr-concilia-jornal
           End-if
           If   Wrc Equal Zeros
                Perform Rtr-emite-relatorio
           End-if

           Display '-----------------------------------------------'
           Move Wrc To Return-Code
           Goback.
       Rtr-process-x.          Exit.

       Rtr-carrega-tickets     Section.
           Open Input Ticket-File
           If   Wtck-status Not Equal '00'
                Display 'PARMRECN - Unable to open CHGTICK - status '
                        Wtck-status ' - nothing reconciled'
                Move 8 To Wrc
                Go To Rtr-carrega-tickets-x
           End-if
           Move 'N' To Weof
           Perform Until Weof Equal 'Y'
               Read Ticket-File
                   At End
                        Move 'Y' To Weof
                   Not At End
                        Perform Rtr-carrega-ticket
               End-read
           End-perform
           Close Ticket-File
           If   Wtck-Over Greater Zeros
                Display 'PARMRECN - Error: ' Wtck-Over ' tickets '
                        'beyond the 500-entry table - nothing '
                        'reconciled'
                Move 8 To Wrc
           End-if.
       Rtr-carrega-tickets-x.  Exit.

       Rtr-carrega-ticket      Section.
      *    a ticket that cannot cover anything is kept for the
      *    report but marked 'X' so no change matches it
           If   Wtck-Cnt Not Less 500
                Add  1 To Wtck-Over
                Go To Rtr-carrega-ticket-x
           End-if
           Add  1 To Wtck-Cnt
           Move Tick-Number    To Wtck-Number(Wtck-Cnt)
           Move Tick-Library   To Wtck-Library(Wtck-Cnt)
           Move Tick-Member    To Wtck-Member(Wtck-Cnt)
           Move Tick-Step      To Wtck-Step(Wtck-Cnt)
           Move Tick-From      To Wtck-From(Wtck-Cnt)
           Move Tick-To        To Wtck-To(Wtck-Cnt)
           Move Tick-Requester To Wtck-Requester(Wtck-Cnt)
           Move 'N'            To Wtck-Used(Wtck-Cnt)
           If  (Tick-Member Equal Spaces And Tick-Step Equal Spaces)
           Or   Tick-From Not Numeric Or Tick-To Not Numeric
           Or   Tick-From Greater Tick-To
                Move 'X' To Wtck-Used(Wtck-Cnt)
                Add  1 To Wtck-Bad
           End-if.
       Rtr-carrega-ticket-x.   Exit.

       Rtr-concilia-jornal     Section.
           Open Input Parm-Jrnl-File
           If   Wjhst-status Not Equal '00'
                Display 'PARMRECN - Unable to open PARMJHST - status '
                        Wjhst-status ' - nothing reconciled'
                Move 8 To Wrc
                Go To Rtr-concilia-jornal-x
           End-if
           Move 'N' To Weof
           Perform Until Weof Equal 'Y'
               Read Parm-Jrnl-File
                   At End
                        Move 'Y' To Weof
                   Not At End
                        Add  1 To Wtot-read
                        Perform Rtr-concilia-mudanca
               End-read
           End-perform
           Close Parm-Jrnl-File
           Perform Rtr-fecha-findings
           If   Wexc-Over Greater Zeros
                Display 'PARMRECN - Warning: ' Wexc-Over
                        ' uncovered changes beyond the 1000-entry '
                        'table are in FINDINGS but not on the report'
           End-if.
       Rtr-concilia-jornal-x.  Exit.

       Rtr-concilia-mudanca    Section.
      *    every covering ticket is marked used; the first ticket
      *    whose scope takes the step in is the one an uncovered
      *    change is reported against
           Move 'N'   To Wchg-covered
           Move Zeros To Wchg-scope-tick
           Perform Varying Wtck-Ix From 1 By 1
                     Until Wtck-Ix Greater Wtck-Cnt
               If   Wtck-Used(Wtck-Ix) Not Equal 'X'
                    Perform Rtr-confere-escopo
                    If   Wscope-hit Equal 'Y'
                         If   Jhst-Date Not Less Wtck-From(Wtck-Ix)
                         And  Jhst-Date Not Greater Wtck-To(Wtck-Ix)
                              Move 'Y' To Wchg-covered
                              Move 'Y' To Wtck-Used(Wtck-Ix)
                         Else
                              If   Wchg-scope-tick Equal Zeros
                                   Move Wtck-Ix To Wchg-scope-tick
                              End-if
                         End-if
                    End-if
               End-if
           End-perform

           If   Jhst-Date Less Wqry-from Or
                Jhst-Date Greater Wqry-to
                Go To Rtr-concilia-mudanca-x
           End-if
           Add  1 To Wtot-in-range
           If   Wchg-covered Equal 'Y'
                Add  1 To Wtot-covered
                Go To Rtr-concilia-mudanca-x
           End-if

           Move Spaces To Finding-Record
           Move 'ERROR'    To Find-Severity
           Move 'PARMRECN' To Find-Program
           Move Jhst-Step  To Find-Context
           Move Zeros      To Find-Column
           If   Wchg-scope-tick Equal Zeros
                Add  1 To Wtot-unauth
                Move 'PJR0001' To Find-Msg-Id
                String Jhst-Date ' ' Jhst-Member ' NO TICKET'
                       Delimited By Size Into Find-Token
           Else
                Add  1 To Wtot-outside
                If   Wtck-Used(Wchg-scope-tick) Equal 'N'
                     Move 'O' To Wtck-Used(Wchg-scope-tick)
                End-if
                Move 'PJR0002' To Find-Msg-Id
                String Jhst-Date ' OUTSIDE '
                       Wtck-Number(Wchg-scope-tick)
                       Delimited By Size Into Find-Token
           End-if
           Perform Rtr-grava-finding

           If   Wexc-Cnt Less 1000
                Add  1 To Wexc-Cnt
                If   Wchg-scope-tick Equal Zeros
                     Move 'U' To Wexc-Kind(Wexc-Cnt)
                Else
                     Move 'O' To Wexc-Kind(Wexc-Cnt)
                End-if
                Move Jhst-Date       To Wexc-Date(Wexc-Cnt)
                Move Jhst-Step       To Wexc-Step(Wexc-Cnt)
                Move Jhst-Member     To Wexc-Member(Wexc-Cnt)
                Move Jhst-Library    To Wexc-Library(Wexc-Cnt)
                Move Jhst-Old-Parm   To Wexc-Old(Wexc-Cnt)
                Move Jhst-New-Parm   To Wexc-New(Wexc-Cnt)
                Move Wchg-scope-tick To Wexc-Tick(Wexc-Cnt)
           Else
                Add  1 To Wexc-Over
           End-if.
       Rtr-concilia-mudanca-x. Exit.

       Rtr-confere-escopo      Section.
      *    library, member and step must each match; a blank on the
      *    ticket takes anything, a blank on the journal (a record
      *    from the narrow layout) matches only a blank
           Move 'N' To Wscope-hit
           Move Wtck-Library(Wtck-Ix) To Wpat-pattern
           Move Jhst-Library          To Wpat-value
           Perform Rtr-compara-padrao
           If   Wpat-len Less Zeros
                Go To Rtr-confere-escopo-x
           End-if
           Move Wtck-Member(Wtck-Ix)  To Wpat-pattern
           Move Jhst-Member           To Wpat-value
           Perform Rtr-compara-padrao
           If   Wpat-len Less Zeros
                Go To Rtr-confere-escopo-x
           End-if
           Move Wtck-Step(Wtck-Ix)    To Wpat-pattern
           Move Jhst-Step             To Wpat-value
           Perform Rtr-compara-padrao
           If   Wpat-len Less Zeros
                Go To Rtr-confere-escopo-x
           End-if
           Move 'Y' To Wscope-hit.
       Rtr-confere-escopo-x.   Exit.

       Rtr-compara-padrao      Section.
           Move -1    To Wpat-len
           Move Zeros To Wpat-stars
           Inspect Wpat-pattern Tallying Wpat-stars For All '*'
           If   Wpat-pattern Equal Spaces
                Move Zeros To Wpat-len
                Go To Rtr-compara-padrao-x
           End-if
           If   Wpat-value Equal Spaces
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

       Rtr-grava-finding       Section.
      *    FINDINGS is claimed once and stays open for the run - the
      *    batch-scan lesson; a locked or unavailable dataset costs
      *    the findings, not the report
           If   Wfind-open Equal 'N'
                Move 'FINDINGS' To Wlock-resource
                Move 'CLAIM'    To Wlock-action
                Move 'PARMRECN' To Wlock-job
                Call 'Runlock' Using Wlock-area
                If   Wlock-rc Not Equal Zeros
                     Display 'PARMRECN - Warning: FINDINGS is being '
                             'rolled - findings not recorded'
                     Move 'X' To Wfind-open
                Else
                     Open Extend Finding-File
                     If   Wfind-status Equal '35'
                          Open Output Finding-File
                     End-if
                     If   Wfind-status Not Equal '00'
                          Display 'PARMRECN - Warning: FINDINGS '
                                  'unavailable - status ' Wfind-status
                          Move 'FREE ' To Wlock-action
                          Call 'Runlock' Using Wlock-area
                          Move 'X' To Wfind-open
                     Else
                          Move 'Y' To Wfind-open
                     End-if
                End-if
           End-if
           If   Wfind-open Equal 'Y'
                Write Finding-Record
                Add  1 To Wtot-found
           End-if.
       Rtr-grava-finding-x.    Exit.

       Rtr-fecha-findings      Section.
           If   Wfind-open Equal 'Y'
                Close Finding-File
                Move 'FREE ' To Wlock-action
                Call 'Runlock' Using Wlock-area
           End-if
           Move 'N' To Wfind-open.
       Rtr-fecha-findings-x.   Exit.

       Rtr-emite-relatorio     Section.
           Open Output Recn-Report-File
           If   Wrpt-status Not Equal '00'
                Display 'PARMRECN - Unable to open RECNRPT - status '
                        Wrpt-status
                Move 8 To Wrc
                Go To Rtr-emite-relatorio-x
           End-if
           Move Spaces To Wrpt-detail
           String 'PARM CHANGES AGAINST CHANGE TICKETS   '
                  Wnow(1 : 8) ' ' Wnow(9 : 6)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           If   Wqry-from Not Equal Low-values
                Move Spaces To Wrpt-detail
                String 'CHANGES FROM ' Wqry-from ' TO ' Wqry-to
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
           End-if

           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move 'UNAUTHORISED CHANGES - NO TICKET COVERS THE STEP'
             To Wrpt-detail
           Perform Rtr-escreve-linha
           Perform Varying Wexc-Ix From 1 By 1
                     Until Wexc-Ix Greater Wexc-Cnt
               If   Wexc-Kind(Wexc-Ix) Equal 'U'
                    Perform Rtr-lista-mudanca
               End-if
           End-perform
           If   Wtot-unauth Equal Zeros
                Move '   (none)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if

           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move 'CHANGES MADE OUTSIDE THEIR TICKET''S WINDOW'
             To Wrpt-detail
           Perform Rtr-escreve-linha
           Perform Varying Wexc-Ix From 1 By 1
                     Until Wexc-Ix Greater Wexc-Cnt
               If   Wexc-Kind(Wexc-Ix) Equal 'O'
                    Perform Rtr-lista-mudanca
                    Move Wexc-Tick(Wexc-Ix) To Wtck-Ix
                    Move Spaces To Wrpt-detail
                    String '      TICKET ' Wtck-Number(Wtck-Ix)
                           ' WINDOW ' Wtck-From(Wtck-Ix) '-'
                           Wtck-To(Wtck-Ix) ' REQUESTER '
                           Wtck-Requester(Wtck-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
               End-if
           End-perform
           If   Wtot-outside Equal Zeros
                Move '   (none)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if

           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move 'TICKETS EXPIRED WITH NO CHANGE MADE' To Wrpt-detail
           Perform Rtr-escreve-linha
           Perform Varying Wtck-Ix From 1 By 1
                     Until Wtck-Ix Greater Wtck-Cnt
               If  (Wtck-Used(Wtck-Ix) Equal 'N' Or 'O')
               And  Wtck-To(Wtck-Ix) Less Wtoday
               And  Wtck-To(Wtck-Ix) Not Less Wqry-from
               And  Wtck-To(Wtck-Ix) Not Greater Wqry-to
                    Add  1 To Wtot-ended
                    Perform Rtr-lista-ticket
                    If   Wtck-Used(Wtck-Ix) Equal 'O'
                         Move '      (changes made, all outside it)'
                           To Wrpt-detail
                         Perform Rtr-escreve-linha
                    End-if
               End-if
           End-perform
           If   Wtot-ended Equal Zeros
                Move '   (none)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if

           If   Wtck-Bad Greater Zeros
                Move Spaces To Wrpt-detail
                Perform Rtr-escreve-linha
                Move 'TICKETS THAT COVER NOTHING' To Wrpt-detail
                Perform Rtr-escreve-linha
                Perform Varying Wtck-Ix From 1 By 1
                          Until Wtck-Ix Greater Wtck-Cnt
                    If   Wtck-Used(Wtck-Ix) Equal 'X'
                         Perform Rtr-lista-ticket
                    End-if
                End-perform
           End-if

           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Wtot-in-range To Wrpt-num-ed
           String 'CHANGES RECONCILED......: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move Wtot-covered To Wrpt-num-ed
           String 'COVERED BY A TICKET.....: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move Wtot-unauth To Wrpt-num-ed
           String 'UNAUTHORISED............: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move Wtot-outside To Wrpt-num-ed
           String 'OUTSIDE TICKET WINDOW...: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move Wtot-ended To Wrpt-num-ed
           String 'TICKETS EXPIRED UNUSED..: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move Wtck-Bad To Wrpt-num-ed
           String 'TICKETS COVERING NOTHING: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Close Recn-Report-File

           Display 'PARMRECN - Changes reconciled: ' Wtot-in-range
                   '  unauthorised: ' Wtot-unauth
                   '  outside window: ' Wtot-outside
           Display 'PARMRECN - Tickets expired unused: ' Wtot-ended
                   '  findings written: ' Wtot-found
           If   Wtot-unauth + Wtot-outside + Wtot-ended + Wtck-Bad
                Greater Zeros
                Move 4 To Wrc
           End-if.
       Rtr-emite-relatorio-x.  Exit.

       Rtr-lista-mudanca       Section.
           Move Spaces To Wrpt-detail
           String '   ' Wexc-Date(Wexc-Ix) ' STEP '
                  Wexc-Step(Wexc-Ix) ' MEMBER ' Wexc-Member(Wexc-Ix)
                  ' ' Wexc-Library(Wexc-Ix)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String '      OLD: ' Wexc-Old(Wexc-Ix)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String '      NEW: ' Wexc-New(Wexc-Ix)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha.
       Rtr-lista-mudanca-x.    Exit.

       Rtr-lista-ticket        Section.
           Move Spaces To Wrpt-detail
           String '   ' Wtck-Number(Wtck-Ix) ' '
                  Wtck-From(Wtck-Ix) '-' Wtck-To(Wtck-Ix)
                  ' REQUESTER ' Wtck-Requester(Wtck-Ix)
                  ' MEMBER ' Wtck-Member(Wtck-Ix)
                  ' STEP ' Wtck-Step(Wtck-Ix)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           If   Wtck-Library(Wtck-Ix) Not Equal Spaces
                Move Spaces To Wrpt-detail
                String '      LIBRARY ' Wtck-Library(Wtck-Ix)
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
           End-if.
       Rtr-lista-ticket-x.     Exit.

       Rtr-escreve-linha       Section.
           Move Wrpt-detail  To Recn-Report-Record
           Write Recn-Report-Record.
       Rtr-escreve-linha-x.    Exit.

       End Program Parmrecn.
