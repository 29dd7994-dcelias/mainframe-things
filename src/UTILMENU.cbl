      *    operator pick which one to exercise and key in its input
      *    at run time instead of batch-submitting each one on its
      *    own, then returns to the menu so another can be run.
      *    The operator signs on once, at session start, and the id
      *    must be a known operator - holding a role on OPERROLE or
      *    a grant of their own on OPERAUTH - or the session is
      *    refused. That one verified id is what every option
      *    passes on: the operator of the RETSPACE validation and
      *    CMDDISP dispatch (CMDLOG), the user of RULMAINT
      *    (RULAUDIT), OPSMAINT (OPSAUDIT) and WVRMAINT (WVRAUDIT),
      *    and the job named on a RUNLOCK FORCE; sign-on, refusal
      *    and sign-off are written to UTILSLOG with it. A session
      *    left idle longer than the UTILCTL idle limit (15 minutes
      *    without one) is signed off at the next answer, which is
      *    not acted on.
      *    Right after sign-on the latest shift handover on HANDLOG
      *    (HNDMAINT), when it was written by somebody else and is
      *    not yet acknowledged, is shown with its open items and
      *    must be acknowledged before the menu comes up - an
      *    operator who will not take it is signed off, and the
      *    refusal goes to UTILSLOG. Option 9 is where the outgoing
      *    operator writes the handover and where open items are
      *    listed and closed.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Utilmenu.
           Select Util-Session-Log Assign To Utilslog
                  Organization Is Sequential
                  File Status Is Wslog-status.
           Select Util-Ctl-File Assign To Utilctl
                  Organization Is Sequential
                  File Status Is Wuctl-status.
           Select Oper-Role-File Assign To Operrole
                  Organization Is Sequential
                  File Status Is Wrole-status.
           Select Oper-Auth-File Assign To Operauth
                  Organization Is Sequential
                  File Status Is Waut-status.
       Data Division.
       File Section.
       FD  Util-Script-File
       01 Util-Session-Record
                             Pic X(100).

       FD  Util-Ctl-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Util-Ctl-Record.
           05  Uctl-Idle-Min     Pic  9(04).
           05  Filler            Pic  X(76).

       FD  Oper-Role-File
           Recording Mode Is F
           Record Contains 17 Characters.
       01  Oper-Role-Record.
           05  Orol-Operator     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Orol-Role         Pic  X(08).

       FD  Oper-Auth-File
           Recording Mode Is F
           Record Contains 26 Characters.
       01  Oper-Auth-Record.
           05  Oaut-Operator     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Oaut-Verb         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Oaut-Program      Pic  X(08).

       Working-storage Section.
           Copy POINTERW.
       01 Wmenu-Option      Pic  X(01).
       01 Wmenu-Number      Pic  9(04) Value Zeros.
       01 Wmenu-Digit       Pic  9(01) Value Zeros.
       01 Wmenu-Number-End  Pic  X(01) Value 'N'.
       01 Wmenu-Request     Pic  9(06) Value Zeros.
       01 Wslog-open        Pic  X(01) Value 'N'.

      *    Sign-on: the verified operator for the whole session and
      *    the idle limit; the time of the last answer is kept in
      *    seconds so the gap to the next one is a subtraction
       01 Wuctl-status      Pic  X(02) Value '00'.
       01 Wrole-status      Pic  X(02) Value '00'.
       01 Waut-status       Pic  X(02) Value '00'.
       01 Wsgn-eof          Pic  X(01) Value 'N'.
       01 Wsgn-Operator     Pic  X(08) Value Spaces.
       01 Wsgn-Known        Pic  X(01) Value 'N'.
       01 Wsgn-Is-Role      Pic  X(01) Value 'N'.
       01 Wsgn-Direct       Pic  X(01) Value 'N'.
       01 Wsgn-Checked      Pic  X(01) Value 'N'.
       01 Wsgn-Idle-Min     Pic  9(04) Value 15.
       01 Wsgn-Now          Pic  X(21) Value Spaces.
       01 Wsgn-Date-Num     Pic  9(08) Value Zeros.
       01 Wsgn-Hh           Pic  9(02) Value Zeros.
       01 Wsgn-Mi           Pic  9(02) Value Zeros.
       01 Wsgn-Ss           Pic  9(02) Value Zeros.
       01 Wsgn-Secs         Pic S9(11) Comp Value Zeros.
       01 Wsgn-Last-Secs    Pic S9(11) Comp Value Zeros.
       01 Wsgn-Idle-Ed      Pic  Z(03)9.

       01 Wmenu-Parm-Text   Pic  X(80).
       01 Wmenu-Parm-Len    Pic S9(06) Comp.
          03 Ls-Parm-Len1   Pic S9(04) Comp.
          03 Ls-Parm-Text1  Pic  X(100).
          03 Ls-Parm-Error1 Pic  X(01).
      *   no PROC library behind a PARM keyed here - the full rule
      *   set applies - and no step, so an OPTFILE in it cannot be
      *   resolved
          03 Ls-Parm-Lib-Tag1
                            Pic  X(08).
          03 Ls-Parm-Library1
                            Pic  X(44).
          03 Ls-Parm-Step-Tag1
                            Pic  X(05).
          03 Ls-Parm-Step1  Pic  X(08).

       01 Wmenu-Cmd-Text    Pic  X(80).
       01 Wmenu-Cmd-Len     Pic S9(06) Comp.
                             Pic  X(08).
          03 Ls-Disp-Operand
                             Pic  X(40).
          03 Ls-Disp-Ended  Pic  X(21).
          03 Ls-Disp-Elapsed
                             Pic  9(07).
          03 Ls-Disp-Prog-Rc
                             Pic S9(04) Comp.
       01 Wmenu-Dispatch    Pic  X(01).

       01 Wmenu-Build-Qtd   Pic  9(04).
                            Pic  X(08).
          03 Ls-Maint-Eff-To
                            Pic  X(08).
          03 Ls-Maint-Env   Pic  X(08).
          03 Ls-Maint-Rc    Pic S9(04) Comp.

       01 Ls-Expl-Area.
          03 Ls-Lock-Since  Pic  X(21).
          03 Ls-Lock-Rc     Pic S9(04) Comp.

       01 Ls-Wvrm-Area.
          03 Ls-Wvrm-User   Pic  X(08).
          03 Ls-Wvrm-Action Pic  X(04).
          03 Ls-Wvrm-Program
                            Pic  X(08).
          03 Ls-Wvrm-Context
                            Pic  X(08).
          03 Ls-Wvrm-Msg-Id Pic  X(07).
          03 Ls-Wvrm-Approver
                            Pic  X(08).
          03 Ls-Wvrm-Ticket Pic  X(12).
          03 Ls-Wvrm-Expiry Pic  X(08).
          03 Ls-Wvrm-Reason Pic  X(40).
          03 Ls-Wvrm-Rc     Pic S9(04) Comp.

       01 Ls-Hnd-Area.
          03 Ls-Hnd-User    Pic  X(08).
          03 Ls-Hnd-Action  Pic  X(04).
          03 Ls-Hnd-Id      Pic  9(06).
          03 Ls-Hnd-Item-Num
                            Pic  9(06).
          03 Ls-Hnd-Note    Pic  X(60).
          03 Ls-Hnd-Item-Cnt
                            Pic  9(02).
          03 Ls-Hnd-Item    Occurs 10 Times.
             05 Ls-Hnd-Category
                            Pic  X(04).
             05 Ls-Hnd-Reference
                            Pic  X(20).
             05 Ls-Hnd-Text Pic  X(60).
          03 Ls-Hnd-Rc      Pic S9(04) Comp.
       01 Wmenu-Hnd-Answer  Pic  X(01).
       01 Wmenu-Hnd-End     Pic  X(01).

       Procedure Division.

       Rtr-menu-principal      Section.
           Initialize pointerw-area
           Set first-item To Null

      *    UTILSCRP allocated means a job is driving the session;
      *    at a console UTILSLOG, when allocated, is extended with
      *    the sign-on and sign-off lines only
           Move 'N' To Wscript-mode
           Open Input Util-Script-File
           If   Wscript-status Equal '00'
                     Display 'Warning: UTILSLOG unavailable - '
                             'status ' Wslog-status
                             ' - session not logged'
                Else
                     Move 'Y' To Wslog-open
                End-if
                Display 'Scripted mode: answers come from UTILSCRP'
           Else
                Open Extend Util-Session-Log
                If   Wslog-status Equal '35'
                     Open Output Util-Session-Log
                End-if
                If   Wslog-status Equal '00'
                     Move 'Y' To Wslog-open
                End-if
           End-if

           Perform Rtr-carrega-controle
           Perform Rtr-identifica-operador
           Perform Rtr-confirma-passagem

           Move Spaces To Wmenu-Option
           Perform Until Wmenu-Option Equal '0'
               Display ' '
                       '(OPSMAINT)'
               Display ' 7 - Force-release an orphaned run-lock '
                       '(RUNLOCK)'
               Display ' 8 - Maintain finding waivers '
                       '(WVRMAINT)'
               Display ' 9 - Shift handover and open items '
                       '(HNDMAINT)'
               Display ' 0 - Exit'
               Display '========================================'
               Display 'Enter your choice: ' With No Advancing
                        Perform Rtr-run-opsmaint
                   When '7'
                        Perform Rtr-run-runlock
                   When '8'
                        Perform Rtr-run-wvrmaint
                   When '9'
                        Perform Rtr-run-hndmaint
                   When '0'
                        Display 'Exiting menu'
                   When Other
               End-evaluate
           End-perform.

           Move Spaces To Wslog-detail
           String 'SIGN OFF - operator ' Wsgn-Operator
                  Delimited By Size Into Wslog-detail
           Perform Rtr-grava-sessao-linha
           Perform Rtr-encerra-sessao.
       Rtr-menu-principal-x.   Exit.

       Rtr-encerra-sessao      Section.
      *    every way out of the menu - exit, idle sign-off, refused
      *    sign-on - closes the session here
           If   Wscript-mode Equal 'Y'
                Move Spaces To Wslog-detail
                String 'SESSION END - failed steps: ' Wmenu-failures
                       Delimited By Size Into Wslog-detail
                Perform Rtr-grava-sessao-linha
                Close Util-Script-File
           End-if
           If   Wslog-open Equal 'Y'
                Close Util-Session-Log
           End-if

           Display 'Utilities menu ended - failed steps: '
                   Wmenu-failures
           If   Wmenu-failures Greater Zeros
                Move 8 To Return-Code
           End-if

           Stop Run.
       Rtr-encerra-sessao-x.   Exit.

       Rtr-carrega-controle    Section.
      *    the idle limit in minutes off UTILCTL; none, or zero,
      *    keeps the default
           Open Input Util-Ctl-File
           If   Wuctl-status Equal '00'
                Read Util-Ctl-File
                    Not At End
                         If   Uctl-Idle-Min Is Numeric
                         And  Uctl-Idle-Min Greater Zeros
                              Move Uctl-Idle-Min To Wsgn-Idle-Min
                         End-if
                End-read
                Close Util-Ctl-File
           End-if.
       Rtr-carrega-controle-x. Exit.

       Rtr-identifica-operador Section.
      *    a known operator holds a role on OPERROLE or a grant of
      *    their own on OPERAUTH - a role name keyed in as an id is
      *    not a person and does not count; with neither dataset
      *    available nobody can be verified and the session is
      *    refused
           Display ' '
           Display 'Enter your operator id: ' With No Advancing
           Move 'Enter your operator id' To Wprompt-text
           Perform Rtr-obtem-entrada
           Move Winput-text To Wsgn-Operator
           Move 'N' To Wsgn-Known Wsgn-Is-Role Wsgn-Direct
                       Wsgn-Checked

           Move 'N' To Wsgn-eof
           Open Input Oper-Role-File
           If   Wrole-status Equal '00'
                Move 'Y' To Wsgn-Checked
                Perform Until Wsgn-eof Equal 'Y'
                    Read Oper-Role-File
                        At End
                             Move 'Y' To Wsgn-eof
                        Not At End
                             If   Orol-Operator Equal Wsgn-Operator
                                  Move 'Y' To Wsgn-Known
                             End-if
                             If   Orol-Role Equal Wsgn-Operator
                                  Move 'Y' To Wsgn-Is-Role
                             End-if
                    End-read
                End-perform
                Close Oper-Role-File
           End-if

           Move 'N' To Wsgn-eof
           Open Input Oper-Auth-File
           If   Waut-status Equal '00'
                Move 'Y' To Wsgn-Checked
                Perform Until Wsgn-eof Equal 'Y'
                    Read Oper-Auth-File
                        At End
                             Move 'Y' To Wsgn-eof
                        Not At End
                             If   Oaut-Operator Equal Wsgn-Operator
                                  Move 'Y' To Wsgn-Direct
                             End-if
                    End-read
                End-perform
                Close Oper-Auth-File
           End-if
           If   Wsgn-Direct Equal 'Y' And Wsgn-Is-Role Not Equal 'Y'
                Move 'Y' To Wsgn-Known
           End-if

           If   Wsgn-Operator Equal Spaces
                Move 'N' To Wsgn-Known
           End-if
           If   Wsgn-Known Not Equal 'Y'
                If   Wsgn-Checked Equal 'Y'
                     Display 'Operator ' Wsgn-Operator
                             ' is not a known operator on OPERROLE/'
                             'OPERAUTH - session refused'
                Else
                     Display 'OPERROLE and OPERAUTH unavailable - '
                             'operator cannot be verified - session '
                             'refused'
                End-if
                Move Spaces To Wslog-detail
                String 'SIGN ON REFUSED - operator ' Wsgn-Operator
                       Delimited By Size Into Wslog-detail
                Perform Rtr-grava-sessao-linha
                Add 1 To Wmenu-failures
                Perform Rtr-encerra-sessao
           End-if

           Display 'Signed on as ' Wsgn-Operator
           Move Spaces To Wslog-detail
           String 'SIGN ON  - operator ' Wsgn-Operator
                  Delimited By Size Into Wslog-detail
           Perform Rtr-grava-sessao-linha.
       Rtr-identifica-operador-x. Exit.

       Rtr-confirma-passagem   Section.
      *    the incoming operator takes the handover before anything
      *    else: HNDMAINT shows the one waiting, if any, with the
      *    open items it carries. Anything but Y - or an
      *    acknowledgement that could not be written - ends the
      *    session. A HANDLOG that cannot be read at all is no
      *    handover to take; it is reported and the session goes on.
           Move Spaces To Ls-Hnd-Area
           Move Zeros  To Ls-Hnd-Id Ls-Hnd-Item-Num Ls-Hnd-Item-Cnt
           Move Wsgn-Operator To Ls-Hnd-User
           Move 'PEND' To Ls-Hnd-Action
           Call 'Hndmaint' Using Ls-Hnd-Area
           If   Ls-Hnd-Rc Not Equal Zeros
                Display 'Handover could not be checked (rc '
                        Ls-Hnd-Rc ') - continuing'
                Add  1 To Wmenu-failures
                Go To Rtr-confirma-passagem-x
           End-if
           If   Ls-Hnd-Id Equal Zeros
                Go To Rtr-confirma-passagem-x
           End-if

           Display 'Acknowledge handover ' Ls-Hnd-Id ' (Y/N)? '
                   With No Advancing
           Move 'Acknowledge handover (Y/N)' To Wprompt-text
           Perform Rtr-obtem-entrada
           Move Winput-text To Wmenu-Hnd-Answer
           If   Wmenu-Hnd-Answer Equal 'Y'
                Move 'ACK ' To Ls-Hnd-Action
                Call 'Hndmaint' Using Ls-Hnd-Area
                If   Ls-Hnd-Rc Equal Zeros
                     Move Spaces To Wslog-detail
                     String 'HANDOVER ' Ls-Hnd-Id
                            ' ACKNOWLEDGED - operator ' Wsgn-Operator
                            Delimited By Size Into Wslog-detail
                     Perform Rtr-grava-sessao-linha
                     Go To Rtr-confirma-passagem-x
                End-if
                Display 'Acknowledgement not recorded (rc '
                        Ls-Hnd-Rc ') - session ended'
           Else
                Display 'Handover not acknowledged - session ended'
           End-if
           Move Spaces To Wslog-detail
           String 'HANDOVER ' Ls-Hnd-Id
                  ' NOT ACKNOWLEDGED - operator ' Wsgn-Operator
                  ' signed off'
                  Delimited By Size Into Wslog-detail
           Perform Rtr-grava-sessao-linha
           Add 1 To Wmenu-failures
           Perform Rtr-encerra-sessao.
       Rtr-confirma-passagem-x. Exit.

       Rtr-verifica-ociosidade Section.
      *    the console ACCEPT cannot be interrupted, so the idle
      *    limit is enforced when the answer finally arrives: an
      *    answer after a longer gap than the limit is not acted on
      *    and the session is signed off
           Move Function Current-Date To Wsgn-Now
           Move Wsgn-Now(1 : 8)  To Wsgn-Date-Num
           Move Wsgn-Now(9 : 2)  To Wsgn-Hh
           Move Wsgn-Now(11 : 2) To Wsgn-Mi
           Move Wsgn-Now(13 : 2) To Wsgn-Ss
           Compute Wsgn-Secs =
                   Function Integer-Of-Date(Wsgn-Date-Num) * 86400
                 + Wsgn-Hh * 3600 + Wsgn-Mi * 60 + Wsgn-Ss
           If   Wsgn-Operator Not Equal Spaces
           And  Wsgn-Secs - Wsgn-Last-Secs Greater Wsgn-Idle-Min * 60
                Move Wsgn-Idle-Min To Wsgn-Idle-Ed
                Display ' '
                Display 'Session idle for more than' Wsgn-Idle-Ed
                        ' minutes - operator ' Wsgn-Operator
                        ' signed off'
                Move Spaces To Wslog-detail
                String 'SIGN OFF - operator ' Wsgn-Operator
                       ' idle for more than' Wsgn-Idle-Ed ' minutes'
                       Delimited By Size Into Wslog-detail
                Perform Rtr-grava-sessao-linha
                Perform Rtr-encerra-sessao
           End-if
           Move Wsgn-Secs To Wsgn-Last-Secs.
       Rtr-verifica-ociosidade-x. Exit.

       Rtr-obtem-entrada       Section.
      *    Single door for every answer in the menu: the console in
                Perform Rtr-grava-sessao-linha
           Else
                Accept Winput-text
           End-if
           Perform Rtr-verifica-ociosidade.
       Rtr-obtem-entrada-x.    Exit.

       Rtr-grava-sessao-linha  Section.
           If   Wslog-open Equal 'Y'
                Move Wslog-detail To Util-Session-Record
                Write Util-Session-Record
           End-if.
           End-perform.
       Rtr-converte-numero-x.  Exit.

       Rtr-converte-pedido     Section.
      *    the same conversion for a RULPEND request number, which
      *    runs to six digits and goes to RULMAINT zero-filled
           Move Zeros To Wmenu-Request
           Move 'N'   To Wmenu-Number-End
           Perform Varying Wmenu-Ix From 1 By 1
                     Until Wmenu-Ix Greater 6
                        Or Wmenu-Number-End Equal 'Y'
               If   Winput-text(Wmenu-Ix : 1) Not Less '0' And
                    Winput-text(Wmenu-Ix : 1) Not Greater '9'
                    Move Winput-text(Wmenu-Ix : 1) To Wmenu-Digit
                    Compute Wmenu-Request =
                            Wmenu-Request * 10 + Wmenu-Digit
               Else
                    Move 'Y' To Wmenu-Number-End
               End-if
           End-perform.
       Rtr-converte-pedido-x.  Exit.

       Rtr-run-parms           Section.
           Display ' '
           Display 'Enter the PARM string to validate:'
                   For Characters Before '  '

           Move Spaces To Ls-Parm-Text1
           Move Spaces To Ls-Parm-Lib-Tag1 Ls-Parm-Library1
           Move Spaces To Ls-Parm-Step-Tag1 Ls-Parm-Step1
           Move Wmenu-Parm-Len       To Ls-Parm-Len1
           Move Wmenu-Parm-Text      To Ls-Parm-Text1


       Rtr-run-retspace        Section.
           Display ' '
           Move Wsgn-Operator To Ls-Operator-Id
           Display 'Enter the command to validate:'
           Move 'Enter the command to validate' To Wprompt-text
           Perform Rtr-obtem-entrada

       Rtr-run-rulmaint        Section.
           Display ' '
           Move Spaces To Ls-Maint-Area
           Move Wsgn-Operator To Ls-Maint-User
           Display 'Enter action (ADD/DEA/LIST, APPR/REJ a request, '
                   'PEND to list requests): ' With No Advancing
           Move 'Enter action (ADD/DEA/LIST/APPR/REJ/PEND)'
             To Wprompt-text
           Perform Rtr-obtem-entrada
           Move Winput-text To Ls-Maint-Action
      *    an add or deactivate is only a request until a different
      *    user approves it by number
           If   Ls-Maint-Action Equal 'APPR' Or 'REJ '
                Display 'Enter the request number: ' With No Advancing
                Move 'Enter the request number' To Wprompt-text
                Perform Rtr-obtem-entrada
                Perform Rtr-converte-pedido
                Move Wmenu-Request To Ls-Maint-Key-1
           End-if
           If   Ls-Maint-Action Equal 'ADD ' Or 'DEA ' Or 'LIST'
                Display 'Enter rule type (OPT/REQ/FOR/SYN/OPP/SUB, '
                        'blank with LIST for all): ' With No Advancing
                Move 'Enter rule type' To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Maint-Type
           End-if
           If   Ls-Maint-Action Equal 'ADD ' Or 'DEA '
                Display 'Enter rule key 1: ' With No Advancing
                Move 'Enter rule key 1' To Wprompt-text
                Perform Rtr-obtem-entrada
                  To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Maint-Key-2
      *         the environment is part of the rule - a DEA must
      *         name the same one the rule was added for
                Display 'Environment (TEST/PROD, blank = all): '
                        With No Advancing
                Move 'Environment (TEST/PROD, blank = all)'
                  To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Maint-Env
           End-if
      *    a rule can be staged for the release weekend: effective
      *    dates ride on the record and Ruleload decides what is
      *    PROGINV, OPERAUTH, WINCTL and OPERROLE finally have a
      *    driven transaction instead of a raw ISPF edit
           Display ' '
           Move Spaces To Ls-Opsm-Area
           Move Wsgn-Operator To Ls-Opsm-User
           Display 'Enter action (ADD/DEA/LIST): ' With No Advancing
           Move 'Enter action (ADD/DEA/LIST)' To Wprompt-text
           Perform Rtr-obtem-entrada
           End-if.
       Rtr-run-opsmaint-x.     Exit.

       Rtr-run-wvrmaint        Section.
      *    accepted findings: the waiver is keyed like the finding
      *    it waives, and an ADD or RNEW also needs the approver
      *    (someone other than the signed-on operator), the change
      *    ticket, the last day it holds and the reason
           Display ' '
           Move Spaces To Ls-Wvrm-Area
           Move Wsgn-Operator To Ls-Wvrm-User
           Display 'Enter action (ADD/RNEW/DEA/LIST): '
                   With No Advancing
           Move 'Enter action (ADD/RNEW/DEA/LIST)' To Wprompt-text
           Perform Rtr-obtem-entrada
           Move Winput-text To Ls-Wvrm-Action
           If   Ls-Wvrm-Action Not Equal 'LIST'
                Display 'Enter program (PARMS/RETSPACE/PRESUBMT): '
                        With No Advancing
                Move 'Enter program (PARMS/RETSPACE/PRESUBMT)'
                  To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Wvrm-Program
                Display 'Enter context (step or program): '
                        With No Advancing
                Move 'Enter context (step or program)'
                  To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Wvrm-Context
                Display 'Enter message id: ' With No Advancing
                Move 'Enter message id' To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Wvrm-Msg-Id
           End-if
           If   Ls-Wvrm-Action Equal 'ADD ' Or 'RNEW'
                Display 'Enter approver: ' With No Advancing
                Move 'Enter approver' To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Wvrm-Approver
                Display 'Enter change ticket: ' With No Advancing
                Move 'Enter change ticket' To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Wvrm-Ticket
                Display 'Last day it holds (YYYYMMDD, within a year): '
                        With No Advancing
                Move 'Last day it holds (YYYYMMDD, within a year)'
                  To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Wvrm-Expiry
                Display 'Enter reason (blank on RNEW keeps it): '
                        With No Advancing
                Move 'Enter reason (blank on RNEW keeps it)'
                  To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Wvrm-Reason
           End-if

           Call 'Wvrmaint' Using Ls-Wvrm-Area
           Display 'WVRMAINT return code: ' Ls-Wvrm-Rc
           If   Ls-Wvrm-Rc Not Equal Zeros
                Add  1 To Wmenu-failures
           End-if.
       Rtr-run-wvrmaint-x.     Exit.

       Rtr-run-hndmaint        Section.
      *    the outgoing shift's handover: a general note and up to
      *    10 new open items, a blank category ending the list -
      *    the items still open from earlier handovers are carried
      *    onto it by HNDMAINT. CLOS settles one item for good with
      *    a resolution note.
           Display ' '
           Move Spaces To Ls-Hnd-Area
           Move Zeros  To Ls-Hnd-Id Ls-Hnd-Item-Num Ls-Hnd-Item-Cnt
           Move Wsgn-Operator To Ls-Hnd-User
           Display 'Enter action (HAND/CLOS/LIST): ' With No Advancing
           Move 'Enter action (HAND/CLOS/LIST)' To Wprompt-text
           Perform Rtr-obtem-entrada
           Move Winput-text To Ls-Hnd-Action
           If   Ls-Hnd-Action Equal 'HAND'
                Display 'Enter handover note (blank if none): '
                        With No Advancing
                Move 'Enter handover note (blank if none)'
                  To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Hnd-Note
                Move 'N' To Wmenu-Hnd-End
                Perform Varying Wmenu-Ix From 1 By 1
                          Until Wmenu-Ix Greater 10
                             Or Wmenu-Hnd-End Equal 'Y'
                    Display 'Item ' Wmenu-Ix ' category (CMD/LIST/'
                            'LOCK/FIND/OTHR, blank to end): '
                            With No Advancing
                    Move 'Item category (CMD/LIST/LOCK/FIND/OTHR)'
                      To Wprompt-text
                    Perform Rtr-obtem-entrada
                    If   Winput-text Equal Spaces
                         Move 'Y' To Wmenu-Hnd-End
                    Else
                         Move Wmenu-Ix To Ls-Hnd-Item-Cnt
                         Move Winput-text
                           To Ls-Hnd-Category(Wmenu-Ix)
                         Display 'Reference (command, list, lock or '
                                 'finding): ' With No Advancing
                         Move 'Reference (command/list/lock/finding)'
                           To Wprompt-text
                         Perform Rtr-obtem-entrada
                         Move Winput-text
                           To Ls-Hnd-Reference(Wmenu-Ix)
                         Display 'Item text: ' With No Advancing
                         Move 'Item text' To Wprompt-text
                         Perform Rtr-obtem-entrada
                         Move Winput-text To Ls-Hnd-Text(Wmenu-Ix)
                    End-if
                End-perform
           End-if
           If   Ls-Hnd-Action Equal 'CLOS'
                Display 'Enter the item number: ' With No Advancing
                Move 'Enter the item number' To Wprompt-text
                Perform Rtr-obtem-entrada
                Perform Rtr-converte-numero
                Move Wmenu-Number To Ls-Hnd-Item-Num
                Display 'Enter the resolution: ' With No Advancing
                Move 'Enter the resolution' To Wprompt-text
                Perform Rtr-obtem-entrada
                Move Winput-text To Ls-Hnd-Note
           End-if
      *    PEND and ACK belong to sign-on, not to this option
           If   Ls-Hnd-Action Not Equal 'HAND' And
                Ls-Hnd-Action Not Equal 'CLOS' And
                Ls-Hnd-Action Not Equal 'LIST'
                Display 'Action must be HAND, CLOS or LIST'
                Add  1 To Wmenu-failures
                Go To Rtr-run-hndmaint-x
           End-if

           Call 'Hndmaint' Using Ls-Hnd-Area
           Display 'HNDMAINT return code: ' Ls-Hnd-Rc
           If   Ls-Hnd-Rc Not Equal Zeros
                Add  1 To Wmenu-failures
           End-if.
       Rtr-run-hndmaint-x.     Exit.

       Rtr-run-runlock         Section.
      *    recovery path for a lock orphaned by an abend: without
      *    it every claimer silently degrades (log and finding
      *    writes skipped, saves to PTRVSAM skipped) until somebody
      *    raw-edits RUNLOCKS - the very practice this menu exists
      *    to retire. The release is logged by RUNLOCK itself with
      *    who forced it - the signed-on operator.
           Display ' '
           Move Spaces To Ls-Lock-Area
           Move Wsgn-Operator To Ls-Lock-Job
           Display 'Enter resource to force-release '
                   '(e.g. PTRVSAM/CMDLOG/FINDINGS/PARMCKPT): '
                   With No Advancing
