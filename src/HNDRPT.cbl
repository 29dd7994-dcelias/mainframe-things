      *----------------------------------------------------------------*
      *    Shift handover report off the HANDLOG journal (CPYHAND,
      *    kept by Hndmaint from the utilities menu). Every
      *    handover, oldest first: who handed over and when, the
      *    cover sheet's attention flag at the time, how many items
      *    were raised on it and how many were carried onto it, and
      *    who acknowledged it and when - or that nobody did. Then
      *    every item still open with its age and how many
      *    handovers it has ridden on, and the items closed, with
      *    who closed them, the resolution and how long they were
      *    open. Written to HNDRPT.
      *    The latest handover may simply be waiting for the next
      *    shift to sign on and is shown as such; any earlier one
      *    left unacknowledged means a shift went by without the
      *    handover being taken, and sets return code 4. Return
      *    code 8 when HANDLOG or the report cannot be opened.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Hndrpt.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Handover-File Assign To Handlog
                  Organization Is Sequential
                  File Status Is Whnd-status.
           Select Hnd-Report-File Assign To Hndrpt
                  Organization Is Sequential
                  File Status Is Wrpt-status.
       Data Division.
       File Section.
       FD  Handover-File
           Recording Mode Is F
           Record Contains 135 Characters.
           Copy CPYHAND.

       FD  Hnd-Report-File
           Recording Mode Is F
           Record Contains 120 Characters.
       01 Hnd-Report-Record     Pic  X(120).

       Working-storage Section.
       01 Whnd-status       Pic  X(02) Value '00'.
       01 Wrpt-status       Pic  X(02) Value '00'.
       01 Whr-eof           Pic  X(01) Value 'N'.
       01 Wrpt-detail       Pic  X(120).
       01 Whr-Ix            Pic S9(04) Comp.
       01 Whr-Jx            Pic S9(04) Comp.
       01 Whr-Hit           Pic S9(04) Comp.
       01 Whr-Key           Pic  9(06) Value Zeros.
       01 Whr-Now           Pic  X(21) Value Spaces.
       01 Whr-Stamp         Pic  X(21) Value Spaces.
       01 Whr-When          Pic  X(14) Value Spaces.
       01 Whr-When-2        Pic  X(14) Value Spaces.
       01 Whr-Ack-Text      Pic  X(30) Value Spaces.
       01 Whr-Ed-1          Pic  Z(03)9.
       01 Whr-Ed-2          Pic  Z(03)9.

       01 Whr-Tot-Pas       Pic  9(06) Value Zeros.
       01 Whr-Tot-Ack       Pic  9(06) Value Zeros.
       01 Whr-Tot-Nak       Pic  9(06) Value Zeros.
       01 Whr-Tot-Open      Pic  9(06) Value Zeros.
       01 Whr-Tot-Closed    Pic  9(06) Value Zeros.

      *    age in minutes between two stamps, shown as days, hours
      *    and minutes
       01 Whr-Date-Num      Pic  9(08) Value Zeros.
       01 Whr-Hh            Pic  9(02) Value Zeros.
       01 Whr-Mi            Pic  9(02) Value Zeros.
       01 Whr-From-Min      Pic S9(11) Comp Value Zeros.
       01 Whr-To-Min        Pic S9(11) Comp Value Zeros.
       01 Whr-Age-Min       Pic S9(11) Comp Value Zeros.
       01 Whr-Age-Dd        Pic  9(04) Value Zeros.
       01 Whr-Age-Rest      Pic  9(04) Value Zeros.
       01 Whr-Age-Hr        Pic  9(02) Value Zeros.
       01 Whr-Age-Mn        Pic  9(02) Value Zeros.
       01 Whr-Age-Dd-Ed     Pic  Z(03)9.
       01 Whr-Age           Pic  X(14) Value Spaces.

       01 Whr-Pas-Cnt       Pic S9(04) Comp Value Zeros.
       01 Whr-Pas-Tab.
          03 Whr-Pas        Occurs 2000 Times.
             05 Whr-Pas-Id  Pic  9(06).
             05 Whr-Pas-Stamp
                            Pic  X(21).
             05 Whr-Pas-Oper
                            Pic  X(08).
             05 Whr-Pas-Attention
                            Pic  X(01).
             05 Whr-Pas-Note
                            Pic  X(60).
             05 Whr-Pas-Ack Pic  X(01).
             05 Whr-Pas-Ack-Oper
                            Pic  X(08).
             05 Whr-Pas-Ack-Stamp
                            Pic  X(21).
             05 Whr-Pas-New Pic  9(04).
             05 Whr-Pas-Carried
                            Pic  9(04).
       01 Whr-Itm-Cnt       Pic S9(04) Comp Value Zeros.
       01 Whr-Itm-Tab.
          03 Whr-Itm        Occurs 2000 Times.
             05 Whr-Itm-Num Pic  9(06).
             05 Whr-Itm-Raised-Id
                            Pic  9(06).
             05 Whr-Itm-Stamp
                            Pic  X(21).
             05 Whr-Itm-Oper
                            Pic  X(08).
             05 Whr-Itm-Category
                            Pic  X(04).
             05 Whr-Itm-Reference
                            Pic  X(20).
             05 Whr-Itm-Text
                            Pic  X(60).
             05 Whr-Itm-Open
                            Pic  X(01).
             05 Whr-Itm-Carried
                            Pic  9(04).
             05 Whr-Itm-Close-Stamp
                            Pic  X(21).
             05 Whr-Itm-Closer
                            Pic  X(08).
             05 Whr-Itm-Resolution
                            Pic  X(60).

       Procedure Division.

       Rtr-process             Section.
           Display ' '
           Display '==============================================='
           Display 'HNDRPT - Shift handover report'
           Display '==============================================='

           Move Zeros To Return-Code
           Move Function Current-Date To Whr-Now

           Perform Rtr-carrega-diario
           If   Return-Code Equal 8
                Goback
           End-if

           Open Output Hnd-Report-File
           If   Wrpt-status Not Equal '00'
                Display 'HNDRPT - Error: unable to open HNDRPT - '
                        'status ' Wrpt-status
                Move 8 To Return-Code
                Goback
           End-if

           Perform Rtr-escreve-passagens
           Perform Rtr-escreve-abertos
           Perform Rtr-escreve-fechados
           Perform Rtr-escreve-totais
           Close Hnd-Report-File

           If   Whr-Tot-Nak Greater Zeros
                Move 4 To Return-Code
           End-if
           Display 'HNDRPT - Handovers: ' Whr-Tot-Pas
                   '  not acknowledged: ' Whr-Tot-Nak
           Display 'HNDRPT - Open items: ' Whr-Tot-Open
                   '  closed: ' Whr-Tot-Closed
           Display '==============================================='
           Goback.
       Rtr-process-x.          Exit.

       Rtr-carrega-diario      Section.
           Move 'N' To Whr-eof
           Open Input Handover-File
           If   Whnd-status Equal '35'
                Display 'HNDRPT - HANDLOG not allocated yet - no '
                        'handovers to report'
                Go To Rtr-carrega-diario-x
           End-if
           If   Whnd-status Not Equal '00'
                Display 'HNDRPT - Error: unable to read HANDLOG - '
                        'status ' Whnd-status
                Move 8 To Return-Code
                Go To Rtr-carrega-diario-x
           End-if
           Perform Until Whr-eof Equal 'Y'
               Read Handover-File
                   At End
                        Move 'Y' To Whr-eof
                   Not At End
                        Perform Rtr-acumula-registro
               End-read
           End-perform
           Close Handover-File.
       Rtr-carrega-diario-x.   Exit.

       Rtr-acumula-registro    Section.
           Evaluate Hand-Type
               When 'H'
                    If   Whr-Pas-Cnt Not Less 2000
                         Display 'HNDRPT - Warning: handover table '
                                 'full - later handovers not shown'
                         Go To Rtr-acumula-registro-x
                    End-if
                    Add  1 To Whr-Pas-Cnt
                    Move Whr-Pas-Cnt    To Whr-Ix
                    Move Hand-Id        To Whr-Pas-Id(Whr-Ix)
                    Move Hand-Stamp     To Whr-Pas-Stamp(Whr-Ix)
                    Move Hand-Operator  To Whr-Pas-Oper(Whr-Ix)
                    Move Hand-Attention To Whr-Pas-Attention(Whr-Ix)
                    Move Hand-Text      To Whr-Pas-Note(Whr-Ix)
                    Move 'N'            To Whr-Pas-Ack(Whr-Ix)
                    Move Spaces         To Whr-Pas-Ack-Oper(Whr-Ix)
                                           Whr-Pas-Ack-Stamp(Whr-Ix)
                    Move Zeros          To Whr-Pas-New(Whr-Ix)
                                           Whr-Pas-Carried(Whr-Ix)
               When 'A'
                    Perform Rtr-localiza-passagem
                    If   Whr-Hit Not Equal 0
                         Move 'Y' To Whr-Pas-Ack(Whr-Hit)
                         Move Hand-Operator
                           To Whr-Pas-Ack-Oper(Whr-Hit)
                         Move Hand-Stamp
                           To Whr-Pas-Ack-Stamp(Whr-Hit)
                    End-if
               When 'O'
                    Perform Rtr-localiza-passagem
                    If   Whr-Hit Not Equal 0
                         Add 1 To Whr-Pas-New(Whr-Hit)
                    End-if
                    If   Whr-Itm-Cnt Not Less 2000
                         Display 'HNDRPT - Warning: item table '
                                 'full - later items not shown'
                         Go To Rtr-acumula-registro-x
                    End-if
                    Add  1 To Whr-Itm-Cnt
                    Move Whr-Itm-Cnt    To Whr-Ix
                    Move Hand-Item      To Whr-Itm-Num(Whr-Ix)
                    Move Hand-Id        To Whr-Itm-Raised-Id(Whr-Ix)
                    Move Hand-Stamp     To Whr-Itm-Stamp(Whr-Ix)
                    Move Hand-Operator  To Whr-Itm-Oper(Whr-Ix)
                    Move Hand-Category  To Whr-Itm-Category(Whr-Ix)
                    Move Hand-Reference To Whr-Itm-Reference(Whr-Ix)
                    Move Hand-Text      To Whr-Itm-Text(Whr-Ix)
                    Move 'Y'            To Whr-Itm-Open(Whr-Ix)
                    Move Zeros          To Whr-Itm-Carried(Whr-Ix)
                    Move Spaces         To Whr-Itm-Close-Stamp(Whr-Ix)
                                           Whr-Itm-Closer(Whr-Ix)
                                           Whr-Itm-Resolution(Whr-Ix)
               When 'F'
                    Perform Rtr-localiza-passagem
                    If   Whr-Hit Not Equal 0
                         Add 1 To Whr-Pas-Carried(Whr-Hit)
                    End-if
                    Move Hand-Item To Whr-Key
                    Perform Rtr-localiza-item
                    If   Whr-Hit Not Equal 0
                         Add 1 To Whr-Itm-Carried(Whr-Hit)
                    End-if
               When 'C'
                    Move Hand-Item To Whr-Key
                    Perform Rtr-localiza-item
                    If   Whr-Hit Not Equal 0
                         Move 'N' To Whr-Itm-Open(Whr-Hit)
                         Move Hand-Stamp
                           To Whr-Itm-Close-Stamp(Whr-Hit)
                         Move Hand-Operator
                           To Whr-Itm-Closer(Whr-Hit)
                         Move Hand-Text
                           To Whr-Itm-Resolution(Whr-Hit)
                    End-if
           End-evaluate.
       Rtr-acumula-registro-x. Exit.

       Rtr-localiza-passagem   Section.
      *    Whr-Hit is the handover numbered Hand-Id, or 0 - looked
      *    for from the newest back, where the records point
           Move 0 To Whr-Hit
           Perform Varying Whr-Jx From Whr-Pas-Cnt By -1
                     Until Whr-Jx Less 1 Or Whr-Hit Not Equal 0
               If   Whr-Pas-Id(Whr-Jx) Equal Hand-Id
                    Move Whr-Jx To Whr-Hit
               End-if
           End-perform.
       Rtr-localiza-passagem-x. Exit.

       Rtr-localiza-item       Section.
      *    Whr-Hit is the item numbered Whr-Key, or 0
           Move 0 To Whr-Hit
           Perform Varying Whr-Jx From 1 By 1
                     Until Whr-Jx Greater Whr-Itm-Cnt
                        Or Whr-Hit Not Equal 0
               If   Whr-Itm-Num(Whr-Jx) Equal Whr-Key
                    Move Whr-Jx To Whr-Hit
               End-if
           End-perform.
       Rtr-localiza-item-x.    Exit.

       Rtr-formata-momento     Section.
      *    Whr-When is Whr-Stamp as 'yyyymmdd hh:mm'
           Move Spaces To Whr-When
           If   Whr-Stamp Not Equal Spaces
                String Whr-Stamp(1 : 8) ' ' Whr-Stamp(9 : 2) ':'
                       Whr-Stamp(11 : 2)
                       Delimited By Size Into Whr-When
           End-if.
       Rtr-formata-momento-x.  Exit.

       Rtr-calcula-idade       Section.
      *    Whr-Age from Whr-Stamp to the stamp in Whr-To-Min
      *    (minutes), as 'nnnnD hhH mmM'
           Move Whr-Stamp(1 : 8)  To Whr-Date-Num
           Move Whr-Stamp(9 : 2)  To Whr-Hh
           Move Whr-Stamp(11 : 2) To Whr-Mi
           Compute Whr-From-Min =
                   Function Integer-Of-Date(Whr-Date-Num) * 1440
                 + Whr-Hh * 60 + Whr-Mi
           Compute Whr-Age-Min = Whr-To-Min - Whr-From-Min
           If   Whr-Age-Min Less Zeros
                Move Zeros To Whr-Age-Min
           End-if
           Divide Whr-Age-Min By 1440 Giving Whr-Age-Dd
                  Remainder Whr-Age-Rest
           Divide Whr-Age-Rest By 60 Giving Whr-Age-Hr
                  Remainder Whr-Age-Mn
           Move Whr-Age-Dd To Whr-Age-Dd-Ed
           Move Spaces To Whr-Age
           String Whr-Age-Dd-Ed 'D ' Whr-Age-Hr 'H '
                  Whr-Age-Mn 'M'
                  Delimited By Size Into Whr-Age.
       Rtr-calcula-idade-x.    Exit.

       Rtr-minutos-ate         Section.
      *    Whr-To-Min from the stamp in Whr-Stamp
           Move Whr-Stamp(1 : 8)  To Whr-Date-Num
           Move Whr-Stamp(9 : 2)  To Whr-Hh
           Move Whr-Stamp(11 : 2) To Whr-Mi
           Compute Whr-To-Min =
                   Function Integer-Of-Date(Whr-Date-Num) * 1440
                 + Whr-Hh * 60 + Whr-Mi.
       Rtr-minutos-ate-x.      Exit.

       Rtr-escreve-passagens   Section.
           Move Whr-Now To Whr-Stamp
           Perform Rtr-formata-momento
           Move Spaces To Wrpt-detail
           String 'SHIFT HANDOVER REPORT - RUN ' Whr-When
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move 'HANDOVERS' To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String '  NUMBER  HANDED OVER     BY        ATTN   NEW '
                  'CARRIED  ACKNOWLEDGED'
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha

           Perform Varying Whr-Ix From 1 By 1
                     Until Whr-Ix Greater Whr-Pas-Cnt
               Add  1 To Whr-Tot-Pas
               Move Whr-Pas-Stamp(Whr-Ix) To Whr-Stamp
               Perform Rtr-formata-momento
               Move Spaces To Whr-Ack-Text
               Evaluate True
                   When Whr-Pas-Ack(Whr-Ix) Equal 'Y'
                        Add  1 To Whr-Tot-Ack
                        Move Whr-Pas-Ack-Stamp(Whr-Ix) To Whr-Stamp
                        Move Whr-When To Whr-When-2
                        Perform Rtr-formata-momento
                        String Whr-When ' BY '
                               Whr-Pas-Ack-Oper(Whr-Ix)
                               Delimited By Size Into Whr-Ack-Text
                        Move Whr-When-2 To Whr-When
                   When Whr-Ix Equal Whr-Pas-Cnt
                        Move 'AWAITING NEXT SHIFT' To Whr-Ack-Text
                   When Other
                        Add  1 To Whr-Tot-Nak
                        Move 'NOT ACKNOWLEDGED' To Whr-Ack-Text
               End-evaluate
               Move Whr-Pas-New(Whr-Ix)     To Whr-Ed-1
               Move Whr-Pas-Carried(Whr-Ix) To Whr-Ed-2
               Move Spaces To Wrpt-detail
               String '  ' Whr-Pas-Id(Whr-Ix) '  ' Whr-When
                      '  ' Whr-Pas-Oper(Whr-Ix) '   '
                      Whr-Pas-Attention(Whr-Ix) '  ' Whr-Ed-1
                      '    ' Whr-Ed-2 '  ' Whr-Ack-Text
                      Delimited By Size Into Wrpt-detail
               Perform Rtr-escreve-linha
               If   Whr-Pas-Note(Whr-Ix) Not Equal Spaces
                    Move Spaces To Wrpt-detail
                    String '          NOTE: ' Whr-Pas-Note(Whr-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
               End-if
           End-perform
           If   Whr-Pas-Cnt Equal Zeros
                Move '  (no handovers on HANDLOG)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if.
       Rtr-escreve-passagens-x. Exit.

       Rtr-escreve-abertos     Section.
      *    the age of an open item runs to the time of the report
           Move Whr-Now To Whr-Stamp
           Perform Rtr-minutos-ate
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move 'OPEN ITEMS' To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String '  ITEM    CAT   REFERENCE             AGE       '
                  '      CARRIED  RAISED BY ON HANDOVER'
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha

           Perform Varying Whr-Ix From 1 By 1
                     Until Whr-Ix Greater Whr-Itm-Cnt
               If   Whr-Itm-Open(Whr-Ix) Equal 'Y'
                    Add  1 To Whr-Tot-Open
                    Move Whr-Itm-Stamp(Whr-Ix) To Whr-Stamp
                    Perform Rtr-calcula-idade
                    Move Whr-Itm-Carried(Whr-Ix) To Whr-Ed-1
                    Move Spaces To Wrpt-detail
                    String '  ' Whr-Itm-Num(Whr-Ix) '  '
                           Whr-Itm-Category(Whr-Ix) '  '
                           Whr-Itm-Reference(Whr-Ix) '  '
                           Whr-Age '    ' Whr-Ed-1 '  '
                           Whr-Itm-Oper(Whr-Ix) '  '
                           Whr-Itm-Raised-Id(Whr-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
                    Move Spaces To Wrpt-detail
                    String '          ' Whr-Itm-Text(Whr-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
               End-if
           End-perform
           If   Whr-Tot-Open Equal Zeros
                Move '  (none)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if.
       Rtr-escreve-abertos-x.  Exit.

       Rtr-escreve-fechados    Section.
      *    a closed item shows how long it stayed open, raised to
      *    closed
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move 'CLOSED ITEMS' To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String '  ITEM    CAT   REFERENCE             OPEN FOR  '
                  '      CLOSED          BY'
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha

           Perform Varying Whr-Ix From 1 By 1
                     Until Whr-Ix Greater Whr-Itm-Cnt
               If   Whr-Itm-Open(Whr-Ix) Equal 'N'
                    Add  1 To Whr-Tot-Closed
                    Move Whr-Itm-Close-Stamp(Whr-Ix) To Whr-Stamp
                    Perform Rtr-minutos-ate
                    Perform Rtr-formata-momento
                    Move Whr-Itm-Stamp(Whr-Ix) To Whr-Stamp
                    Perform Rtr-calcula-idade
                    Move Spaces To Wrpt-detail
                    String '  ' Whr-Itm-Num(Whr-Ix) '  '
                           Whr-Itm-Category(Whr-Ix) '  '
                           Whr-Itm-Reference(Whr-Ix) '  '
                           Whr-Age '  ' Whr-When '  '
                           Whr-Itm-Closer(Whr-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
                    Move Spaces To Wrpt-detail
                    String '          ' Whr-Itm-Text(Whr-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
                    Move Spaces To Wrpt-detail
                    String '          RESOLUTION: '
                           Whr-Itm-Resolution(Whr-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-escreve-linha
               End-if
           End-perform
           If   Whr-Tot-Closed Equal Zeros
                Move '  (none)' To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if.
       Rtr-escreve-fechados-x. Exit.

       Rtr-escreve-totais      Section.
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String 'TOTALS: HANDOVERS ' Whr-Tot-Pas
                  '  ACKNOWLEDGED ' Whr-Tot-Ack
                  '  NOT ACKNOWLEDGED ' Whr-Tot-Nak
                  '  OPEN ITEMS ' Whr-Tot-Open
                  '  CLOSED ' Whr-Tot-Closed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha.
       Rtr-escreve-totais-x.   Exit.

       Rtr-escreve-linha       Section.
           Move Wrpt-detail To Hnd-Report-Record
           Write Hnd-Report-Record.
       Rtr-escreve-linha-x.    Exit.

       End Program Hndrpt.
