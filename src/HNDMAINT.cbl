      *----------------------------------------------------------------*
      *    Shift handover transaction on the HANDLOG journal
      *    (CPYHAND) - the handover used to be a word at the
      *    console and whatever the outgoing shift remembered to
      *    say. Actions on Ls-Hnd-Action:
      *      HAND - the outgoing operator hands over: a handover
      *             record with the SHIFTRPT cover sheet's attention
      *             flag and a general note, every item still open
      *             from earlier handovers carried forward onto it,
      *             and the new open items keyed now (up to 10, each
      *             a category - CMD, LIST, LOCK, FIND or OTHR - a
      *             reference such as the command, list, lock or
      *             finding it is about, and the text). Nothing is
      *             written unless every new item is valid;
      *      PEND - the handover waiting for the operator signing
      *             on: the latest one, not yet acknowledged and not
      *             written by that operator. It is shown with the
      *             open items and its number comes back in
      *             Ls-Hnd-Id - zero when nothing is pending;
      *      ACK  - the incoming operator acknowledges handover
      *             Ls-Hnd-Id, which must be the one PEND gives;
      *      CLOS - open item Ls-Hnd-Item-Num is closed with the
      *             resolution note in Ls-Hnd-Note - until then it
      *             rides on every handover;
      *      LIST - the open items with their age.
      *    HANDLOG is only appended to, under a RUNLOCK claim on
      *    HANDLOG; not allocated yet it reads as empty and the
      *    first handover creates it.
      *    Return code: 0 ok, 1 no such handover or open item, 2
      *    journal too large for the tables, 3 handover already
      *    acknowledged, 4 bad action, 5 validation failed, 6 the
      *    handover was written by the operator acknowledging it,
      *    8 dataset error or HANDLOG locked.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Hndmaint.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Handover-File Assign To Handlog
                  Organization Is Sequential
                  File Status Is Whnd-status.
           Select Shift-Report-File Assign To Shiftrpt
                  Organization Is Sequential
                  File Status Is Wshr-status.
       Data Division.
       File Section.
       FD  Handover-File
           Recording Mode Is F
           Record Contains 135 Characters.
           Copy CPYHAND.

       FD  Shift-Report-File
           Recording Mode Is F
           Record Contains 100 Characters.
       01 Shift-Report-Record   Pic  X(100).

       Working-storage Section.
       01 Whnd-status       Pic  X(02) Value '00'.
       01 Wshr-status       Pic  X(02) Value '00'.
       01 Whnd-eof          Pic  X(01) Value 'N'.
       01 Whnd-Ix           Pic S9(04) Comp.
       01 Whnd-Jx           Pic S9(04) Comp.
       01 Whnd-Hit          Pic S9(04) Comp.
       01 Whnd-Last         Pic S9(04) Comp.
       01 Whnd-Max-Id       Pic  9(06) Value Zeros.
       01 Whnd-Max-Item     Pic  9(06) Value Zeros.
       01 Whnd-Key          Pic  9(06) Value Zeros.
       01 Whnd-Attention    Pic  X(01) Value 'U'.
       01 Whnd-Now          Pic  X(21) Value Spaces.
       01 Whnd-Open-Cnt     Pic  9(04) Value Zeros.
       01 Whnd-Carried      Pic  9(04) Value Zeros.
       01 Whnd-Ed           Pic  Z(05)9.

      *    age of an item, in minutes from the stamp it was raised
      *    to now, shown as days, hours and minutes
       01 Whnd-Date-Num     Pic  9(08) Value Zeros.
       01 Whnd-Hh           Pic  9(02) Value Zeros.
       01 Whnd-Mi           Pic  9(02) Value Zeros.
       01 Whnd-Now-Min      Pic S9(11) Comp Value Zeros.
       01 Whnd-Age-Min      Pic S9(11) Comp Value Zeros.
       01 Whnd-Age-Dd       Pic  9(04) Value Zeros.
       01 Whnd-Age-Rest     Pic  9(04) Value Zeros.
       01 Whnd-Age-Hr       Pic  9(02) Value Zeros.
       01 Whnd-Age-Mn       Pic  9(02) Value Zeros.
       01 Whnd-Age-Dd-Ed    Pic  Z(03)9.
       01 Whnd-Age          Pic  X(14) Value Spaces.

      *    the journal as read: one entry per handover and one per
      *    item ever raised
       01 Whnd-Pas-Cnt      Pic S9(04) Comp Value Zeros.
       01 Whnd-Pas-Tab.
          03 Whnd-Pas       Occurs 2000 Times.
             05 Whnd-Pas-Id Pic  9(06).
             05 Whnd-Pas-Stamp
                            Pic  X(21).
             05 Whnd-Pas-Oper
                            Pic  X(08).
             05 Whnd-Pas-Ack
                            Pic  X(01).
             05 Whnd-Pas-Ack-Oper
                            Pic  X(08).
             05 Whnd-Pas-Ack-Stamp
                            Pic  X(21).
       01 Whnd-Itm-Cnt      Pic S9(04) Comp Value Zeros.
       01 Whnd-Itm-Tab.
          03 Whnd-Itm       Occurs 2000 Times.
             05 Whnd-Itm-Num
                            Pic  9(06).
             05 Whnd-Itm-Raised-Id
                            Pic  9(06).
             05 Whnd-Itm-Stamp
                            Pic  X(21).
             05 Whnd-Itm-Oper
                            Pic  X(08).
             05 Whnd-Itm-Category
                            Pic  X(04).
             05 Whnd-Itm-Reference
                            Pic  X(20).
             05 Whnd-Itm-Text
                            Pic  X(60).
             05 Whnd-Itm-Open
                            Pic  X(01).
             05 Whnd-Itm-Carried
                            Pic  9(04).

      *    Run-lock area (Runlock): HANDLOG is claimed around every
      *    write so two consoles cannot interleave a handover
       01 Wlock-area.
          03 Wlock-resource Pic  X(08) Value 'HANDLOG'.
          03 Wlock-action   Pic  X(05) Value Spaces.
          03 Wlock-job      Pic  X(08) Value 'HNDMAINT'.
          03 Wlock-holder   Pic  X(08) Value Spaces.
          03 Wlock-since    Pic  X(21) Value Spaces.
          03 Wlock-rc       Pic S9(04) Comp Value Zeros.

       Linkage Section.
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

       Procedure Division Using Ls-Hnd-Area.

       Rtr-process             Section.
           Display ' '
           Display 'HNDMAINT - Shift handover: action '
                   Ls-Hnd-Action ' operator ' Ls-Hnd-User

           Move Zeros        To Ls-Hnd-Rc
           Move Function Current-Date To Whnd-Now

           Evaluate Ls-Hnd-Action
               When 'HAND'
                    Perform Rtr-valida-itens
                    If   Ls-Hnd-Rc Equal Zeros
                         Perform Rtr-reserva-diario
                    End-if
                    If   Ls-Hnd-Rc Equal Zeros
                         Perform Rtr-carrega-diario
                         If   Ls-Hnd-Rc Equal Zeros
                              Perform Rtr-le-atencao
                              Perform Rtr-grava-passagem
                         End-if
                         Perform Rtr-libera-diario
                    End-if
               When 'PEND'
                    Move Zeros To Ls-Hnd-Id
                    Perform Rtr-carrega-diario
                    If   Ls-Hnd-Rc Equal Zeros
                         Perform Rtr-localiza-pendente
                    End-if
               When 'ACK '
                    Perform Rtr-reserva-diario
                    If   Ls-Hnd-Rc Equal Zeros
                         Perform Rtr-carrega-diario
                         If   Ls-Hnd-Rc Equal Zeros
                              Perform Rtr-grava-confirmacao
                         End-if
                         Perform Rtr-libera-diario
                    End-if
               When 'CLOS'
                    If   Ls-Hnd-Note Equal Spaces
                         Display 'HNDMAINT - Error: a resolution note '
                                 'is required to close an item'
                         Move 5 To Ls-Hnd-Rc
                    Else
                         Perform Rtr-reserva-diario
                    End-if
                    If   Ls-Hnd-Rc Equal Zeros
                         Perform Rtr-carrega-diario
                         If   Ls-Hnd-Rc Equal Zeros
                              Perform Rtr-grava-encerramento
                         End-if
                         Perform Rtr-libera-diario
                    End-if
               When 'LIST'
                    Perform Rtr-carrega-diario
                    If   Ls-Hnd-Rc Equal Zeros
                         Perform Rtr-lista-abertos
                    End-if
               When Other
                    Display 'HNDMAINT - Error: action must be HAND, '
                            'PEND, ACK, CLOS or LIST'
                    Move 4 To Ls-Hnd-Rc
           End-evaluate

           Goback.
       Rtr-process-x.          Exit.

       Rtr-valida-itens        Section.
      *    every new item needs a known category and some text -
      *    an item nobody can act on is not a handover
           If   Ls-Hnd-Item-Cnt Is Not Numeric Or
                Ls-Hnd-Item-Cnt Greater 10
                Display 'HNDMAINT - Error: at most 10 new items per '
                        'handover'
                Move 5 To Ls-Hnd-Rc
                Go To Rtr-valida-itens-x
           End-if
           Perform Varying Whnd-Ix From 1 By 1
                     Until Whnd-Ix Greater Ls-Hnd-Item-Cnt
               Move Whnd-Ix To Whnd-Ed
               If   Ls-Hnd-Category(Whnd-Ix) Not Equal 'CMD ' And
                    Ls-Hnd-Category(Whnd-Ix) Not Equal 'LIST' And
                    Ls-Hnd-Category(Whnd-Ix) Not Equal 'LOCK' And
                    Ls-Hnd-Category(Whnd-Ix) Not Equal 'FIND' And
                    Ls-Hnd-Category(Whnd-Ix) Not Equal 'OTHR'
                    Display 'HNDMAINT - Error: item' Whnd-Ed
                            ' category must be CMD, LIST, LOCK, '
                            'FIND or OTHR'
                    Move 5 To Ls-Hnd-Rc
               End-if
               If   Ls-Hnd-Text(Whnd-Ix) Equal Spaces
                    Display 'HNDMAINT - Error: item' Whnd-Ed
                            ' has no text'
                    Move 5 To Ls-Hnd-Rc
               End-if
           End-perform.
       Rtr-valida-itens-x.     Exit.

       Rtr-reserva-diario      Section.
           Move 'CLAIM' To Wlock-action
           Call 'Runlock' Using Wlock-area
           If   Wlock-rc Not Equal Zeros
                Display 'HNDMAINT - Error: HANDLOG is locked by '
                        Wlock-holder ' since ' Wlock-since
                Move 8 To Ls-Hnd-Rc
           End-if.
       Rtr-reserva-diario-x.   Exit.

       Rtr-libera-diario       Section.
           Move 'FREE ' To Wlock-action
           Call 'Runlock' Using Wlock-area.
       Rtr-libera-diario-x.    Exit.

       Rtr-carrega-diario      Section.
      *    the whole journal into the tables: handovers with who
      *    acknowledged them, items with whether they are still
      *    open and how many handovers they have ridden on
           Move Zeros To Whnd-Pas-Cnt Whnd-Itm-Cnt
                         Whnd-Max-Id Whnd-Max-Item
           Move 'N' To Whnd-eof
           Open Input Handover-File
           If   Whnd-status Equal '35'
                Go To Rtr-carrega-diario-x
           End-if
           If   Whnd-status Not Equal '00'
                Display 'HNDMAINT - Error: unable to read HANDLOG - '
                        'status ' Whnd-status
                Move 8 To Ls-Hnd-Rc
                Go To Rtr-carrega-diario-x
           End-if
           Perform Until Whnd-eof Equal 'Y'
               Read Handover-File
                   At End
                        Move 'Y' To Whnd-eof
                   Not At End
                        Perform Rtr-acumula-registro
               End-read
           End-perform
           Close Handover-File.
       Rtr-carrega-diario-x.   Exit.

       Rtr-acumula-registro    Section.
           Evaluate Hand-Type
               When 'H'
                    If   Whnd-Pas-Cnt Not Less 2000
                         Display 'HNDMAINT - Error: HANDLOG holds '
                                 'more handovers than the table'
                         Move 2   To Ls-Hnd-Rc
                         Move 'Y' To Whnd-eof
                         Go To Rtr-acumula-registro-x
                    End-if
                    Add  1 To Whnd-Pas-Cnt
                    Move Hand-Id       To Whnd-Pas-Id(Whnd-Pas-Cnt)
                    Move Hand-Stamp    To Whnd-Pas-Stamp(Whnd-Pas-Cnt)
                    Move Hand-Operator To Whnd-Pas-Oper(Whnd-Pas-Cnt)
                    Move 'N'           To Whnd-Pas-Ack(Whnd-Pas-Cnt)
                    Move Spaces   To Whnd-Pas-Ack-Oper(Whnd-Pas-Cnt)
                                     Whnd-Pas-Ack-Stamp(Whnd-Pas-Cnt)
                    If   Hand-Id Greater Whnd-Max-Id
                         Move Hand-Id To Whnd-Max-Id
                    End-if
               When 'A'
                    Perform Varying Whnd-Ix From 1 By 1
                              Until Whnd-Ix Greater Whnd-Pas-Cnt
                        If   Whnd-Pas-Id(Whnd-Ix) Equal Hand-Id
                             Move 'Y' To Whnd-Pas-Ack(Whnd-Ix)
                             Move Hand-Operator
                               To Whnd-Pas-Ack-Oper(Whnd-Ix)
                             Move Hand-Stamp
                               To Whnd-Pas-Ack-Stamp(Whnd-Ix)
                        End-if
                    End-perform
               When 'O'
                    If   Whnd-Itm-Cnt Not Less 2000
                         Display 'HNDMAINT - Error: HANDLOG holds '
                                 'more items than the table'
                         Move 2   To Ls-Hnd-Rc
                         Move 'Y' To Whnd-eof
                         Go To Rtr-acumula-registro-x
                    End-if
                    Add  1 To Whnd-Itm-Cnt
                    Move Whnd-Itm-Cnt   To Whnd-Ix
                    Move Hand-Item      To Whnd-Itm-Num(Whnd-Ix)
                    Move Hand-Id        To Whnd-Itm-Raised-Id(Whnd-Ix)
                    Move Hand-Stamp     To Whnd-Itm-Stamp(Whnd-Ix)
                    Move Hand-Operator  To Whnd-Itm-Oper(Whnd-Ix)
                    Move Hand-Category  To Whnd-Itm-Category(Whnd-Ix)
                    Move Hand-Reference To Whnd-Itm-Reference(Whnd-Ix)
                    Move Hand-Text      To Whnd-Itm-Text(Whnd-Ix)
                    Move 'Y'            To Whnd-Itm-Open(Whnd-Ix)
                    Move Zeros          To Whnd-Itm-Carried(Whnd-Ix)
                    If   Hand-Item Greater Whnd-Max-Item
                         Move Hand-Item To Whnd-Max-Item
                    End-if
               When 'F'
                    Move Hand-Item To Whnd-Key
                    Perform Rtr-localiza-item
                    If   Whnd-Hit Not Equal 0
                         Add 1 To Whnd-Itm-Carried(Whnd-Hit)
                    End-if
               When 'C'
                    Move Hand-Item To Whnd-Key
                    Perform Rtr-localiza-item
                    If   Whnd-Hit Not Equal 0
                         Move 'N' To Whnd-Itm-Open(Whnd-Hit)
                    End-if
           End-evaluate.
       Rtr-acumula-registro-x. Exit.

       Rtr-localiza-item       Section.
      *    Whnd-Hit is the item numbered Whnd-Key, or 0
           Move 0 To Whnd-Hit
           Perform Varying Whnd-Jx From 1 By 1
                     Until Whnd-Jx Greater Whnd-Itm-Cnt
                        Or Whnd-Hit Not Equal 0
               If   Whnd-Itm-Num(Whnd-Jx) Equal Whnd-Key
                    Move Whnd-Jx To Whnd-Hit
               End-if
           End-perform.
       Rtr-localiza-item-x.    Exit.

       Rtr-le-atencao          Section.
      *    the attention flag off the last line of the SHIFTRPT
      *    cover sheet as it stands - U when there is none to read
           Move 'U' To Whnd-Attention
           Move 'N' To Whnd-eof
           Open Input Shift-Report-File
           If   Wshr-status Not Equal '00'
                Display 'HNDMAINT - Warning: SHIFTRPT cover sheet '
                        'unavailable - attention recorded as U'
                Go To Rtr-le-atencao-x
           End-if
           Perform Until Whnd-eof Equal 'Y'
               Read Shift-Report-File
                   At End
                        Move 'Y' To Whnd-eof
                   Not At End
                        If   Shift-Report-Record(1 : 11)
                               Equal 'ATTENTION: '
                             If   Shift-Report-Record(12 : 3)
                                    Equal 'YES'
                                  Move 'Y' To Whnd-Attention
                             Else
                                  Move 'N' To Whnd-Attention
                             End-if
                        End-if
               End-read
           End-perform
           Close Shift-Report-File.
       Rtr-le-atencao-x.       Exit.

       Rtr-grava-passagem      Section.
      *    the handover, then what is still open carried onto it,
      *    then the items raised now - numbered on from the last
           Perform Rtr-abre-diario
           If   Ls-Hnd-Rc Not Equal Zeros
                Go To Rtr-grava-passagem-x
           End-if
           Compute Ls-Hnd-Id = Whnd-Max-Id + 1

           Move Spaces         To Handover-Record
           Move 'H'            To Hand-Type
           Move Ls-Hnd-Id      To Hand-Id
           Move Zeros          To Hand-Item
           Move Whnd-Now       To Hand-Stamp
           Move Ls-Hnd-User    To Hand-Operator
           Move Whnd-Attention To Hand-Attention
           Move Ls-Hnd-Note    To Hand-Text
           Write Handover-Record

           Move Zeros To Whnd-Carried
           Perform Varying Whnd-Ix From 1 By 1
                     Until Whnd-Ix Greater Whnd-Itm-Cnt
               If   Whnd-Itm-Open(Whnd-Ix) Equal 'Y'
                    Move Spaces      To Handover-Record
                    Move 'F'         To Hand-Type
                    Move Ls-Hnd-Id   To Hand-Id
                    Move Whnd-Itm-Num(Whnd-Ix)       To Hand-Item
                    Move Whnd-Now    To Hand-Stamp
                    Move Ls-Hnd-User To Hand-Operator
                    Move Whnd-Itm-Category(Whnd-Ix)  To Hand-Category
                    Move Whnd-Itm-Reference(Whnd-Ix) To Hand-Reference
                    Move Whnd-Itm-Text(Whnd-Ix)      To Hand-Text
                    Write Handover-Record
                    Add  1 To Whnd-Carried
               End-if
           End-perform

           Perform Varying Whnd-Ix From 1 By 1
                     Until Whnd-Ix Greater Ls-Hnd-Item-Cnt
               Add  1 To Whnd-Max-Item
               Move Spaces      To Handover-Record
               Move 'O'         To Hand-Type
               Move Ls-Hnd-Id   To Hand-Id
               Move Whnd-Max-Item               To Hand-Item
               Move Whnd-Now    To Hand-Stamp
               Move Ls-Hnd-User To Hand-Operator
               Move Ls-Hnd-Category(Whnd-Ix)  To Hand-Category
               Move Ls-Hnd-Reference(Whnd-Ix) To Hand-Reference
               Move Ls-Hnd-Text(Whnd-Ix)      To Hand-Text
               Write Handover-Record
               Display 'HNDMAINT - Item ' Whnd-Max-Item ' opened: '
                       Ls-Hnd-Category(Whnd-Ix) ' '
                       Ls-Hnd-Reference(Whnd-Ix)
           End-perform
           Close Handover-File

           Display 'HNDMAINT - Handover ' Ls-Hnd-Id ' written - '
                   'attention=' Whnd-Attention
           Move Whnd-Carried To Whnd-Ed
           Display 'HNDMAINT - Open items carried forward:' Whnd-Ed
           Move Ls-Hnd-Item-Cnt To Whnd-Ed
           Display 'HNDMAINT - New items:' Whnd-Ed.
       Rtr-grava-passagem-x.   Exit.

       Rtr-localiza-pendente   Section.
      *    only the latest handover can be waiting: one superseded
      *    before anybody acknowledged it stays unacknowledged on
      *    the report, and its items are on the newer one anyway
           If   Whnd-Pas-Cnt Equal Zeros
                Display 'HNDMAINT - No handover on file'
                Go To Rtr-localiza-pendente-x
           End-if
           Move Whnd-Pas-Cnt To Whnd-Last
           If   Whnd-Pas-Ack(Whnd-Last) Equal 'Y' Or
                Whnd-Pas-Oper(Whnd-Last) Equal Ls-Hnd-User
                Display 'HNDMAINT - No handover waiting for '
                        Ls-Hnd-User
                Go To Rtr-localiza-pendente-x
           End-if
           Move Whnd-Pas-Id(Whnd-Last) To Ls-Hnd-Id
           Display 'HNDMAINT - Handover ' Ls-Hnd-Id ' from '
                   Whnd-Pas-Oper(Whnd-Last) ' at '
                   Whnd-Pas-Stamp(Whnd-Last)(1 : 8) ' '
                   Whnd-Pas-Stamp(Whnd-Last)(9 : 2) ':'
                   Whnd-Pas-Stamp(Whnd-Last)(11 : 2)
                   ' is waiting to be acknowledged'
           Perform Rtr-mostra-nota
           Perform Rtr-lista-abertos.
       Rtr-localiza-pendente-x. Exit.

       Rtr-mostra-nota         Section.
      *    the general note and attention flag are on the handover
      *    record itself, not in the tables - read back for display
           Move 'N' To Whnd-eof
           Open Input Handover-File
           If   Whnd-status Not Equal '00'
                Go To Rtr-mostra-nota-x
           End-if
           Perform Until Whnd-eof Equal 'Y'
               Read Handover-File
                   At End
                        Move 'Y' To Whnd-eof
                   Not At End
                        If   Hand-Type Equal 'H' And
                             Hand-Id Equal Ls-Hnd-Id
                             Display '  Attention at handover: '
                                     Hand-Attention
                             If   Hand-Text Not Equal Spaces
                                  Display '  Note: ' Hand-Text
                             End-if
                             Move 'Y' To Whnd-eof
                        End-if
               End-read
           End-perform
           Close Handover-File.
       Rtr-mostra-nota-x.      Exit.

       Rtr-grava-confirmacao   Section.
           If   Whnd-Pas-Cnt Equal Zeros
                Display 'HNDMAINT - Error: no handover on file'
                Move 1 To Ls-Hnd-Rc
                Go To Rtr-grava-confirmacao-x
           End-if
           Move Whnd-Pas-Cnt To Whnd-Last
           If   Whnd-Pas-Id(Whnd-Last) Not Equal Ls-Hnd-Id
                Display 'HNDMAINT - Error: ' Ls-Hnd-Id
                        ' is not the latest handover'
                Move 1 To Ls-Hnd-Rc
                Go To Rtr-grava-confirmacao-x
           End-if
           If   Whnd-Pas-Ack(Whnd-Last) Equal 'Y'
                Display 'HNDMAINT - Error: handover ' Ls-Hnd-Id
                        ' was acknowledged by '
                        Whnd-Pas-Ack-Oper(Whnd-Last)
                Move 3 To Ls-Hnd-Rc
                Go To Rtr-grava-confirmacao-x
           End-if
           If   Whnd-Pas-Oper(Whnd-Last) Equal Ls-Hnd-User
                Display 'HNDMAINT - Error: a handover cannot be '
                        'acknowledged by the operator who wrote it'
                Move 6 To Ls-Hnd-Rc
                Go To Rtr-grava-confirmacao-x
           End-if

           Perform Rtr-abre-diario
           If   Ls-Hnd-Rc Not Equal Zeros
                Go To Rtr-grava-confirmacao-x
           End-if
           Move Spaces      To Handover-Record
           Move 'A'         To Hand-Type
           Move Ls-Hnd-Id   To Hand-Id
           Move Zeros       To Hand-Item
           Move Whnd-Now    To Hand-Stamp
           Move Ls-Hnd-User To Hand-Operator
           Write Handover-Record
           Close Handover-File
           Display 'HNDMAINT - Handover ' Ls-Hnd-Id
                   ' acknowledged by ' Ls-Hnd-User.
       Rtr-grava-confirmacao-x. Exit.

       Rtr-grava-encerramento  Section.
           Move Ls-Hnd-Item-Num To Whnd-Key
           Perform Rtr-localiza-item
           If   Whnd-Hit Equal 0
                Display 'HNDMAINT - Error: no item ' Ls-Hnd-Item-Num
                        ' on HANDLOG'
                Move 1 To Ls-Hnd-Rc
                Go To Rtr-grava-encerramento-x
           End-if
           If   Whnd-Itm-Open(Whnd-Hit) Not Equal 'Y'
                Display 'HNDMAINT - Error: item ' Ls-Hnd-Item-Num
                        ' is already closed'
                Move 1 To Ls-Hnd-Rc
                Go To Rtr-grava-encerramento-x
           End-if

           Perform Rtr-abre-diario
           If   Ls-Hnd-Rc Not Equal Zeros
                Go To Rtr-grava-encerramento-x
           End-if
           Move Spaces      To Handover-Record
           Move 'C'         To Hand-Type
           Move Whnd-Max-Id To Hand-Id
           Move Ls-Hnd-Item-Num                To Hand-Item
           Move Whnd-Now    To Hand-Stamp
           Move Ls-Hnd-User To Hand-Operator
           Move Whnd-Itm-Category(Whnd-Hit)  To Hand-Category
           Move Whnd-Itm-Reference(Whnd-Hit) To Hand-Reference
           Move Ls-Hnd-Note To Hand-Text
           Write Handover-Record
           Close Handover-File
           Display 'HNDMAINT - Item ' Ls-Hnd-Item-Num
                   ' closed by ' Ls-Hnd-User.
       Rtr-grava-encerramento-x. Exit.

       Rtr-abre-diario         Section.
           Open Extend Handover-File
           If   Whnd-status Equal '35'
                Open Output Handover-File
           End-if
           If   Whnd-status Not Equal '00'
                Display 'HNDMAINT - Error: unable to write HANDLOG - '
                        'status ' Whnd-status
                Move 8 To Ls-Hnd-Rc
           End-if.
       Rtr-abre-diario-x.      Exit.

       Rtr-lista-abertos       Section.
           Move Zeros To Whnd-Open-Cnt
           Move Whnd-Now(1 : 8)  To Whnd-Date-Num
           Move Whnd-Now(9 : 2)  To Whnd-Hh
           Move Whnd-Now(11 : 2) To Whnd-Mi
           Compute Whnd-Now-Min =
                   Function Integer-Of-Date(Whnd-Date-Num) * 1440
                 + Whnd-Hh * 60 + Whnd-Mi
           Display 'HNDMAINT - Open items:'
           Perform Varying Whnd-Ix From 1 By 1
                     Until Whnd-Ix Greater Whnd-Itm-Cnt
               If   Whnd-Itm-Open(Whnd-Ix) Equal 'Y'
                    Add  1 To Whnd-Open-Cnt
                    Perform Rtr-calcula-idade
                    Move Whnd-Itm-Carried(Whnd-Ix) To Whnd-Ed
                    Display '  ' Whnd-Itm-Num(Whnd-Ix) ' '
                            Whnd-Itm-Category(Whnd-Ix) ' '
                            Whnd-Itm-Reference(Whnd-Ix) ' age '
                            Whnd-Age ' carried' Whnd-Ed
                    Display '         ' Whnd-Itm-Text(Whnd-Ix)
                    Display '         raised by '
                            Whnd-Itm-Oper(Whnd-Ix) ' on handover '
                            Whnd-Itm-Raised-Id(Whnd-Ix)
               End-if
           End-perform
           If   Whnd-Open-Cnt Equal Zeros
                Display '  (none)'
           End-if.
       Rtr-lista-abertos-x.    Exit.

       Rtr-calcula-idade       Section.
      *    Whnd-Age for item Whnd-Ix: 'nnnD hhH mmM' since raised
           Move Whnd-Itm-Stamp(Whnd-Ix)(1 : 8)  To Whnd-Date-Num
           Move Whnd-Itm-Stamp(Whnd-Ix)(9 : 2)  To Whnd-Hh
           Move Whnd-Itm-Stamp(Whnd-Ix)(11 : 2) To Whnd-Mi
           Compute Whnd-Age-Min = Whnd-Now-Min -
                   (Function Integer-Of-Date(Whnd-Date-Num) * 1440
                  + Whnd-Hh * 60 + Whnd-Mi)
           If   Whnd-Age-Min Less Zeros
                Move Zeros To Whnd-Age-Min
           End-if
           Divide Whnd-Age-Min By 1440 Giving Whnd-Age-Dd
                  Remainder Whnd-Age-Rest
           Divide Whnd-Age-Rest By 60 Giving Whnd-Age-Hr
                  Remainder Whnd-Age-Mn
           Move Whnd-Age-Dd To Whnd-Age-Dd-Ed
           Move Spaces To Whnd-Age
           String Whnd-Age-Dd-Ed 'D ' Whnd-Age-Hr 'H '
                  Whnd-Age-Mn 'M'
                  Delimited By Size Into Whnd-Age.
       Rtr-calcula-idade-x.    Exit.

       End Program Hndmaint.
