      *    the previous night's retained copy on PROCPREV (wide
      *    layout - the housekeeping JCL rolls tonight's extract
      *    into it after this step) and appends one PARMJHST record
      *    per changed step: date, step, old PARM, new PARM and the
      *    library and member the step lives in (CPYPJRN). A step
      *    new tonight journals with the old PARM blank, a step
      *    gone tonight with the new PARM blank. Parmrecn checks
      *    the journaled changes against the change tickets.
      *    Inquiry mode prints history off the journal:
      *      PARM='STEP=name'              one step's full history
      *      PARM='FROM=yyyymmdd,TO=yyyymmdd'  all changes in range

       FD  Parm-Jrnl-File
           Recording Mode Is F
           Record Contains 273 Characters.
           Copy CPYPJRN.

       Working-storage Section.
       01 Wprocin-status    Pic  X(02) Value '00'.
       01 Wjrn-printed      Pic  9(06) Value Zeros.
       01 Wjrn-step         Pic  X(08) Value Spaces.
       01 Wjrn-parm         Pic  X(100) Value Spaces.
       01 Wjrn-library      Pic  X(44) Value Spaces.
       01 Wjrn-member       Pic  X(08) Value Spaces.
       01 Wjrn-ix           Pic S9(06) Comp.
       01 Wjrn-hit          Pic S9(06) Comp.
       01 Wjhst-open        Pic  X(01) Value 'N'.
          03 Wprv-Entry     Occurs 2000 Times.
             05 Wprv-Step   Pic  X(08).
             05 Wprv-Parm   Pic  X(100).
             05 Wprv-Library
                            Pic  X(44).
             05 Wprv-Member Pic  X(08).
             05 Wprv-Seen   Pic  X(01).

       Linkage Section.
                               To Wprv-Step(Wprv-Cnt)
                             Move Prev-Parm-Value
                               To Wprv-Parm(Wprv-Cnt)
                             Move Prev-Library
                               To Wprv-Library(Wprv-Cnt)
                             Move Prev-Member
                               To Wprv-Member(Wprv-Cnt)
                             Move 'N' To Wprv-Seen(Wprv-Cnt)
                        Else
                             Add  1 To Wprv-Over
                         Move Proc2-Step-Name  To Wjrn-step
                         Move Spaces           To Wjrn-parm
                         Move Proc2-Parm-Value To Wjrn-parm
                         Move Proc2-Library    To Wjrn-library
                         Move Proc2-Member     To Wjrn-member
                End-read
           Else
                Read Proc-In-File
                         Move Proc-Step-Name   To Wjrn-step
                         Move Spaces           To Wjrn-parm
                         Move Proc-Parm-Value  To Wjrn-parm
                         Move Spaces           To Wjrn-library
                                                  Wjrn-member
                End-read
           End-if.
       Rtr-le-passo-atual-x.   Exit.
                    Move Wprv-Step(Wjrn-ix) To Wjrn-step
                    Move Wprv-Parm(Wjrn-ix) To Jhst-Old-Parm
                    Move Spaces             To Jhst-New-Parm
                    Move Wprv-Library(Wjrn-ix) To Wjrn-library
                    Move Wprv-Member(Wjrn-ix)  To Wjrn-member
                    Perform Rtr-grava-jornal
               End-if
           End-perform.
                If   Wjhst-status Not Equal '00'
                     Display 'PARMJRNL - Warning: PARMJHST '
                             'unavailable - status ' Wjhst-status
      *              a journal still in the 219-byte layout refuses
      *              the open on its record length
                     If   Wjhst-status Equal '39'
                          Display 'PARMJRNL - PARMJHST is not in the '
                                  'current layout - convert it once '
                                  'with PJRNCONV'
                     End-if
                     Move 'X' To Wjhst-open
                Else
                     Move 'Y' To Wjhst-open
           If   Wjhst-open Equal 'Y'
                Move Wjrn-today(1 : 8) To Jhst-Date
                Move Wjrn-step         To Jhst-Step
                Move Wjrn-library      To Jhst-Library
                Move Wjrn-member       To Jhst-Member
                Write Parm-Jrnl-Record
                Display 'PARMJRNL - ' Jhst-Date ' ' Jhst-Step
                        ' PARM changed'
                             Jhst-Date Not Greater Wqry-to)
                             Add  1 To Wjrn-printed
                             Display '  ' Jhst-Date ' ' Jhst-Step
                                     ' ' Jhst-Member ' ' Jhst-Library
                             Display '    OLD: ' Jhst-Old-Parm
                             Display '    NEW: ' Jhst-New-Parm
                        End-if
