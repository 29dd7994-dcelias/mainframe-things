      *----------------------------------------------------------------*
      *    One-time conversion of a PARMJHST PARM change journal from
      *    the original 219-byte record (date, step, old and new PARM)
      *    to the current layout in CPYPJRN (273 bytes, with the
      *    library and member the step lives in). Parmjrnl and
      *    Parmrecn read the new length, so an existing journal must
      *    come through here once at cutover or Parmjrnl's nightly
      *    append fails to open and the night's changes go
      *    unjournaled. The old records never said where the step
      *    lived, so Jhst-Library and Jhst-Member come out as spaces
      *    - only step-mask tickets can then cover those changes in
      *    Parmrecn. Input PARMJHSI, output PARMJHSO; history is
      *    preserved, nothing is dropped.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Pjrnconv.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Jrnl-Old-File Assign To Parmjhsi
                  Organization Is Sequential
                  File Status Is Wold-status.
           Select Parm-Jrnl-File Assign To Parmjhso
                  Organization Is Sequential
                  File Status Is Wnew-status.
       Data Division.
       File Section.
       FD  Jrnl-Old-File
           Recording Mode Is F
           Record Contains 219 Characters.
       01  Jrnl-Old-Record.
           05  Jold-Date         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Jold-Step         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Jold-Old-Parm     Pic  X(100).
           05  Filler            Pic  X(01).
           05  Jold-New-Parm     Pic  X(100).

       FD  Parm-Jrnl-File
           Recording Mode Is F
           Record Contains 273 Characters.
           Copy CPYPJRN.

       Working-storage Section.
       01 Wold-status       Pic  X(02) Value '00'.
       01 Wnew-status       Pic  X(02) Value '00'.
       01 Wcnv-eof          Pic  X(01) Value 'N'.
       01 Wcnv-read         Pic  9(06) Value Zeros.

       Procedure Division.

       Rtr-process             Section.
           Display ' '
           Display 'PJRNCONV - PARMJHST layout conversion'

           Open Input Jrnl-Old-File
           If   Wold-status Not Equal '00'
                Display 'PJRNCONV - Unable to open PARMJHSI - '
                        'status ' Wold-status
                Move 8 To Return-Code
                Goback
           End-if
           Open Output Parm-Jrnl-File
           If   Wnew-status Not Equal '00'
                Display 'PJRNCONV - Unable to open PARMJHSO - '
                        'status ' Wnew-status
                Close Jrnl-Old-File
                Move 8 To Return-Code
                Goback
           End-if

           Perform Until Wcnv-eof Equal 'Y'
               Read Jrnl-Old-File
                   At End
                        Move 'Y' To Wcnv-eof
                   Not At End
                        Add  1 To Wcnv-read
                        Perform Rtr-converte-registro
               End-read
           End-perform

           Close Jrnl-Old-File
           Close Parm-Jrnl-File
           Display 'PJRNCONV - ' Wcnv-read ' journal records converted'
           Move 0 To Return-Code
           Goback.
       Rtr-process-x.          Exit.

       Rtr-converte-registro   Section.
           Move Spaces        To Parm-Jrnl-Record
           Move Jold-Date     To Jhst-Date
           Move Jold-Step     To Jhst-Step
           Move Jold-Old-Parm To Jhst-Old-Parm
           Move Jold-New-Parm To Jhst-New-Parm
      *    where the step lived was never recorded - blank, not
      *    guessed from tonight's extract
           Move Spaces        To Jhst-Library
           Move Spaces        To Jhst-Member
           Write Parm-Jrnl-Record.
       Rtr-converte-registro-x. Exit.

       End Program Pjrnconv.
