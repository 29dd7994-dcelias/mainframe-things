      *----------------------------------------------------------------*
      *    One-time conversion of an OPTRULES rules dataset from the
      *    original 47-byte record to the current layout in CPYRULR
      *    (74 bytes, effective-dated and environment-qualified);
      *    PARM='DATED' converts instead a dataset already in the
      *    65-byte effective-dated layout. The programs that open
      *    (Ruleload, Rulmaint) read the new length, so an existing
      *    dataset must come through here once at cutover or the
      *    open fails and Ruleload quietly falls back to the
      *    would stop loading. The effective dates come out as
      *    spaces: open-ended, which is exactly how every rule
      *    behaved before dating existed. Input OPTRULSI, output
      *    OPTRULSO; nothing is dropped. Every converted rule holds
      *    in all environments (blank Rule-Env), as before.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Rulconv.
           Select Rule-Old-File Assign To Optrulsi
                  Organization Is Sequential
                  File Status Is Wold-status.
           Select Rule-Dtd-File Assign To Optrulsi
                  Organization Is Sequential
                  File Status Is Wold-status.
           Select Rule-New-File Assign To Optrulso
                  Organization Is Sequential
                  File Status Is Wnew-status.
           05  Filler            Pic  X(01).
           05  Rold-Active       Pic  X(01).

      *    the effective-dated layout, before environments
       FD  Rule-Dtd-File
           Recording Mode Is F
           Record Contains 65 Characters.
       01  Rule-Dtd-Record.
           05  Rdtd-Type         Pic  X(03).
           05  Filler            Pic  X(01).
           05  Rdtd-Key-1        Pic  X(20).
           05  Filler            Pic  X(01).
           05  Rdtd-Key-2        Pic  X(20).
           05  Filler            Pic  X(01).
           05  Rdtd-Active       Pic  X(01).
           05  Filler            Pic  X(01).
           05  Rdtd-Eff-From     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Rdtd-Eff-To       Pic  X(08).

       FD  Rule-New-File
           Recording Mode Is F
           Record Contains 74 Characters.
           Copy CPYRULR.

       Working-storage Section.
       01 Wnew-status       Pic  X(02) Value '00'.
       01 Wcnv-eof          Pic  X(01) Value 'N'.
       01 Wcnv-read         Pic  9(06) Value Zeros.
       01 Wcnv-dated        Pic  X(01) Value 'N'.

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(08).

       Procedure Division Using Ls-Parm-Area.

       Rtr-process             Section.
           Display ' '
           Display 'RULCONV  - OPTRULES layout conversion'

           If   Ls-Parm-Len Equal 5 And
                Ls-Parm-Text(1 : 5) Equal 'DATED'
                Move 'Y' To Wcnv-dated
           End-if
           If   Wcnv-dated Equal 'Y'
                Open Input Rule-Dtd-File
           Else
                Open Input Rule-Old-File
           End-if
           If   Wold-status Not Equal '00'
                Display 'RULCONV  - Unable to open OPTRULSI - '
                        'status ' Wold-status
           If   Wnew-status Not Equal '00'
                Display 'RULCONV  - Unable to open OPTRULSO - '
                        'status ' Wnew-status
                If   Wcnv-dated Equal 'Y'
                     Close Rule-Dtd-File
                Else
                     Close Rule-Old-File
                End-if
                Move 8 To Return-Code
                Goback
           End-if

           Perform Until Wcnv-eof Equal 'Y'
               If   Wcnv-dated Equal 'Y'
                    Read Rule-Dtd-File
                        At End
                             Move 'Y' To Wcnv-eof
                        Not At End
                             Add  1 To Wcnv-read
                             Perform Rtr-converte-datado
                    End-read
               Else
                    Read Rule-Old-File
                        At End
                             Move 'Y' To Wcnv-eof
                        Not At End
                             Add  1 To Wcnv-read
                             Perform Rtr-converte-registro
                    End-read
               End-if
           End-perform

           If   Wcnv-dated Equal 'Y'
                Close Rule-Dtd-File
           Else
                Close Rule-Old-File
           End-if
           Close Rule-New-File
           Display 'RULCONV  - ' Wcnv-read ' rule records converted'
           Move 0 To Return-Code
      *    retired) exactly as it was before effective dating
           Move Spaces      To Rule-Eff-From
           Move Spaces      To Rule-Eff-To
           Move Spaces      To Rule-Env
           Write Rule-Record.
       Rtr-converte-registro-x. Exit.

       Rtr-converte-datado     Section.
           Move Spaces        To Rule-Record
           Move Rdtd-Type     To Rule-Type
           Move Rdtd-Key-1    To Rule-Key-1
           Move Rdtd-Key-2    To Rule-Key-2
           Move Rdtd-Active   To Rule-Active
           Move Rdtd-Eff-From To Rule-Eff-From
           Move Rdtd-Eff-To   To Rule-Eff-To
      *    blank environment - the rule holds everywhere, as every
      *    rule did before environments were named
           Move Spaces        To Rule-Env
           Write Rule-Record.
       Rtr-converte-datado-x.  Exit.

       End Program Rulconv.
