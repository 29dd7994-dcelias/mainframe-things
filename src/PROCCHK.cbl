      *    hard corruption (duplicates or non-printables), 4 for
      *    suspects only (blank or full-width PARMs), 0 clean - the
      *    scan job gates on it and stops debugging scan output
      *    that was really extract corruption. A corrupt or
      *    suspect verdict is raised on the ALERTS feed (Alertput).
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Procchk.
       01 Wstp-Tab.
          03 Wstp-Name      Pic  X(08) Occurs 2000 Times.

      *    Alert area (Alertput)
       01 Walrt-area.
          03 Walrt-source   Pic  X(08) Value 'PROCCHK'.
          03 Walrt-severity Pic  X(05) Value Spaces.
          03 Walrt-key      Pic  X(20) Value Spaces.
          03 Walrt-text     Pic  X(60) Value Spaces.
          03 Walrt-report   Pic  X(08) Value 'PROCCHK'.
          03 Walrt-rc       Pic S9(04) Comp Value Zeros.

       Procedure Division.

       Rtr-process             Section.
           Evaluate True
               When Wchk-dups Greater Zeros Or
                    Wchk-garbage Greater Zeros
                    Display 'PROCCHK - VERDICT: extract is corrupt '
                            '- do not scan it (return code 8)'
                    Move 'ERROR'           To Walrt-severity
                    Move 'PROCCHK CORRUPT' To Walrt-key
                    Perform Rtr-grava-alerta
      *             set after the alert - Alertput leaves a return
      *             code of its own behind
                    Move 8 To Return-Code
               When Wchk-blank Greater Zeros Or
                    Wchk-fullw Greater Zeros
                    Display 'PROCCHK - VERDICT: extract is suspect '
                            '(return code 4)'
                    Move 'WARN '           To Walrt-severity
                    Move 'PROCCHK SUSPECT' To Walrt-key
                    Perform Rtr-grava-alerta
                    Move 4 To Return-Code
               When Other
                    Move 0 To Return-Code
                    Display 'PROCCHK - VERDICT: extract is clean'
           End-if.
       Rtr-verifica-registro-x. Exit.

       Rtr-grava-alerta        Section.
           Move Spaces To Walrt-text
           String 'Extract: ' Wchk-dups ' dup '
                  Wchk-garbage ' garbled ' Wchk-blank ' blank '
                  Wchk-fullw ' full'
                  Delimited By Size Into Walrt-text
           Call 'Alertput' Using Walrt-area.
       Rtr-grava-alerta-x.     Exit.

       End Program Procchk.
