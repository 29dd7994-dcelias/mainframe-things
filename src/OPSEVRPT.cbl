      *    reads the LE condition log. Any group seen more than the
      *    alert threshold is flagged; PARM='nn' overrides the
      *    default threshold of 3. Ends with return code 8 when any
      *    alert trips so the scheduler can page somebody; each
      *    chronic group is raised on the ALERTS feed (Alertput) as
      *    well, keyed on program, ddname and file status.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Opsevrpt.
             05 Wev-Last    Pic  X(08).
             05 Wev-Text    Pic  X(40).

      *    Alert area (Alertput)
       01 Walrt-area.
          03 Walrt-source   Pic  X(08) Value 'OPSEVRPT'.
          03 Walrt-severity Pic  X(05) Value 'ERROR'.
          03 Walrt-key      Pic  X(20) Value Spaces.
          03 Walrt-text     Pic  X(60) Value Spaces.
          03 Walrt-report   Pic  X(08) Value 'OPSEVRPT'.
          03 Walrt-rc       Pic S9(04) Comp Value Zeros.

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
                    Display '      *** CHRONIC: failed '
                            Wev-Total(Wev-Ix) ' times - fix the '
                            'allocation before the night it matters'
                    Perform Rtr-grava-alerta
               End-if
           End-perform.
       Rtr-imprime-relatorio-x. Exit.

       Rtr-grava-alerta        Section.
           Move Spaces To Walrt-key Walrt-text
           String Wev-Program(Wev-Ix) Wev-Ddname(Wev-Ix) ' '
                  Wev-Fs(Wev-Ix)
                  Delimited By Size Into Walrt-key
           String Wev-Ddname(Wev-Ix) ' fs=' Wev-Fs(Wev-Ix)
                  ' x' Wev-Total(Wev-Ix) ': ' Wev-Text(Wev-Ix)
                  Delimited By Size Into Walrt-text
           Call 'Alertput' Using Walrt-area.
       Rtr-grava-alerta-x.     Exit.

       End Program Opsevrpt.
