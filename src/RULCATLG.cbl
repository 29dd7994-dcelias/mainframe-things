      *    headings carry the run date and whether the rules came
      *    from the OPTRULES dataset or the compiled defaults, in
      *    the same report framework the batch scan uses for
      *    PARMRPT. Every rule line names, at the right, the
      *    environment the rule holds in - ENV: ALL, or the one
      *    environment it is kept for. Output on RULECAT.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Rulcatlg.
       01 Wcat-Base         Pic  X(10).
       01 Wsts-flag         Pic  X(01).
       01 Wsts-text         Pic  X(10).
       01 Wcat-Env          Pic  X(08).
       01 Wrpt-page         Pic  9(04) Value Zeros.
       01 Wrpt-line-cnt     Pic S9(04) Comp Value Zeros.
       01 Wrpt-date-raw     Pic  X(21).
           Display 'RULCATLG - Compiler-option rule catalog'
           Display '-----------------------------------------------'

      *    no library - the whole rule set, every environment's
           Move Spaces To Wrul-Source Wrul-Library
           Call 'Ruleload' Using Wrul-Tables

           Open Output Rule-Cat-File
                       ' (' Wsts-text ')'
                       Delimited By Size Into Wrpt-detail
           End-if
           Move Wrul-Opt-Env(Wcat-Ix) To Wcat-Env
           Perform Rtr-anota-ambiente
           Perform Rtr-rpt-write

           Perform Varying Wcat-Jx From 1 By 1
                                ' (' Wsts-text ')'
                                Delimited By Size Into Wrpt-detail
                    End-if
                    Move Wrul-Syn-Env(Wcat-Jx) To Wcat-Env
                    Perform Rtr-anota-ambiente
                    Perform Rtr-rpt-write
               End-if
           End-perform
                                Delimited By Size
                                Into Wrpt-detail(27 : )
                    End-if
                    Move Wrul-Opp-Env(Wcat-Jx) To Wcat-Env
                    Perform Rtr-anota-ambiente
                    Perform Rtr-rpt-write
               End-if
           End-perform
                                ' (' Wsts-text ')'
                                Delimited By Size Into Wrpt-detail
                    End-if
                    Move Wrul-Req-Env(Wcat-Jx) To Wcat-Env
                    Perform Rtr-anota-ambiente
                    Perform Rtr-rpt-write
               End-if
           End-perform
                    Perform Rtr-traduz-status
                    Move Spaces To Wrpt-detail
                    If   Wsts-flag Equal 'Y'
                         String '   STANDING  : FORBIDDEN'
                                Delimited By Size Into Wrpt-detail
                    Else
                         String '   STANDING  : FORBIDDEN '
                                '(' Wsts-text ')'
                                Delimited By Size Into Wrpt-detail
                    End-if
                    Move Wrul-For-Env(Wcat-Jx) To Wcat-Env
                    Perform Rtr-anota-ambiente
                    Perform Rtr-rpt-write
               End-if
           End-perform
                                ' (' Wsts-text ')'
                                Delimited By Size Into Wrpt-detail
                    End-if
                    Move Wrul-Sub-Env(Wcat-Jx) To Wcat-Env
                    Perform Rtr-anota-ambiente
                    Perform Rtr-rpt-write
               End-if
           End-perform
                           Wrul-Req-Value(Wcat-Jx)
                           ' active=' Wrul-Req-Active(Wcat-Jx)
                           Delimited By Size Into Wrpt-detail
                    Move Wrul-Req-Env(Wcat-Jx) To Wcat-Env
                    Perform Rtr-anota-ambiente
                    Perform Rtr-rpt-write
               End-if
           End-perform
                           Wrul-For-Value(Wcat-Jx)
                           ' active=' Wrul-For-Active(Wcat-Jx)
                           Delimited By Size Into Wrpt-detail
                    Move Wrul-For-Env(Wcat-Jx) To Wcat-Env
                    Perform Rtr-anota-ambiente
                    Perform Rtr-rpt-write
               End-if
           End-perform
                    Move 'PENDING   ' To Wsts-text
               When 'E'
                    Move 'EXPIRED   ' To Wsts-text
               When 'X'
                    Move 'OTHER ENV ' To Wsts-text
               When Other
                    Move 'UNKNOWN   ' To Wsts-text
           End-evaluate.
       Rtr-traduz-status-x.    Exit.

       Rtr-anota-ambiente      Section.
      *    the environment column of a rule line - a rule with no
      *    environment holds in all of them
           If   Wcat-Env Equal Spaces
                Move 'ENV: ALL'    To Wrpt-detail(72 : 13)
           Else
                Move Spaces        To Wrpt-detail(72 : 13)
                String 'ENV: ' Wcat-Env
                       Delimited By Size Into Wrpt-detail(72 : 13)
           End-if.
       Rtr-anota-ambiente-x.   Exit.

       Rtr-rpt-formata-data    Section.
           Move Spaces       To Wrpt-date-fmt
           String Wrpt-date-raw(1 : 4)   '-'
