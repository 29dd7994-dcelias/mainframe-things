      *    (Ruleload): give it one compiler option and it reports the
      *    canonical spelling, every known synonym, the opposite
      *    option, whether it is on the master list, its standards
      *    status (required or forbidden), and the legal sub-values
      *    it accepts - each with the environments the rule holds
      *    in (every environment, or the one it is kept for). The
      *    linkage is the standard
      *    PARM shape, so the same program answers a one-shot batch
      *    step (EXEC PGM=OPTEXPL,PARM='NC') and Utilmenu's prompt.
      *----------------------------------------------------------------*
       01 Wexp-Ix           Pic S9(04) Comp.
       01 Wexp-Hit          Pic  X(01).
       01 Wexp-Base         Pic  X(10).
       01 Wexp-Env          Pic  X(08).
       01 Wexp-Env-Text     Pic  X(22).

       Linkage Section.
       01 Ls-Expl-Area.
           Display 'OPTEXPL - Compiler option inquiry'
           Display '-----------------------------------------------'

      *    no library - every environment's rules, each shown with
      *    the environment it holds in
           If   Wrul-First-Time Equal 'Y'
                Move Spaces To Wrul-Source Wrul-Library
                Call 'Ruleload' Using Wrul-Tables
                Move 'N' To Wrul-First-Time
           End-if
               If   Wrul-Syn-Canon(Wexp-Ix) Equal Wexp-Canon
               And  Wrul-Syn-Active(Wexp-Ix) Equal 'Y'
                    Move 'Y' To Wexp-Hit
                    Move Wrul-Syn-Env(Wexp-Ix) To Wexp-Env
                    Perform Rtr-texto-ambiente
                    Display 'OPTEXPL - Synonym             : '
                            Wrul-Syn-Variant(Wexp-Ix)
                            ' (' Wexp-Env-Text ')'
               End-if
           End-perform
           If   Wexp-Hit Equal 'N'
           Perform Varying Wexp-Ix From 1 By 1
                     Until Wexp-Ix Greater Wrul-Opp-Cnt
               If   Wrul-Opp-Active(Wexp-Ix) Equal 'Y'
                    Move Wrul-Opp-Env(Wexp-Ix) To Wexp-Env
                    Perform Rtr-texto-ambiente
                    If   Wrul-Opp-A(Wexp-Ix) Equal Wexp-Canon
                         Move 'Y' To Wexp-Hit
                         Display 'OPTEXPL - Opposite option     : '
                                 Wrul-Opp-B(Wexp-Ix)
                                 ' (' Wexp-Env-Text ')'
                    End-if
                    If   Wrul-Opp-B(Wexp-Ix) Equal Wexp-Canon
                         Move 'Y' To Wexp-Hit
                         Display 'OPTEXPL - Opposite option     : '
                                 Wrul-Opp-A(Wexp-Ix)
                                 ' (' Wexp-Env-Text ')'
                    End-if
               End-if
           End-perform
                    Wrul-Opt-Name(Wexp-Ix) Equal Wexp-Canon)
               And  Wrul-Opt-Active(Wexp-Ix) Equal 'Y'
                    Move 'Y' To Wexp-Hit
                    Move Wrul-Opt-Env(Wexp-Ix) To Wexp-Env
                    Perform Rtr-texto-ambiente
                    Display 'OPTEXPL - On the master list  : YES ('
                            Wexp-Env-Text ')'
               End-if
           End-perform
           If   Wexp-Hit Equal 'N'
                Display 'OPTEXPL - On the master list  : NO - Parms '
                        'will reject it'
           End-if.
               If   Wexp-Base Equal Wexp-Canon
               And  Wrul-Req-Active(Wexp-Ix) Equal 'Y'
                    Move 'Y' To Wexp-Hit
                    Move Wrul-Req-Env(Wexp-Ix) To Wexp-Env
                    Perform Rtr-texto-ambiente
                    Display 'OPTEXPL - Standards status    : REQUIRED'
                            ' as ' Wrul-Req-Value(Wexp-Ix)
                            ' (' Wexp-Env-Text ')'
               End-if
           End-perform
           Perform Varying Wexp-Ix From 1 By 1
               If   Wrul-For-Value(Wexp-Ix) Equal Wexp-Canon
               And  Wrul-For-Active(Wexp-Ix) Equal 'Y'
                    Move 'Y' To Wexp-Hit
                    Move Wrul-For-Env(Wexp-Ix) To Wexp-Env
                    Perform Rtr-texto-ambiente
                    Display 'OPTEXPL - Standards status    : FORBIDDEN'
                            ' (' Wexp-Env-Text ')'
               End-if
           End-perform
           If   Wexp-Hit Equal 'N'
               If   Wrul-Sub-Owner(Wexp-Ix) Equal Wexp-Canon
               And  Wrul-Sub-Active(Wexp-Ix) Equal 'Y'
                    Move 'Y' To Wexp-Hit
                    Move Wrul-Sub-Env(Wexp-Ix) To Wexp-Env
                    Perform Rtr-texto-ambiente
                    Display 'OPTEXPL - Legal sub-value     : '
                            Wrul-Sub-Value(Wexp-Ix)
                            ' (' Wexp-Env-Text ')'
               End-if
           End-perform
           If   Wexp-Hit Equal 'N'
           End-if.
       Rtr-lista-subvalores-x. Exit.

       Rtr-texto-ambiente      Section.
           Move Spaces To Wexp-Env-Text
           If   Wexp-Env Equal Spaces
                Move 'every environment' To Wexp-Env-Text
           Else
                String Wexp-Env Delimited By Space
                       ' only' Delimited By Size
                       Into Wexp-Env-Text
           End-if.
       Rtr-texto-ambiente-x.   Exit.

       End Program Optexpl.
