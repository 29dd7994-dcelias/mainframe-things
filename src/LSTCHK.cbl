      *----------------------------------------------------------------*
      *    Compile-listing audit. What a PROC declares and what the
      *    compiler really used can differ - installation defaults,
      *    CBL/PROCESS cards and SYSOPTF files all have their say -
      *    and the options-in-effect block of the compile listing is
      *    the only proof of what a load module was built with.
      *    Reads the listings (LISTINGS: a listing library unloaded
      *    as 133-byte print lines, or a SYSPRINT extract - either
      *    way a './ ADD NAME=name' line opens each listing, the name
      *    being the PROC step that compiled it), picks up every
      *    option of the options-in-effect block, and checks them
      *    against the shop standards (Ruleload, in the rule set of
      *    the step's PROC library per LIBENV) and against the step's
      *    PARM on PROCIN2.
      *    Per program the report lists each standard the compile
      *    broke, marked *** when the PARM did not show it - a
      *    required option the PARM asks for, or a forbidden one it
      *    does not name: broken although the declared PARM looked
      *    clean, the audit exception - and --- when the PARM shows
      *    it too. The PARM options the compile did not use as
      *    written follow, as the why.
      *    The block starts after the 'OPTIONS IN EFFECT' heading and
      *    ends at the source listing (LINEID) or the next heading
      *    (a line ending in ':'); page headings and blank lines in
      *    it are skipped, a leading '*' on an option is dropped, and
      *    every option is folded to its canonical spelling the way
      *    Parms does before anything is compared.
      *    Return code 8 when a program is an audit exception (or a
      *    file will not open), 4 when a compile broke a standard the
      *    PARM shows too or a listing has no options block, 0 clean.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Lstchk.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Listing-File Assign To Listings
                  Organization Is Sequential
                  File Status Is Wlst-status.
           Select Proc-In2-File Assign To Procin2
                  Organization Is Sequential
                  File Status Is Wprocin2-status.
           Select Listing-Report-File Assign To Lstrpt
                  Organization Is Sequential
                  File Status Is Wrpt-status.
       Data Division.
       File Section.
      *    print lines - carriage control in column 1
       FD  Listing-File
           Recording Mode Is F
           Record Contains 133 Characters.
       01 Listing-Record.
          03 Lst-Cc             Pic  X(01).
          03 Lst-Text           Pic  X(132).

       FD  Proc-In2-File
           Recording Mode Is F
           Record Contains 160 Characters.
           Copy PROCIN2.

       FD  Listing-Report-File
           Recording Mode Is F
           Record Contains 100 Characters.
       01 Listing-Report-Record Pic  X(100).

       Working-storage Section.
           Copy CPYRULT.
       01 Wlst-status       Pic  X(02) Value '00'.
       01 Wprocin2-status   Pic  X(02) Value '00'.
       01 Wrpt-status       Pic  X(02) Value '00'.
       01 Wlst-eof          Pic  X(01) Value 'N'.
       01 Wproc-eof         Pic  X(01) Value 'N'.
       01 Wrul-First-Time   Pic  X(01) Value 'Y'.

      *    The listing being read: its name, whether the options
      *    block is running, and whether one was found at all
       01 Wlst-member       Pic  X(08) Value Spaces.
       01 Wlst-open         Pic  X(01) Value 'N'.
       01 Wlst-in-opts      Pic  X(01) Value 'N'.
       01 Wlst-opts-seen    Pic  X(01) Value 'N'.
       01 Wlst-line         Pic  X(132).
       01 Wlst-word         Pic  X(100).
       01 Wlst-i            Pic S9(06) Comp.
       01 Wlst-j            Pic S9(06) Comp.
       01 Wlst-beg          Pic S9(06) Comp.
       01 Wlst-len          Pic S9(06) Comp.
       01 Wlst-pos          Pic S9(06) Comp.
       01 Wlst-last         Pic S9(06) Comp.

      *    PROCIN2 is held in storage, looked up by step name for
      *    each listing - 2000 steps as in PARMCOMP, an overflow
      *    counted and reported
       01 Wstp-cnt          Pic S9(06) Comp Value Zeros.
       01 Wstp-over         Pic S9(06) Comp Value Zeros.
       01 Wstp-tab.
          03 Wstp-entry     Occurs 2000 Times.
             05 Wstp-step   Pic  X(08).
             05 Wstp-library
                            Pic  X(44).
             05 Wstp-parm   Pic  X(100).
       01 Wstp-ix           Pic S9(06) Comp.
       01 Wcur-found        Pic  X(01).
       01 Wcur-library      Pic  X(44).
       01 Wcur-parm         Pic  X(100).

      *    The options in effect and the declared PARM's options,
      *    both in canonical spelling
       01 Weff-cnt          Pic S9(04) Comp Value Zeros.
       01 Weff-over         Pic S9(04) Comp Value Zeros.
       01 Weff-tab.
          03 Weff-item      Pic  X(100) Occurs 150 Times.
       01 Wdcl-cnt          Pic S9(04) Comp Value Zeros.
       01 Wdcl-tab.
          03 Wdcl-item      Pic  X(100) Occurs 50 Times.
       01 Weff-ix           Pic S9(04) Comp.
       01 Wdcl-ix           Pic S9(04) Comp.
       01 Wchk-ix           Pic S9(04) Comp.
       01 Weff-hit          Pic  X(01).
       01 Wdcl-hit          Pic  X(01).
       01 Wchk-base         Pic  X(10).
       01 Wchk-base-2       Pic  X(10).
       01 Wchk-opp          Pic  X(10).
       01 Wchk-used         Pic  X(100).
       01 Wchk-head         Pic  X(01).

      *    Tokenizer work areas - same cut rule as PARMCOMP's: a
      *    comma splits options only when no parenthesis is open
       01 Wtok-parm         Pic  X(100).
       01 Wtok-len          Pic S9(06) Comp.
       01 Wtok-depth        Pic S9(06) Comp.
       01 Wtok-start        Pic S9(06) Comp.
       01 Wtok-i            Pic S9(06) Comp.
       01 Wtok-piece-len    Pic S9(06) Comp.

      *    Canonical spelling, as Parms' Rtr-normaliza-opcao
       01 Wnrm-item         Pic  X(100).
       01 Wnrm-base         Pic  X(10).
       01 Wnrm-tail         Pic  X(99).
       01 Wnrm-len          Pic S9(06) Comp.
       01 Wnrm-pos          Pic S9(06) Comp.
       01 Wnrm-tam          Pic S9(06) Comp.
       01 Wnrm-ix           Pic S9(04) Comp.

       01 Wpgm-hidden       Pic S9(04) Comp.
       01 Wpgm-known        Pic S9(04) Comp.
       01 Wtot-listings     Pic S9(06) Comp Value Zeros.
       01 Wtot-exception    Pic S9(06) Comp Value Zeros.
       01 Wtot-known        Pic S9(06) Comp Value Zeros.
       01 Wtot-clean        Pic S9(06) Comp Value Zeros.
       01 Wtot-no-opts      Pic S9(06) Comp Value Zeros.
       01 Wtot-no-step      Pic S9(06) Comp Value Zeros.
       01 Wrpt-detail       Pic  X(100).
       01 Wrpt-num-ed       Pic  ZZZZZ9.
       01 Wrpt-cnt-ed       Pic  Z9.
       01 Wrpt-date-raw     Pic  X(21).

       Procedure Division.

       Rtr-process             Section.
           Display ' '
           Display '-----------------------------------------------'
           Display 'LSTCHK - Compile listing options-in-effect audit'
           Display '-----------------------------------------------'

           Open Input Proc-In2-File
           If   Wprocin2-status Not Equal '00'
                Display 'LSTCHK - Error: unable to open PROCIN2 - '
                        'status ' Wprocin2-status
                Move 8 To Return-Code
                Goback
           End-if
           Open Input Listing-File
           If   Wlst-status Not Equal '00'
                Display 'LSTCHK - Error: unable to open LISTINGS - '
                        'status ' Wlst-status
                Close Proc-In2-File
                Move 8 To Return-Code
                Goback
           End-if
           Open Output Listing-Report-File
           If   Wrpt-status Not Equal '00'
                Display 'LSTCHK - Error: unable to open LSTRPT - '
                        'status ' Wrpt-status
                Close Proc-In2-File
                Close Listing-File
                Move 8 To Return-Code
                Goback
           End-if

           Perform Rtr-carrega-passos
           Close Proc-In2-File

           Move Function Current-Date To Wrpt-date-raw
           Move Spaces To Wrpt-detail
           String 'LSTCHK - COMPILE LISTING AUDIT: OPTIONS IN EFFECT '
                  'VS STANDARDS AND PARM   RUN '
                  Wrpt-date-raw(1 : 4) '-' Wrpt-date-raw(5 : 2) '-'
                  Wrpt-date-raw(7 : 2)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha

           Perform Until Wlst-eof Equal 'Y'
               Read Listing-File
                   At End
                        Move 'Y' To Wlst-eof
                   Not At End
                        Perform Rtr-trata-linha
               End-read
           End-perform
           Perform Rtr-fecha-listagem
           Close Listing-File

           Perform Rtr-sumario
           Close Listing-Report-File

           Evaluate True
               When Wtot-exception Greater Zeros
                    Move 8 To Return-Code
               When Wtot-known Greater Zeros Or
                    Wtot-no-opts Greater Zeros
                    Move 4 To Return-Code
               When Other
                    Move 0 To Return-Code
           End-evaluate

           Goback.
       Rtr-process-x.          Exit.

       Rtr-carrega-passos      Section.
           Perform Until Wproc-eof Equal 'Y'
               Read Proc-In2-File
                   At End
                        Move 'Y' To Wproc-eof
                   Not At End
                        If   Wstp-cnt Less 2000
                             Add  1 To Wstp-cnt
                             Move Proc2-Step-Name
                               To Wstp-step(Wstp-cnt)
                             Move Proc2-Library
                               To Wstp-library(Wstp-cnt)
                             Move Proc2-Parm-Value
                               To Wstp-parm(Wstp-cnt)
                        Else
                             Add  1 To Wstp-over
                        End-if
               End-read
           End-perform
           If   Wstp-over Greater Zeros
                Display 'LSTCHK - Warning: ' Wstp-over
                        ' PROCIN2 steps beyond the 2000-entry table '
                        'were not loaded'
           End-if.
       Rtr-carrega-passos-x.   Exit.

       Rtr-trata-linha         Section.
      *    './ ADD NAME=name' closes the listing before it and opens
      *    the next; ahead of the first one nothing is read
           If   Listing-Record(1 : 2) Equal './'
                Perform Rtr-fecha-listagem
                Perform Rtr-abre-listagem
                Go To Rtr-trata-linha-x
           End-if
           If   Wlst-open Not Equal 'Y'
                Go To Rtr-trata-linha-x
           End-if
           Move Lst-Text To Wlst-line
           Inspect Wlst-line Converting
                   'abcdefghijklmnopqrstuvwxyz'
                To 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           If   Wlst-in-opts Not Equal 'Y'
                Move Zeros To Wlst-pos
                Inspect Wlst-line Tallying Wlst-pos
                        For All 'OPTIONS IN EFFECT'
                If   Wlst-pos Greater Zeros And
                     Wlst-opts-seen Not Equal 'Y'
                     Move 'Y' To Wlst-in-opts Wlst-opts-seen
                End-if
                Go To Rtr-trata-linha-x
           End-if

           If   Wlst-line Equal Spaces
                Go To Rtr-trata-linha-x
           End-if
           Move Zeros To Wlst-beg Wlst-last
           Perform Varying Wlst-i From 1 By 1
                     Until Wlst-i Greater Length Of Wlst-line
               If   Wlst-line(Wlst-i : 1) Not Equal Space
                    If   Wlst-beg Equal Zeros
                         Move Wlst-i To Wlst-beg
                    End-if
                    Move Wlst-i To Wlst-last
               End-if
           End-perform
           Move Spaces To Wlst-word
           Unstring Wlst-line(Wlst-beg : ) Delimited By Space
                    Into Wlst-word
           Evaluate True
               When Wlst-word(1 : 6) Equal 'LINEID'
               When Wlst-line(Wlst-last : 1) Equal ':'
                    Move 'N' To Wlst-in-opts
               When Lst-Cc Equal '1'
               When Wlst-word Equal 'PP'
                    Continue
               When Other
                    Perform Rtr-colhe-opcoes
           End-evaluate.
       Rtr-trata-linha-x.      Exit.

       Rtr-abre-listagem       Section.
           Move Spaces To Wlst-member
           Move Zeros  To Wlst-pos
           Inspect Listing-Record Tallying Wlst-pos
                   For Characters Before 'NAME='
           If   Wlst-pos Less 128
                Compute Wlst-j = Wlst-pos + 6
                Move Zeros To Wlst-len
                Perform Varying Wlst-i From Wlst-j By 1
                          Until Wlst-i Greater 133
                             Or Listing-Record(Wlst-i : 1) Equal Space
                             Or Listing-Record(Wlst-i : 1) Equal ','
                    Add  1 To Wlst-len
                End-perform
                If   Wlst-len Greater 8
                     Move 8 To Wlst-len
                End-if
                If   Wlst-len Greater Zeros
                     Move Listing-Record(Wlst-j : Wlst-len)
                       To Wlst-member
                End-if
           End-if
           Move Zeros  To Weff-cnt Weff-over
           Move 'N'    To Wlst-in-opts Wlst-opts-seen
           Move 'Y'    To Wlst-open
           Add  1      To Wtot-listings.
       Rtr-abre-listagem-x.    Exit.

       Rtr-colhe-opcoes        Section.
      *    one or more options to the line, blank-separated
           Move 1 To Wlst-beg
           Perform Varying Wlst-i From 1 By 1
                     Until Wlst-i Greater Length Of Wlst-line
               If   Wlst-line(Wlst-i : 1) Equal Space
                    Perform Rtr-colhe-corta
                    Compute Wlst-beg = Wlst-i + 1
               End-if
           End-perform
           Perform Rtr-colhe-corta.
       Rtr-colhe-opcoes-x.     Exit.

       Rtr-colhe-corta         Section.
           Compute Wlst-len = Wlst-i - Wlst-beg
           If   Wlst-len Less 1
                Go To Rtr-colhe-corta-x
           End-if
           Move Spaces To Wlst-word Wnrm-item
           Move Wlst-line(Wlst-beg : Wlst-len) To Wlst-word
           If   Wlst-word(1 : 1) Equal '*'
                Move Wlst-word(2 : ) To Wnrm-item
           Else
                Move Wlst-word       To Wnrm-item
           End-if
           If   Wnrm-item Equal Spaces
                Go To Rtr-colhe-corta-x
           End-if
           If   Weff-cnt Less 150
                Add  1 To Weff-cnt
                Move Wnrm-item To Weff-item(Weff-cnt)
           Else
                Add  1 To Weff-over
           End-if.
       Rtr-colhe-corta-x.      Exit.

       Rtr-fecha-listagem      Section.
           If   Wlst-open Not Equal 'Y'
                Go To Rtr-fecha-listagem-x
           End-if
           Move 'N'   To Wlst-open Wlst-in-opts
           Move Zeros To Wpgm-hidden Wpgm-known
           Perform Rtr-procura-passo

      *    the rule set of the step's PROC library - reloaded only
      *    when the library changes; no step, every rule applies
           If   Wrul-First-Time Equal 'Y' Or
                Wcur-library Not Equal Wrul-Library
                Move Spaces       To Wrul-Source
                Move Wcur-library To Wrul-Library
                Call 'Ruleload' Using Wrul-Tables
                Move 'N'          To Wrul-First-Time
           End-if
      *    folded to the canonical spelling under that rule set
           Perform Varying Weff-ix From 1 By 1
                     Until Weff-ix Greater Weff-cnt
               Move Weff-item(Weff-ix) To Wnrm-item
               Perform Rtr-normaliza
               Move Wnrm-item To Weff-item(Weff-ix)
           End-perform

           Move Spaces To Wrpt-detail
           If   Wcur-found Equal 'Y'
                String 'PROGRAM ' Wlst-member '  PROC LIBRARY '
                       Wcur-library Delimited By Size
                       Into Wrpt-detail
           Else
                String 'PROGRAM ' Wlst-member '  (NO PROC STEP)'
                       Delimited By Size Into Wrpt-detail
           End-if
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           If   Wrul-Env Equal Spaces
                Move '   RULE SET: ALL RULES (LIBRARY NOT ON LIBENV)'
                  To Wrpt-detail
           Else
                String '   RULE SET: ENVIRONMENT ' Wrul-Env
                       Delimited By Size Into Wrpt-detail
           End-if
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           If   Wcur-found Equal 'Y'
                String '   PARM=' Wcur-parm
                       Delimited By Size Into Wrpt-detail
           Else
                Add  1 To Wtot-no-step
                String '   --- NO STEP ' Wlst-member ' ON PROCIN2 - '
                       'CHECKED AGAINST THE STANDARDS ONLY'
                       Delimited By Size Into Wrpt-detail
           End-if
           Perform Rtr-escreve-linha

           If   Wlst-opts-seen Not Equal 'Y'
                Add  1 To Wtot-no-opts
                Move Spaces To Wrpt-detail
                String '   --- NO OPTIONS-IN-EFFECT BLOCK - THE '
                       'LISTING PROVES NOTHING'
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-escreve-linha
                Move '   VERDICT: UNVERIFIED' To Wrpt-detail
                Perform Rtr-escreve-linha
                Move Spaces To Wrpt-detail
                Perform Rtr-escreve-linha
                Go To Rtr-fecha-listagem-x
           End-if
           Move Spaces      To Wrpt-detail
           Move Weff-cnt    To Wrpt-num-ed
           String '   OPTIONS IN EFFECT: ' Wrpt-num-ed
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           If   Weff-over Greater Zeros
                Display 'LSTCHK - Warning: ' Weff-over ' options of '
                        Wlst-member ' past the 150-option table '
                        'not checked'
           End-if

           Move Zeros To Wdcl-cnt
           If   Wcur-found Equal 'Y'
                Move Wcur-parm To Wtok-parm
                Perform Rtr-tokeniza-parm
           End-if

           Perform Rtr-confere-requeridas
           Perform Rtr-confere-proibidas
           If   Wcur-found Equal 'Y'
                Perform Rtr-confere-declaradas
           End-if

           Move Spaces To Wrpt-detail
           Evaluate True
               When Wpgm-hidden Greater Zeros
                    Add  1 To Wtot-exception
                    Move Wpgm-hidden To Wrpt-cnt-ed
                    String '   VERDICT: AUDIT EXCEPTION -' Wrpt-cnt-ed
                           ' STANDARD(S) BROKEN THAT THE PARM DID NOT'
                           ' SHOW' Delimited By Size Into Wrpt-detail
               When Wpgm-known Greater Zeros
                    Add  1 To Wtot-known
                    If   Wcur-found Equal 'Y'
                         String '   VERDICT: STANDARD BROKEN - THE '
                                'PARM SHOWS IT TOO'
                                Delimited By Size Into Wrpt-detail
                    Else
                         String '   VERDICT: STANDARD BROKEN - NO '
                                'PARM TO COMPARE'
                                Delimited By Size Into Wrpt-detail
                    End-if
               When Other
                    Add  1 To Wtot-clean
                    Move '   VERDICT: CLEAN - COMPILED TO THE STANDARD'
                      To Wrpt-detail
           End-evaluate
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha.
       Rtr-fecha-listagem-x.   Exit.

       Rtr-procura-passo       Section.
           Move 'N'    To Wcur-found
           Move Spaces To Wcur-library Wcur-parm
           Perform Varying Wstp-ix From 1 By 1
                     Until Wstp-ix Greater Wstp-cnt
                        Or Wcur-found Equal 'Y'
               If   Wstp-step(Wstp-ix) Equal Wlst-member
                    Move 'Y' To Wcur-found
                    Move Wstp-library(Wstp-ix) To Wcur-library
                    Move Wstp-parm(Wstp-ix)    To Wcur-parm
               End-if
           End-perform.
       Rtr-procura-passo-x.    Exit.

       Rtr-confere-requeridas  Section.
      *    a required option missing from the compile is hidden when
      *    the PARM asks for it - something overrode it
           Perform Varying Wchk-ix From 1 By 1
                     Until Wchk-ix Greater Wrul-Req-Cnt
               If   Wrul-Req-Active(Wchk-ix) Equal 'Y'
                    Move 'N' To Weff-hit Wdcl-hit
                    Perform Varying Weff-ix From 1 By 1
                              Until Weff-ix Greater Weff-cnt
                        If   Weff-item(Weff-ix) Equal
                             Wrul-Req-Value(Wchk-ix)
                             Move 'Y' To Weff-hit
                        End-if
                    End-perform
                    Perform Varying Wdcl-ix From 1 By 1
                              Until Wdcl-ix Greater Wdcl-cnt
                        If   Wdcl-item(Wdcl-ix) Equal
                             Wrul-Req-Value(Wchk-ix)
                             Move 'Y' To Wdcl-hit
                        End-if
                    End-perform
                    If   Weff-hit Equal 'N'
                         Move Spaces To Wrpt-detail
                         Evaluate True
                             When Wdcl-hit Equal 'Y'
                                  Add  1 To Wpgm-hidden
                                  String '   *** REQUIRED '
                                         Delimited By Size
                                         Wrul-Req-Value(Wchk-ix)
                                         Delimited By Space
                                         ' NOT IN EFFECT - THE PARM '
                                         'ASKS FOR IT'
                                         Delimited By Size
                                         Into Wrpt-detail
                             When Wcur-found Equal 'Y'
                                  Add  1 To Wpgm-known
                                  String '   --- REQUIRED '
                                         Delimited By Size
                                         Wrul-Req-Value(Wchk-ix)
                                         Delimited By Space
                                         ' NOT IN EFFECT - NOT IN THE '
                                         'PARM EITHER'
                                         Delimited By Size
                                         Into Wrpt-detail
                             When Other
                                  Add  1 To Wpgm-known
                                  String '   --- REQUIRED '
                                         Delimited By Size
                                         Wrul-Req-Value(Wchk-ix)
                                         Delimited By Space
                                         ' NOT IN EFFECT'
                                         Delimited By Size
                                         Into Wrpt-detail
                         End-evaluate
                         Perform Rtr-escreve-linha
                    End-if
               End-if
           End-perform.
       Rtr-confere-requeridas-x. Exit.

       Rtr-confere-proibidas   Section.
      *    a forbidden option in effect is hidden when the PARM does
      *    not name it - it came from somewhere else
           Perform Varying Wchk-ix From 1 By 1
                     Until Wchk-ix Greater Wrul-For-Cnt
               If   Wrul-For-Active(Wchk-ix) Equal 'Y'
                    Perform Varying Weff-ix From 1 By 1
                              Until Weff-ix Greater Weff-cnt
                        Move Spaces To Wchk-base
                        Unstring Weff-item(Weff-ix) Delimited By '('
                                 Into Wchk-base
                        If   Wchk-base Equal Wrul-For-Value(Wchk-ix)
                             Perform Rtr-proibida-em-efeito
                        End-if
                    End-perform
               End-if
           End-perform.
       Rtr-confere-proibidas-x. Exit.

       Rtr-proibida-em-efeito  Section.
           Move 'N' To Wdcl-hit
           Perform Varying Wdcl-ix From 1 By 1
                     Until Wdcl-ix Greater Wdcl-cnt
               Move Spaces To Wchk-base-2
               Unstring Wdcl-item(Wdcl-ix) Delimited By '('
                        Into Wchk-base-2
               If   Wchk-base-2 Equal Wrul-For-Value(Wchk-ix)
                    Move 'Y' To Wdcl-hit
               End-if
           End-perform
           Move Spaces To Wrpt-detail
           Evaluate True
               When Wcur-found Equal 'Y' And Wdcl-hit Equal 'N'
                    Add  1 To Wpgm-hidden
                    String '   *** FORBIDDEN ' Delimited By Size
                           Weff-item(Weff-ix)
                           Delimited By Space
                           ' IN EFFECT - NOT IN THE PARM'
                           Delimited By Size Into Wrpt-detail
               When Wcur-found Equal 'Y'
                    Add  1 To Wpgm-known
                    String '   --- FORBIDDEN ' Delimited By Size
                           Weff-item(Weff-ix)
                           Delimited By Space
                           ' IN EFFECT - IN THE PARM TOO'
                           Delimited By Size Into Wrpt-detail
               When Other
                    Add  1 To Wpgm-known
                    String '   --- FORBIDDEN ' Delimited By Size
                           Weff-item(Weff-ix)
                           Delimited By Space
                           ' IN EFFECT'
                           Delimited By Size Into Wrpt-detail
           End-evaluate
           Perform Rtr-escreve-linha.
       Rtr-proibida-em-efeito-x. Exit.

       Rtr-confere-declaradas  Section.
      *    Each PARM option the compile did not use as written, with
      *    what it used instead: the option of the same keyword or
      *    its opposite (OPTIMIZE(2) compiled as NOOPTIMIZE). An
      *    OPTFILE is not an option of its own - its options are in
      *    effect or not like any other.
           Move 'N' To Wchk-head
           Perform Varying Wdcl-ix From 1 By 1
                     Until Wdcl-ix Greater Wdcl-cnt
               Move 'N' To Weff-hit
               Perform Varying Weff-ix From 1 By 1
                         Until Weff-ix Greater Weff-cnt
                   If   Weff-item(Weff-ix) Equal Wdcl-item(Wdcl-ix)
                        Move 'Y' To Weff-hit
                   End-if
               End-perform
               If   Weff-hit Equal 'N' And
                    Wdcl-item(Wdcl-ix) Not Equal 'OPTFILE'
                    If   Wchk-head Equal 'N'
                         Move 'Y' To Wchk-head
                         Move Spaces To Wrpt-detail
                         Move '   PARM OPTIONS NOT IN EFFECT AS WRITTEN'
                           To Wrpt-detail
                         Perform Rtr-escreve-linha
                    End-if
                    Perform Rtr-procura-usada
                    Move Spaces To Wrpt-detail
                    If   Wchk-used Equal Spaces
                         String '      ' Delimited By Size
                                Wdcl-item(Wdcl-ix)
                                Delimited By Space
                                ' - NOT IN THE OPTIONS IN EFFECT'
                                Delimited By Size Into Wrpt-detail
                    Else
                         String '      ' Delimited By Size
                                Wdcl-item(Wdcl-ix)
                                Delimited By Space
                                ' - COMPILED WITH '
                                Delimited By Size
                                Wchk-used
                                Delimited By Space
                                Into Wrpt-detail
                    End-if
                    Perform Rtr-escreve-linha
               End-if
           End-perform.
       Rtr-confere-declaradas-x. Exit.

       Rtr-procura-usada       Section.
      *    the option in effect of the same keyword as Wdcl-item, or
      *    of the keyword opposite to it
           Move Spaces To Wchk-used Wchk-base Wchk-opp
           Unstring Wdcl-item(Wdcl-ix) Delimited By '('
                    Into Wchk-base
           Perform Varying Wnrm-ix From 1 By 1
                     Until Wnrm-ix Greater Wrul-Opp-Cnt
               If   Wrul-Opp-Active(Wnrm-ix) Equal 'Y' Or 'X'
                    If   Wrul-Opp-A(Wnrm-ix) Equal Wchk-base
                         Move Wrul-Opp-B(Wnrm-ix) To Wchk-opp
                    End-if
                    If   Wrul-Opp-B(Wnrm-ix) Equal Wchk-base
                         Move Wrul-Opp-A(Wnrm-ix) To Wchk-opp
                    End-if
               End-if
           End-perform
           Perform Varying Weff-ix From 1 By 1
                     Until Weff-ix Greater Weff-cnt
                        Or Wchk-used Not Equal Spaces
               Move Spaces To Wchk-base-2
               Unstring Weff-item(Weff-ix) Delimited By '('
                        Into Wchk-base-2
               If   Wchk-base-2 Equal Wchk-base Or
                   (Wchk-opp Not Equal Spaces And
                    Wchk-base-2 Equal Wchk-opp)
                    Move Weff-item(Weff-ix) To Wchk-used
               End-if
           End-perform.
       Rtr-procura-usada-x.    Exit.

       Rtr-tokeniza-parm       Section.
           Move Zeros        To Wtok-len Wtok-depth
           Inspect Wtok-parm Tallying Wtok-len
                   For Characters Before '  '
           If   Wtok-len Greater Length Of Wtok-parm
                Move Length Of Wtok-parm To Wtok-len
           End-if
           Move 1            To Wtok-start
           Perform Varying Wtok-i From 1 By 1
                     Until Wtok-i Greater Wtok-len
               Evaluate Wtok-parm(Wtok-i : 1)
                   When '('
                        Add      1    To Wtok-depth
                   When ')'
                        Subtract 1  From Wtok-depth
                   When ','
                        If   Wtok-depth Equal Zeros
                             Compute Wtok-piece-len =
                                     Wtok-i - Wtok-start
                             Perform Rtr-tokeniza-corta
                             Compute Wtok-start = Wtok-i + 1
                        End-if
               End-evaluate
           End-perform
           Compute Wtok-piece-len = Wtok-len - Wtok-start + 1
           Perform Rtr-tokeniza-corta.
       Rtr-tokeniza-parm-x.    Exit.

       Rtr-tokeniza-corta      Section.
           If   Wtok-piece-len Greater Zeros And
                Wdcl-cnt Less 50
                Move Spaces To Wnrm-item
                Move Wtok-parm(Wtok-start : Wtok-piece-len)
                  To Wnrm-item
                Perform Rtr-normaliza
                Add  1 To Wdcl-cnt
                Move Wnrm-item To Wdcl-item(Wdcl-cnt)
           End-if.
       Rtr-tokeniza-corta-x.   Exit.

       Rtr-normaliza           Section.
      *    Wnrm-item to its canonical spelling: the keyword through
      *    the live synonyms, the parenthesized tail kept as it is
           Move Zeros        To Wnrm-len Wnrm-pos
           Inspect Wnrm-item Tallying Wnrm-len
                   For Characters Before ' '
           Inspect Wnrm-item Tallying Wnrm-pos
                   For Characters Before '('
           Move Spaces       To Wnrm-base Wnrm-tail
           If   Wnrm-pos Less Wnrm-len
                If   Wnrm-pos Greater Zero
                     Move Wnrm-item(1 : Wnrm-pos) To Wnrm-base
                End-if
                Compute Wnrm-tam = Wnrm-len - Wnrm-pos
                Move Wnrm-item(Wnrm-pos + 1 : Wnrm-tam) To Wnrm-tail
           Else
                Move Wnrm-item To Wnrm-base
           End-if
           Perform Varying Wnrm-ix From 1 By 1
                     Until Wnrm-ix Greater Wrul-Syn-Cnt
               If   Wnrm-base Equal Wrul-Syn-Variant(Wnrm-ix)
               And  Wrul-Syn-Active(Wnrm-ix) Equal 'Y'
                    Move Spaces To Wnrm-item
                    String Wrul-Syn-Canon(Wnrm-ix) Delimited By Space
                           Wnrm-tail               Delimited By Space
                           Into Wnrm-item
               End-if
           End-perform.
       Rtr-normaliza-x.        Exit.

       Rtr-sumario             Section.
           Move Spaces       To Wrpt-detail
           Move 'SUMMARY OF LISTING AUDIT'   To Wrpt-detail
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           Move 'LISTINGS READ......:'       To Wrpt-detail
           Move Wtot-listings To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           Move 'AUDIT EXCEPTIONS...:'       To Wrpt-detail
           Move Wtot-exception To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Move '(STANDARD BROKEN, PARM LOOKED CLEAN)'
             To Wrpt-detail(30 : 40)
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           Move 'BROKEN, IN PARM....:'       To Wrpt-detail
           Move Wtot-known   To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           Move 'CLEAN..............:'       To Wrpt-detail
           Move Wtot-clean   To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           Move 'NO OPTIONS BLOCK...:'       To Wrpt-detail
           Move Wtot-no-opts To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-escreve-linha

           Move Spaces       To Wrpt-detail
           Move 'NO PROC STEP.......:'       To Wrpt-detail
           Move Wtot-no-step To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-escreve-linha

           Display 'LSTCHK - Listings read: ' Wtot-listings
                   ' audit exceptions: ' Wtot-exception
                   ' broken in PARM too: ' Wtot-known
                   ' clean: ' Wtot-clean
                   ' no options block: ' Wtot-no-opts.
       Rtr-sumario-x.          Exit.

       Rtr-escreve-linha       Section.
           Move Wrpt-detail  To Listing-Report-Record
           Write Listing-Report-Record.
       Rtr-escreve-linha-x.    Exit.

       End Program Lstchk.
