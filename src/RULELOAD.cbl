      *    the compiled defaults in CPYOPTS/CPYSTD/CPYSYN/CPYSUB are
      *    used instead, so a missing dataset degrades to the old
      *    hard-coded behavior rather than an empty rule set.
      *    Only OPTRULES is read: a rule change keyed in RULMAINT
      *    waits on the RULPEND queue until a second user approves
      *    it, and nothing on that queue is ever loaded here.
      *    The effective dates are normally read against today; a
      *    caller can ask for another date to see the rule set as
      *    it will stand when a staged change lands.
      *    A rule can be restricted to one environment. The caller
      *    names the PROC library it is about to check; LIBENV maps
      *    library names (trailing '*' patterns, longest match wins)
      *    to the environment, and a live rule kept for another
      *    environment comes back 'X' instead of 'Y', so TEST is
      *    checked against the TEST standard and PROD against PROD.
      *    A library LIBENV does not know gets every rule.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Ruleload.
           Select Rule-File Assign To Optrules
                  Organization Is Sequential
                  File Status Is Wrule-status.
           Select Lib-Env-File Assign To Libenv
                  Organization Is Sequential
                  File Status Is Wlenv-status.
       Data Division.
       File Section.
       FD  Rule-File
           Recording Mode Is F
           Record Contains 74 Characters.
           Copy CPYRULR.

      *    library-to-environment map kept by operations; the
      *    library may end in '*' to cover every library that
      *    starts with what precedes it
       FD  Lib-Env-File
           Recording Mode Is F
           Record Contains 53 Characters.
       01  Lib-Env-Record.
           05  Lenv-Library      Pic  X(44).
           05  Filler            Pic  X(01).
           05  Lenv-Environment  Pic  X(08).

       Working-storage Section.
           Copy CPYOPTS.
           Copy CPYSTD.
       01 Wload-status      Pic  X(01) Value Spaces.
       01 Wload-pending     Pic S9(04) Comp Value Zeros.
       01 Wload-expired     Pic S9(04) Comp Value Zeros.
       01 Wload-other       Pic S9(04) Comp Value Zeros.
       01 Wload-library     Pic  X(44) Value Spaces.
       01 Wlenv-status      Pic  X(02) Value '00'.
       01 Wlenv-eof         Pic  X(01) Value 'N'.
       01 Wlenv-stars       Pic S9(04) Comp Value Zeros.
       01 Wlenv-len         Pic S9(04) Comp Value Zeros.
       01 Wlenv-best        Pic S9(04) Comp Value Zeros.

       Linkage Section.
           Copy CPYRULT.
       Procedure Division Using Wrul-Tables.

       Rtr-process             Section.
      *    Statuses are normally resolved against today; a caller
      *    that sets Wrul-Source to 'A' with a date in Wrul-As-Of
      *    gets them resolved against that date instead - pending
      *    rules due by then live, lapsing ones expired
           Move Function Current-Date To Wload-today-raw
           Move Wload-today-raw(1 : 8) To Wload-today
           If   Wrul-Source Equal 'A' And
                Wrul-As-Of Is Numeric
                Move Wrul-As-Of To Wload-today
           End-if
           Move Wrul-Library To Wload-library
           If   Wload-library Equal Low-Values
                Move Spaces  To Wload-library
           End-if
           Initialize Wrul-Tables
           Move Wload-today  To Wrul-As-Of
           Move Wload-library To Wrul-Library
           Move Zeros        To Wload-dropped Wload-pending
                                Wload-expired Wload-other
           Move 'N'          To Wrule-eof
           Perform Rtr-resolve-ambiente

           Open Input Rule-File
           If   Wrule-status Equal '00'
                             Wload-expired ' rules expired - '
                             'neither is live'
                End-if
                If   Wload-other Greater Zero
                     Display 'RULELOAD - Environment ' Wrul-Env
                             ': ' Wload-other ' rules held for '
                             'other environments - not live'
                End-if
                If   Wload-today Not Equal Wload-today-raw(1 : 8)
                     Display 'RULELOAD - Rule status resolved as of '
                             Wload-today ', not today'
                End-if
           Else
                Move 'D' To Wrul-Source
                Perform Rtr-carrega-padrao

       Rtr-carrega-registro    Section.
           Perform Rtr-avalia-vigencia
           Perform Rtr-avalia-ambiente
           Evaluate Rule-Type
               When 'OPT'
                    If   Wrul-Opt-Cnt Less 50
                           To Wrul-Opt-From(Wrul-Opt-Cnt)
                         Move Rule-Eff-To
                           To Wrul-Opt-To(Wrul-Opt-Cnt)
                         Move Rule-Env
                           To Wrul-Opt-Env(Wrul-Opt-Cnt)
                    Else
                         Add  1 To Wload-dropped
                    End-if
                           To Wrul-Req-From(Wrul-Req-Cnt)
                         Move Rule-Eff-To
                           To Wrul-Req-To(Wrul-Req-Cnt)
                         Move Rule-Env
                           To Wrul-Req-Env(Wrul-Req-Cnt)
                    Else
                         Add  1 To Wload-dropped
                    End-if
                           To Wrul-For-From(Wrul-For-Cnt)
                         Move Rule-Eff-To
                           To Wrul-For-To(Wrul-For-Cnt)
                         Move Rule-Env
                           To Wrul-For-Env(Wrul-For-Cnt)
                    Else
                         Add  1 To Wload-dropped
                    End-if
                           To Wrul-Syn-From(Wrul-Syn-Cnt)
                         Move Rule-Eff-To
                           To Wrul-Syn-To(Wrul-Syn-Cnt)
                         Move Rule-Env
                           To Wrul-Syn-Env(Wrul-Syn-Cnt)
                    Else
                         Add  1 To Wload-dropped
                    End-if
                           To Wrul-Opp-From(Wrul-Opp-Cnt)
                         Move Rule-Eff-To
                           To Wrul-Opp-To(Wrul-Opp-Cnt)
                         Move Rule-Env
                           To Wrul-Opp-Env(Wrul-Opp-Cnt)
                    Else
                         Add  1 To Wload-dropped
                    End-if
                           To Wrul-Sub-From(Wrul-Sub-Cnt)
                         Move Rule-Eff-To
                           To Wrul-Sub-To(Wrul-Sub-Cnt)
                         Move Rule-Env
                           To Wrul-Sub-Env(Wrul-Sub-Cnt)
                    Else
                         Add  1 To Wload-dropped
                    End-if
           End-if.
       Rtr-avalia-vigencia-x.  Exit.

       Rtr-avalia-ambiente     Section.
      *    a rule that would be live here but is kept for another
      *    environment is held back as 'X'; with no environment
      *    resolved every rule stands
           If   Wload-status Equal 'Y' And
                Wrul-Env Not Equal Spaces And
                Rule-Env Not Equal Spaces And
                Rule-Env Not Equal Wrul-Env
                Move 'X' To Wload-status
                Add  1 To Wload-other
           End-if.
       Rtr-avalia-ambiente-x.  Exit.

       Rtr-resolve-ambiente    Section.
      *    Wrul-Env from the caller's library through LIBENV - an
      *    exact library name, or a pattern ending in '*'; the
      *    longest match wins, the same rule ALERTCTL keys follow
           Move Spaces To Wrul-Env
           If   Wload-library Equal Spaces
                Go To Rtr-resolve-ambiente-x
           End-if
           Move -1  To Wlenv-best
           Move 'N' To Wlenv-eof
           Open Input Lib-Env-File
           If   Wlenv-status Not Equal '00'
                Display 'RULELOAD - LIBENV not allocated (status '
                        Wlenv-status ') - every rule applies to '
                        Wload-library
                Go To Rtr-resolve-ambiente-x
           End-if
           Perform Until Wlenv-eof Equal 'Y'
               Read Lib-Env-File
                   At End
                        Move 'Y' To Wlenv-eof
                   Not At End
                        Perform Rtr-compara-biblioteca
               End-read
           End-perform
           Close Lib-Env-File
           If   Wrul-Env Equal Spaces
                Display 'RULELOAD - Library ' Wload-library
                        ' not on LIBENV - every rule applies'
           End-if.
       Rtr-resolve-ambiente-x. Exit.

       Rtr-compara-biblioteca  Section.
           Move Zeros To Wlenv-stars
           Inspect Lenv-Library Tallying Wlenv-stars For All '*'
           If   Wlenv-stars Equal Zeros
                If   Lenv-Library Equal Wload-library
                     Move 44 To Wlenv-len
                Else
                     Go To Rtr-compara-biblioteca-x
                End-if
           Else
                Move Zeros To Wlenv-len
                Inspect Lenv-Library Tallying Wlenv-len
                        For Characters Before '*'
                If   Wlenv-len Greater Zeros
                     If   Lenv-Library(1 : Wlenv-len) Not Equal
                          Wload-library(1 : Wlenv-len)
                          Go To Rtr-compara-biblioteca-x
                     End-if
                End-if
           End-if
           If   Wlenv-len Greater Wlenv-best
                Move Wlenv-len        To Wlenv-best
                Move Lenv-Environment To Wrul-Env
           End-if.
       Rtr-compara-biblioteca-x. Exit.

       Rtr-carrega-padrao      Section.
      *    Copies the compiled default tables into the live tables,
      *    every entry active - byte-for-byte the same rules the old
