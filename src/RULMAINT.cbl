      *    back in full; when OPTRULES does not exist yet the compiled
      *    defaults are what gets loaded, so the first add also
      *    bootstraps the dataset from the old hard-coded tables.
      *    A keyed add or deactivate no longer takes effect on its
      *    own: it is validated against the rules on file and goes
      *    onto the RULPEND queue as a numbered request, and only
      *    APPR by a different user applies it to OPTRULES - one
      *    person can no longer drop a forbidden option at 11 PM
      *    and have the batch scan pass everything that night. A
      *    different user may REJ it instead, and a request left
      *    waiting longer than the RULCTL expiry (7 days without
      *    one) expires at the next RULMAINT run. PEND lists what
      *    is waiting on a checker. Ruleload reads OPTRULES only,
      *    so nothing on the queue is ever loaded. Request, approval,
      *    rejection and expiry each leave a RULAUDIT record with
      *    the request number, its maker and its checker.
      *    RULCTL carries the expiry days (cols 1-3) and the last
      *    request number issued (cols 5-10).
      *    A rule may be kept for one environment (Ls-Maint-Env,
      *    spaces for every environment); the environment is part
      *    of the rule's identity, so DEA retires only the rule kept
      *    for the environment named, and it rides on the request,
      *    on RULPEND and on every RULAUDIT record.
      *    Return code: 0 ok, 1 no matching rule or no such pending
      *    request, 2 table full, 4 bad action/type, 6 maker and
      *    checker not different users, 8 dataset error or RULAUDIT
      *    held elsewhere (the change is refused untouched).
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Rulmaint.
           Select Rule-Audit-File Assign To Rulaudit
                  Organization Is Sequential
                  File Status Is Waudit-status.
           Select Rule-Pend-File Assign To Rulpend
                  Organization Is Sequential
                  File Status Is Wpend-status.
           Select Rule-Ctl-File Assign To Rulctl
                  Organization Is Sequential
                  File Status Is Wrctl-status.
       Data Division.
       File Section.
       FD  Rule-File
           Recording Mode Is F
           Record Contains 74 Characters.
           Copy CPYRULR.

       FD  Rule-Audit-File
           Recording Mode Is F
           Record Contains 152 Characters.
       01  Rule-Audit-Record.
           05  Raud-Timestamp    Pic  X(21).
           05  Filler            Pic  X(02) Value Spaces.
           05  Raud-Key-2        Pic  X(20).
           05  Filler            Pic  X(02) Value Spaces.
           05  Raud-Result       Pic  X(04).
           05  Filler            Pic  X(01) Value Spaces.
           05  Raud-Req-Id       Pic  9(06).
           05  Filler            Pic  X(01) Value Spaces.
           05  Raud-Maker        Pic  X(08).
           05  Filler            Pic  X(01) Value Spaces.
           05  Raud-Checker      Pic  X(08).
           05  Filler            Pic  X(01) Value Spaces.
           05  Raud-Env          Pic  X(08).
           05  Filler            Pic  X(01) Value Spaces.
           05  Raud-Seq          Pic  9(08).
           05  Filler            Pic  X(01) Value Spaces.
           05  Raud-Chain        Pic  9(16).

      *    A rule change waiting on its checker
       FD  Rule-Pend-File
           Recording Mode Is F
           Record Contains 110 Characters.
       01  Rule-Pend-Record.
           05  Rpnd-Id           Pic  9(06).
           05  Filler            Pic  X(01).
           05  Rpnd-Action       Pic  X(04).
           05  Filler            Pic  X(01).
           05  Rpnd-Type         Pic  X(03).
           05  Filler            Pic  X(01).
           05  Rpnd-Key-1        Pic  X(20).
           05  Filler            Pic  X(01).
           05  Rpnd-Key-2        Pic  X(20).
           05  Filler            Pic  X(01).
           05  Rpnd-Eff-From     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Rpnd-Eff-To       Pic  X(08).
           05  Filler            Pic  X(01).
           05  Rpnd-Maker        Pic  X(08).
           05  Filler            Pic  X(01).
           05  Rpnd-Made         Pic  X(14).
           05  Filler            Pic  X(01).
           05  Rpnd-Env          Pic  X(08).
           05  Filler            Pic  X(02).

       FD  Rule-Ctl-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Rule-Ctl-Record.
           05  Rctl-Expire-Days  Pic  9(03).
           05  Filler            Pic  X(01).
           05  Rctl-Last-Id      Pic  9(06).
           05  Filler            Pic  X(70).

       Working-storage Section.
           Copy CPYRULT.
       01 Wrule-status      Pic  X(02) Value '00'.
       01 Waudit-status     Pic  X(02) Value '00'.
       01 Wpend-status      Pic  X(02) Value '00'.
       01 Wrctl-status      Pic  X(02) Value '00'.
       01 Wmnt-Ix           Pic S9(04) Comp.
       01 Wmnt-Found        Pic  X(01).
       01 Wmnt-Result       Pic  X(04).
       01 Wmnt-Active       Pic  X(01).
       01 Wmnt-Env-Show     Pic  X(08).

      *    the change being requested or decided, and who is on
      *    each side of it; Wmnt-Apply 'N' runs the add/deactivate
      *    against the tables in storage only, to validate a request
      *    without touching OPTRULES
       01 Wmnt-Type         Pic  X(03) Value Spaces.
       01 Wmnt-Key-1        Pic  X(20) Value Spaces.
       01 Wmnt-Key-2        Pic  X(20) Value Spaces.
       01 Wmnt-Eff-From     Pic  X(08) Value Spaces.
       01 Wmnt-Eff-To       Pic  X(08) Value Spaces.
       01 Wmnt-Env          Pic  X(08) Value Spaces.
       01 Wmnt-Apply        Pic  X(01) Value 'Y'.
       01 Wmnt-Req-Id       Pic  9(06) Value Zeros.
       01 Wmnt-Maker        Pic  X(08) Value Spaces.
       01 Wmnt-Checker      Pic  X(08) Value Spaces.
       01 Wmnt-Aud-User     Pic  X(08) Value Spaces.
       01 Wmnt-Aud-Action   Pic  X(04) Value Spaces.

      *    the RULPEND queue and its control
       01 Wpnd-eof          Pic  X(01) Value 'N'.
       01 Wpnd-Expire-Days  Pic  9(03) Value 7.
       01 Wpnd-Last-Id      Pic  9(06) Value Zeros.
       01 Wpnd-Now          Pic  X(21) Value Spaces.
       01 Wpnd-Today        Pic  9(08) Value Zeros.
       01 Wpnd-Made-Date    Pic  9(08) Value Zeros.
       01 Wpnd-Expires      Pic  9(08) Value Zeros.
       01 Wpnd-Hit          Pic S9(04) Comp Value Zeros.
       01 Wpnd-Expired      Pic S9(04) Comp Value Zeros.
       01 Wpnd-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wpnd-Tab.
          03 Wpnd-Entry     Occurs 200 Times.
             05 Wpnd-Id     Pic  9(06).
             05 Wpnd-Action Pic  X(04).
             05 Wpnd-Type   Pic  X(03).
             05 Wpnd-Key-1  Pic  X(20).
             05 Wpnd-Key-2  Pic  X(20).
             05 Wpnd-From   Pic  X(08).
             05 Wpnd-To     Pic  X(08).
             05 Wpnd-Maker  Pic  X(08).
             05 Wpnd-Made   Pic  X(14).
             05 Wpnd-Env    Pic  X(08).
             05 Wpnd-Keep   Pic  X(01).

      *    Chain area (Chainput): each audit record is sealed just
      *    before the write, chained onto the trail's last record
       01 Wchn-area.
          03 Wchn-trail     Pic  X(08) Value 'RULAUDIT'.
          03 Wchn-action    Pic  X(04) Value 'SEAL'.
          03 Wchn-seq       Pic  9(08) Value Zeros.
          03 Wchn-prev      Pic  9(16) Value Zeros.
          03 Wchn-chain     Pic  9(16) Value Zeros.
          03 Wchn-job       Pic  X(08) Value 'RULMAINT'.
          03 Wchn-rc        Pic S9(04) Comp Value Zeros.

      *    Run-lock area (Runlock): each log record is written under
      *    a claim on the log's ddname, the lock LOGRETN rolls the
      *    log under. RULAUDIT is claimed before anything changes
      *    and held to the end, so no change is made that cannot be
      *    audited; Wlock-held 'Y' while the claim is held.
       01 Wlock-area.
          03 Wlock-resource Pic  X(08) Value Spaces.
          03 Wlock-action   Pic  X(05) Value Spaces.
          03 Wlock-job      Pic  X(08) Value 'RULMAINT'.
          03 Wlock-holder   Pic  X(08) Value Spaces.
          03 Wlock-since    Pic  X(21) Value Spaces.
          03 Wlock-rc       Pic S9(04) Comp Value Zeros.
          03 Wlock-wait     Pic  9(04) Value 60.
       01 Wlock-save-rc     Pic S9(04) Comp Value Zeros.
       01 Wlock-held        Pic  X(01) Value 'N'.

       Linkage Section.
       01 Ls-Maint-Area.
                            Pic  X(08).
          03 Ls-Maint-Eff-To
                            Pic  X(08).
      *   environment the rule is kept for - spaces for all
          03 Ls-Maint-Env   Pic  X(08).
          03 Ls-Maint-Rc    Pic S9(04) Comp.

       Procedure Division Using Ls-Maint-Area.
           Display ' '
           Display 'RULMAINT - Rule maintenance: action '
                   Ls-Maint-Action ' type ' Ls-Maint-Type
                   ' key ' Ls-Maint-Key-1 ' env ' Ls-Maint-Env

           Move Zeros        To Ls-Maint-Rc
           Move Ls-Maint-Type      To Wmnt-Type
           Move Ls-Maint-Key-1     To Wmnt-Key-1
           Move Ls-Maint-Key-2     To Wmnt-Key-2
           Move Ls-Maint-Eff-From  To Wmnt-Eff-From
           Move Ls-Maint-Eff-To    To Wmnt-Eff-To
           Move Ls-Maint-Env       To Wmnt-Env
           Move Ls-Maint-User      To Wmnt-Aud-User
           Move Ls-Maint-Action    To Wmnt-Aud-Action
      *    no library named - every rule comes back as keyed, none
      *    held for another environment
           Move Spaces             To Wrul-Source Wrul-Library
           Call 'Ruleload' Using Wrul-Tables

      *    the audit trail first: a change the trail cannot take is
      *    refused before OPTRULES, RULPEND or RULCTL is touched. A
      *    listing goes ahead without it, leaving any expiry to the
      *    next run.
           Move 'RULAUDIT' To Wlock-resource
           Perform Rtr-reserva-log
           If   Wlock-rc Equal Zeros
                Move 'Y' To Wlock-held
           Else
                Move 'N' To Wlock-held
                If   Ls-Maint-Action Equal 'ADD ' Or 'DEA ' Or
                                           'APPR' Or 'REJ '
                     Display 'RULMAINT - Error: RULAUDIT locked by '
                             Wlock-holder ' - change refused, '
                             'nothing updated'
                     Move 8 To Ls-Maint-Rc
                     Goback
                End-if
                Display 'RULMAINT - Warning: RULAUDIT locked by '
                        Wlock-holder ' - request expiry deferred'
           End-if
           Perform Rtr-carrega-pedidos

           Evaluate Ls-Maint-Action
               When 'ADD '
               When 'DEA '
                    Perform Rtr-registra-pedido
                    Perform Rtr-grava-auditoria
               When 'APPR'
               When 'REJ '
                    Perform Rtr-decide-pedido
                    Perform Rtr-grava-auditoria
               When 'LIST'
                    Perform Rtr-lista-regras
               When 'PEND'
                    Perform Rtr-lista-pedidos
               When Other
                    Display 'RULMAINT - Error: action must be ADD, '
                            'DEA, APPR, REJ, LIST or PEND'
                    Move 4 To Ls-Maint-Rc
           End-evaluate

           If   Wlock-held Equal 'Y'
                Perform Rtr-libera-log
                Move 'N' To Wlock-held
           End-if
           Goback.
       Rtr-process-x.          Exit.

       Rtr-carrega-pedidos     Section.
      *    RULCTL first (expiry days and the last request number),
      *    then the queue; a request older than the expiry is
      *    dropped here, with its EXPR audit record, before anybody
      *    can act on it. Neither dataset allocated yet means an
      *    empty queue numbered from 1.
           Move Function Current-Date To Wpnd-Now
           Move Wpnd-Now(1 : 8) To Wpnd-Today
           Open Input Rule-Ctl-File
           If   Wrctl-status Equal '00'
                Read Rule-Ctl-File
                    Not At End
                         If   Rctl-Expire-Days Is Numeric
                         And  Rctl-Expire-Days Greater Zeros
                              Move Rctl-Expire-Days
                                To Wpnd-Expire-Days
                         End-if
                         If   Rctl-Last-Id Is Numeric
                              Move Rctl-Last-Id To Wpnd-Last-Id
                         End-if
                End-read
                Close Rule-Ctl-File
           End-if

           Move Zeros To Wpnd-Cnt Wpnd-Expired
           Move 'N'   To Wpnd-eof
           Open Input Rule-Pend-File
           If   Wpend-status Equal '00'
                Perform Until Wpnd-eof Equal 'Y'
                    Read Rule-Pend-File
                        At End
                             Move 'Y' To Wpnd-eof
                        Not At End
                             If   Wpnd-Cnt Less 200
                                  Add  1 To Wpnd-Cnt
                                  Move Rpnd-Id
                                    To Wpnd-Id(Wpnd-Cnt)
                                  Move Rpnd-Action
                                    To Wpnd-Action(Wpnd-Cnt)
                                  Move Rpnd-Type
                                    To Wpnd-Type(Wpnd-Cnt)
                                  Move Rpnd-Key-1
                                    To Wpnd-Key-1(Wpnd-Cnt)
                                  Move Rpnd-Key-2
                                    To Wpnd-Key-2(Wpnd-Cnt)
                                  Move Rpnd-Eff-From
                                    To Wpnd-From(Wpnd-Cnt)
                                  Move Rpnd-Eff-To
                                    To Wpnd-To(Wpnd-Cnt)
                                  Move Rpnd-Maker
                                    To Wpnd-Maker(Wpnd-Cnt)
                                  Move Rpnd-Made
                                    To Wpnd-Made(Wpnd-Cnt)
                                  Move Rpnd-Env
                                    To Wpnd-Env(Wpnd-Cnt)
                                  Move 'Y'
                                    To Wpnd-Keep(Wpnd-Cnt)
                                  If   Rpnd-Id Greater Wpnd-Last-Id
                                       Move Rpnd-Id To Wpnd-Last-Id
                                  End-if
                             End-if
                    End-read
                End-perform
                Close Rule-Pend-File
           End-if

           Perform Varying Wmnt-Ix From 1 By 1
                     Until Wmnt-Ix Greater Wpnd-Cnt
               Perform Rtr-calcula-expiracao
               If   Wpnd-Today Greater Wpnd-Expires
               And  Wlock-held Equal 'Y'
                    Move 'N' To Wpnd-Keep(Wmnt-Ix)
                    Add  1   To Wpnd-Expired
                    Display 'RULMAINT - Request ' Wpnd-Id(Wmnt-Ix)
                            ' by ' Wpnd-Maker(Wmnt-Ix)
                            ' expired unapproved'
                    Move Wpnd-Id(Wmnt-Ix)     To Wmnt-Req-Id
                    Move Wpnd-Maker(Wmnt-Ix)  To Wmnt-Maker
                    Move Spaces               To Wmnt-Checker
                    Move Wpnd-Type(Wmnt-Ix)   To Wmnt-Type
                    Move Wpnd-Key-1(Wmnt-Ix)  To Wmnt-Key-1
                    Move Wpnd-Key-2(Wmnt-Ix)  To Wmnt-Key-2
                    Move Wpnd-Env(Wmnt-Ix)    To Wmnt-Env
                    Move 'RULMAINT'           To Wmnt-Aud-User
                    Move 'EXPR'               To Wmnt-Aud-Action
                    Move 'OK  '               To Wmnt-Result
                    Perform Rtr-grava-auditoria
               End-if
           End-perform
           If   Wpnd-Expired Greater Zeros
                Perform Rtr-regrava-pedidos
           End-if

      *    back to the transaction as keyed
           Move Zeros              To Wmnt-Req-Id
           Move Spaces             To Wmnt-Maker Wmnt-Checker
           Move Ls-Maint-Type      To Wmnt-Type
           Move Ls-Maint-Key-1     To Wmnt-Key-1
           Move Ls-Maint-Key-2     To Wmnt-Key-2
           Move Ls-Maint-Env       To Wmnt-Env
           Move Ls-Maint-User      To Wmnt-Aud-User
           Move Ls-Maint-Action    To Wmnt-Aud-Action.
       Rtr-carrega-pedidos-x.  Exit.

       Rtr-calcula-expiracao   Section.
      *    last day request Wmnt-Ix may still be decided
           Move Zeros To Wpnd-Expires
           If   Wpnd-Made(Wmnt-Ix)(1 : 8) Is Numeric
                Move Wpnd-Made(Wmnt-Ix)(1 : 8) To Wpnd-Made-Date
                Compute Wpnd-Expires = Function Date-Of-Integer
                        (Function Integer-Of-Date(Wpnd-Made-Date)
                         + Wpnd-Expire-Days)
           End-if.
       Rtr-calcula-expiracao-x. Exit.

       Rtr-registra-pedido     Section.
      *    The keyed change is run against the tables in storage to
      *    validate it - unknown type, full table, no rule to
      *    deactivate fail now, not at approval - then queued.
      *    OPTRULES is not touched.
           Move Ls-Maint-User To Wmnt-Maker
           If   Ls-Maint-User Equal Spaces
                Display 'RULMAINT - Error: a rule change request '
                        'needs the user id of its maker'
                Move 6      To Ls-Maint-Rc
                Move 'FAIL' To Wmnt-Result
                Go To Rtr-registra-pedido-x
           End-if

           Move 'N' To Wmnt-Apply
           If   Ls-Maint-Action Equal 'ADD '
                Perform Rtr-adiciona-regra
           Else
                Perform Rtr-desativa-regra
           End-if
           Move 'Y' To Wmnt-Apply
           If   Ls-Maint-Rc Not Equal Zeros
                Go To Rtr-registra-pedido-x
           End-if

           If   Wpnd-Cnt Not Less 200
                Display 'RULMAINT - Error: RULPEND queue is full - '
                        'approve or reject outstanding requests first'
                Move 2      To Ls-Maint-Rc
                Move 'FAIL' To Wmnt-Result
                Go To Rtr-registra-pedido-x
           End-if

           Add  1 To Wpnd-Last-Id
           Add  1 To Wpnd-Cnt
           Move Wpnd-Last-Id       To Wpnd-Id(Wpnd-Cnt) Wmnt-Req-Id
           Move Ls-Maint-Action    To Wpnd-Action(Wpnd-Cnt)
           Move Ls-Maint-Type      To Wpnd-Type(Wpnd-Cnt)
           Move Ls-Maint-Key-1     To Wpnd-Key-1(Wpnd-Cnt)
           Move Ls-Maint-Key-2     To Wpnd-Key-2(Wpnd-Cnt)
           Move Ls-Maint-Eff-From  To Wpnd-From(Wpnd-Cnt)
           Move Ls-Maint-Eff-To    To Wpnd-To(Wpnd-Cnt)
           Move Ls-Maint-Env       To Wpnd-Env(Wpnd-Cnt)
           Move Ls-Maint-User      To Wpnd-Maker(Wpnd-Cnt)
           Move Wpnd-Now(1 : 14)   To Wpnd-Made(Wpnd-Cnt)
           Move 'Y'                To Wpnd-Keep(Wpnd-Cnt)
           Perform Rtr-regrava-pedidos
           If   Ls-Maint-Rc Equal Zeros
                Perform Rtr-grava-controle
                Move 'PEND' To Wmnt-Result
                Display 'RULMAINT - Request ' Wpnd-Last-Id
                        ' queued - takes effect when approved by '
                        'a different user'
           End-if.
       Rtr-registra-pedido-x.  Exit.

       Rtr-decide-pedido       Section.
      *    APPR applies the queued change to OPTRULES, REJ drops
      *    it; either way the checker must be somebody other than
      *    the maker, and the request leaves the queue only when
      *    the decision went through.
           Move 'OK  ' To Wmnt-Result
           Move Zeros  To Wpnd-Hit
           If   Ls-Maint-Key-1(1 : 6) Is Numeric
                Perform Varying Wmnt-Ix From 1 By 1
                          Until Wmnt-Ix Greater Wpnd-Cnt
                    If   Wpnd-Id(Wmnt-Ix) Equal Ls-Maint-Key-1(1 : 6)
                    And  Wpnd-Keep(Wmnt-Ix) Equal 'Y'
                         Move Wmnt-Ix To Wpnd-Hit
                    End-if
                End-perform
           End-if
           If   Wpnd-Hit Equal Zeros
                Display 'RULMAINT - Error: no pending request '
                        Ls-Maint-Key-1(1 : 6)
                Move 1      To Ls-Maint-Rc
                Move 'FAIL' To Wmnt-Result
                Go To Rtr-decide-pedido-x
           End-if

           Move Wpnd-Id(Wpnd-Hit)     To Wmnt-Req-Id
           Move Wpnd-Maker(Wpnd-Hit)  To Wmnt-Maker
           Move Ls-Maint-User         To Wmnt-Checker
           Move Wpnd-Type(Wpnd-Hit)   To Wmnt-Type
           Move Wpnd-Key-1(Wpnd-Hit)  To Wmnt-Key-1
           Move Wpnd-Key-2(Wpnd-Hit)  To Wmnt-Key-2
           Move Wpnd-From(Wpnd-Hit)   To Wmnt-Eff-From
           Move Wpnd-To(Wpnd-Hit)     To Wmnt-Eff-To
           Move Wpnd-Env(Wpnd-Hit)    To Wmnt-Env
           If   Ls-Maint-User Equal Spaces Or
                Ls-Maint-User Equal Wpnd-Maker(Wpnd-Hit)
                Display 'RULMAINT - Error: request ' Wmnt-Req-Id
                        ' was made by ' Wpnd-Maker(Wpnd-Hit)
                        ' - it must be decided by a different user'
                Move 6      To Ls-Maint-Rc
                Move 'FAIL' To Wmnt-Result
                Go To Rtr-decide-pedido-x
           End-if

           If   Ls-Maint-Action Equal 'APPR'
                If   Wpnd-Action(Wpnd-Hit) Equal 'ADD '
                     Perform Rtr-adiciona-regra
                Else
                     Perform Rtr-desativa-regra
                End-if
           End-if
           If   Ls-Maint-Rc Equal Zeros
                Move 'N' To Wpnd-Keep(Wpnd-Hit)
                Perform Rtr-regrava-pedidos
           End-if
           If   Ls-Maint-Rc Equal Zeros
                If   Ls-Maint-Action Equal 'APPR'
                     Display 'RULMAINT - Request ' Wmnt-Req-Id
                             ' by ' Wmnt-Maker ' approved by '
                             Wmnt-Checker
                Else
                     Display 'RULMAINT - Request ' Wmnt-Req-Id
                             ' by ' Wmnt-Maker ' rejected by '
                             Wmnt-Checker
                End-if
           End-if.
       Rtr-decide-pedido-x.    Exit.

       Rtr-lista-pedidos       Section.
           Display 'RULMAINT - Requests waiting on a checker '
                   '(expire after ' Wpnd-Expire-Days ' days):'
           Move Zeros To Wpnd-Hit
           Perform Varying Wmnt-Ix From 1 By 1
                     Until Wmnt-Ix Greater Wpnd-Cnt
               If   Wpnd-Keep(Wmnt-Ix) Equal 'Y'
                    Add  1 To Wpnd-Hit
                    Perform Rtr-calcula-expiracao
                    Display '  ' Wpnd-Id(Wmnt-Ix) ' '
                            Wpnd-Action(Wmnt-Ix) ' '
                            Wpnd-Type(Wmnt-Ix) ' '
                            Wpnd-Key-1(Wmnt-Ix) ' '
                            Wpnd-Key-2(Wmnt-Ix)
                    Move Wpnd-Env(Wmnt-Ix) To Wmnt-Env-Show
                    Perform Rtr-mostra-ambiente
                    Display '         by ' Wpnd-Maker(Wmnt-Ix)
                            ' on ' Wpnd-Made(Wmnt-Ix)(1 : 8)
                            ' eff=' Wpnd-From(Wmnt-Ix)
                            '-' Wpnd-To(Wmnt-Ix)
                            ' env=' Wmnt-Env-Show
                            ' expires after ' Wpnd-Expires
               End-if
           End-perform
           If   Wpnd-Hit Equal Zeros
                Display '  (no request outstanding)'
           End-if.
       Rtr-lista-pedidos-x.    Exit.

       Rtr-regrava-pedidos     Section.
      *    the queue keeps only what is still waiting - every
      *    decision and expiry is on RULAUDIT
           Open Output Rule-Pend-File
           If   Wpend-status Not Equal '00'
                Display 'RULMAINT - Error: unable to open RULPEND '
                        'for output - status ' Wpend-status
                Move 'FAIL' To Wmnt-Result
                Move 8 To Ls-Maint-Rc
           Else
                Perform Varying Wmnt-Ix From 1 By 1
                          Until Wmnt-Ix Greater Wpnd-Cnt
                    If   Wpnd-Keep(Wmnt-Ix) Equal 'Y'
                         Move Spaces To Rule-Pend-Record
                         Move Wpnd-Id(Wmnt-Ix)     To Rpnd-Id
                         Move Wpnd-Action(Wmnt-Ix) To Rpnd-Action
                         Move Wpnd-Type(Wmnt-Ix)   To Rpnd-Type
                         Move Wpnd-Key-1(Wmnt-Ix)  To Rpnd-Key-1
                         Move Wpnd-Key-2(Wmnt-Ix)  To Rpnd-Key-2
                         Move Wpnd-From(Wmnt-Ix)   To Rpnd-Eff-From
                         Move Wpnd-To(Wmnt-Ix)     To Rpnd-Eff-To
                         Move Wpnd-Maker(Wmnt-Ix)  To Rpnd-Maker
                         Move Wpnd-Made(Wmnt-Ix)   To Rpnd-Made
                         Move Wpnd-Env(Wmnt-Ix)    To Rpnd-Env
                         Write Rule-Pend-Record
                    End-if
                End-perform
                Close Rule-Pend-File
           End-if.
       Rtr-regrava-pedidos-x.  Exit.

       Rtr-grava-controle      Section.
      *    the request number survives an empty queue on RULCTL
           Move Spaces           To Rule-Ctl-Record
           Move Wpnd-Expire-Days To Rctl-Expire-Days
           Move Wpnd-Last-Id     To Rctl-Last-Id
           Open Output Rule-Ctl-File
           If   Wrctl-status Equal '00'
                Write Rule-Ctl-Record
                Close Rule-Ctl-File
           Else
                Display 'RULMAINT - Warning: RULCTL not updated - '
                        'status ' Wrctl-status
           End-if.
       Rtr-grava-controle-x.   Exit.

       Rtr-adiciona-regra      Section.
           Move 'OK  '       To Wmnt-Result
           Evaluate Wmnt-Type
               When 'OPT'
                    If   Wrul-Opt-Cnt Less 50
                         Add  1 To Wrul-Opt-Cnt
                         Move Wmnt-Key-1
                           To Wrul-Opt-Name(Wrul-Opt-Cnt)
                         Move 'Y'
                           To Wrul-Opt-Active(Wrul-Opt-Cnt)
                         Move Wmnt-Eff-From
                           To Wrul-Opt-From(Wrul-Opt-Cnt)
                         Move Wmnt-Eff-To
                           To Wrul-Opt-To(Wrul-Opt-Cnt)
                         Move Wmnt-Env
                           To Wrul-Opt-Env(Wrul-Opt-Cnt)
                    Else
                         Move 2 To Ls-Maint-Rc
                    End-if
               When 'REQ'
                    If   Wrul-Req-Cnt Less 20
                         Add  1 To Wrul-Req-Cnt
                         Move Wmnt-Key-1
                           To Wrul-Req-Value(Wrul-Req-Cnt)
                         Move 'Y'
                           To Wrul-Req-Active(Wrul-Req-Cnt)
                         Move Wmnt-Eff-From
                           To Wrul-Req-From(Wrul-Req-Cnt)
                         Move Wmnt-Eff-To
                           To Wrul-Req-To(Wrul-Req-Cnt)
                         Move Wmnt-Env
                           To Wrul-Req-Env(Wrul-Req-Cnt)
                    Else
                         Move 2 To Ls-Maint-Rc
                    End-if
               When 'FOR'
                    If   Wrul-For-Cnt Less 20
                         Add  1 To Wrul-For-Cnt
                         Move Wmnt-Key-1
                           To Wrul-For-Value(Wrul-For-Cnt)
                         Move 'Y'
                           To Wrul-For-Active(Wrul-For-Cnt)
                         Move Wmnt-Eff-From
                           To Wrul-For-From(Wrul-For-Cnt)
                         Move Wmnt-Eff-To
                           To Wrul-For-To(Wrul-For-Cnt)
                         Move Wmnt-Env
                           To Wrul-For-Env(Wrul-For-Cnt)
                    Else
                         Move 2 To Ls-Maint-Rc
                    End-if
               When 'SYN'
                    If   Wrul-Syn-Cnt Less 20
                         Add  1 To Wrul-Syn-Cnt
                         Move Wmnt-Key-1
                           To Wrul-Syn-Variant(Wrul-Syn-Cnt)
                         Move Wmnt-Key-2
                           To Wrul-Syn-Canon(Wrul-Syn-Cnt)
                         Move 'Y'
                           To Wrul-Syn-Active(Wrul-Syn-Cnt)
                         Move Wmnt-Eff-From
                           To Wrul-Syn-From(Wrul-Syn-Cnt)
                         Move Wmnt-Eff-To
                           To Wrul-Syn-To(Wrul-Syn-Cnt)
                         Move Wmnt-Env
                           To Wrul-Syn-Env(Wrul-Syn-Cnt)
                    Else
                         Move 2 To Ls-Maint-Rc
                    End-if
               When 'OPP'
                    If   Wrul-Opp-Cnt Less 20
                         Add  1 To Wrul-Opp-Cnt
                         Move Wmnt-Key-1
                           To Wrul-Opp-A(Wrul-Opp-Cnt)
                         Move Wmnt-Key-2
                           To Wrul-Opp-B(Wrul-Opp-Cnt)
                         Move 'Y'
                           To Wrul-Opp-Active(Wrul-Opp-Cnt)
                         Move Wmnt-Eff-From
                           To Wrul-Opp-From(Wrul-Opp-Cnt)
                         Move Wmnt-Eff-To
                           To Wrul-Opp-To(Wrul-Opp-Cnt)
                         Move Wmnt-Env
                           To Wrul-Opp-Env(Wrul-Opp-Cnt)
                    Else
                         Move 2 To Ls-Maint-Rc
                    End-if
               When 'SUB'
                    If   Wrul-Sub-Cnt Less 100
                         Add  1 To Wrul-Sub-Cnt
                         Move Wmnt-Key-1
                           To Wrul-Sub-Owner(Wrul-Sub-Cnt)
                         Move Wmnt-Key-2
                           To Wrul-Sub-Value(Wrul-Sub-Cnt)
                         Move 'Y'
                           To Wrul-Sub-Active(Wrul-Sub-Cnt)
                         Move Wmnt-Eff-From
                           To Wrul-Sub-From(Wrul-Sub-Cnt)
                         Move Wmnt-Eff-To
                           To Wrul-Sub-To(Wrul-Sub-Cnt)
                         Move Wmnt-Env
                           To Wrul-Sub-Env(Wrul-Sub-Cnt)
                    Else
                         Move 2 To Ls-Maint-Rc
                    End-if
           End-evaluate

           If   Ls-Maint-Rc Equal Zeros
                If   Wmnt-Apply Equal 'Y'
                     Perform Rtr-regrava-arquivo
                     Display 'RULMAINT - Rule added'
                End-if
           Else
                Move 'FAIL' To Wmnt-Result
                If   Ls-Maint-Rc Equal 2
                     Display 'RULMAINT - Error: rule table for type '
                             Wmnt-Type ' is full'
                Else
                     Display 'RULMAINT - Error: type must be OPT, '
                             'REQ, FOR, SYN, OPP or SUB'
      *    anything not already deactivated can be deactivated -
      *    including rules Ruleload marked pending ('P') or expired
      *    ('E'), so a rule staged Tuesday for Saturday can still
      *    be pulled back on Wednesday. Only the rule kept for the
      *    environment named is touched: retiring the PROD ban on
      *    NOOPTIMIZE leaves a TEST rule of the same key alone.
           Move 'OK  '       To Wmnt-Result
           Move 'N'          To Wmnt-Found
           Evaluate Wmnt-Type
               When 'OPT'
                    Perform Varying Wmnt-Ix From 1 By 1
                              Until Wmnt-Ix Greater Wrul-Opt-Cnt
                        If   Wrul-Opt-Name(Wmnt-Ix) Equal
                             Wmnt-Key-1(1 : 10)
                        And  Wrul-Opt-Env(Wmnt-Ix) Equal Wmnt-Env
                        And  Wrul-Opt-Active(Wmnt-Ix) Not Equal 'N'
                             Move 'N' To Wrul-Opt-Active(Wmnt-Ix)
                             Move 'Y' To Wmnt-Found
                    Perform Varying Wmnt-Ix From 1 By 1
                              Until Wmnt-Ix Greater Wrul-Req-Cnt
                        If   Wrul-Req-Value(Wmnt-Ix) Equal
                             Wmnt-Key-1
                        And  Wrul-Req-Env(Wmnt-Ix) Equal Wmnt-Env
                        And  Wrul-Req-Active(Wmnt-Ix) Not Equal 'N'
                             Move 'N' To Wrul-Req-Active(Wmnt-Ix)
                             Move 'Y' To Wmnt-Found
                    Perform Varying Wmnt-Ix From 1 By 1
                              Until Wmnt-Ix Greater Wrul-For-Cnt
                        If   Wrul-For-Value(Wmnt-Ix) Equal
                             Wmnt-Key-1(1 : 10)
                        And  Wrul-For-Env(Wmnt-Ix) Equal Wmnt-Env
                        And  Wrul-For-Active(Wmnt-Ix) Not Equal 'N'
                             Move 'N' To Wrul-For-Active(Wmnt-Ix)
                             Move 'Y' To Wmnt-Found
                    Perform Varying Wmnt-Ix From 1 By 1
                              Until Wmnt-Ix Greater Wrul-Syn-Cnt
                        If   Wrul-Syn-Variant(Wmnt-Ix) Equal
                             Wmnt-Key-1(1 : 10)
                        And  Wrul-Syn-Env(Wmnt-Ix) Equal Wmnt-Env
                        And  Wrul-Syn-Active(Wmnt-Ix) Not Equal 'N'
                             Move 'N' To Wrul-Syn-Active(Wmnt-Ix)
                             Move 'Y' To Wmnt-Found
                    Perform Varying Wmnt-Ix From 1 By 1
                              Until Wmnt-Ix Greater Wrul-Opp-Cnt
                        If   Wrul-Opp-A(Wmnt-Ix) Equal
                             Wmnt-Key-1(1 : 10)
                        And  Wrul-Opp-B(Wmnt-Ix) Equal
                             Wmnt-Key-2(1 : 10)
                        And  Wrul-Opp-Env(Wmnt-Ix) Equal Wmnt-Env
                        And  Wrul-Opp-Active(Wmnt-Ix) Not Equal 'N'
                             Move 'N' To Wrul-Opp-Active(Wmnt-Ix)
                             Move 'Y' To Wmnt-Found
                    Perform Varying Wmnt-Ix From 1 By 1
                              Until Wmnt-Ix Greater Wrul-Sub-Cnt
                        If   Wrul-Sub-Owner(Wmnt-Ix) Equal
                             Wmnt-Key-1(1 : 10)
                        And  Wrul-Sub-Value(Wmnt-Ix) Equal
                             Wmnt-Key-2(1 : 10)
                        And  Wrul-Sub-Env(Wmnt-Ix) Equal Wmnt-Env
                        And  Wrul-Sub-Active(Wmnt-Ix) Not Equal 'N'
                             Move 'N' To Wrul-Sub-Active(Wmnt-Ix)
                             Move 'Y' To Wmnt-Found

           If   Ls-Maint-Rc Equal Zeros
                If   Wmnt-Found Equal 'Y'
                     If   Wmnt-Apply Equal 'Y'
                          Perform Rtr-regrava-arquivo
                          Display 'RULMAINT - Rule deactivated'
                     End-if
                Else
                     Move 1      To Ls-Maint-Rc
                     Move 'FAIL' To Wmnt-Result
                     Display 'RULMAINT - Error: no active rule '
                             'matches that type, key and environment'
                End-if
           Else
                Move 'FAIL' To Wmnt-Result
                   Wrul-Source '):'
           Display 'RULMAINT - active= Y live, N deactivated, '
                   'P pending its from-date, E expired'
           Display 'RULMAINT - env= the one environment the rule '
                   'is kept for, ALL for every environment'
           If   Ls-Maint-Type Equal 'OPT' Or Spaces
                Perform Varying Wmnt-Ix From 1 By 1
                          Until Wmnt-Ix Greater Wrul-Opt-Cnt
                    Move Wrul-Opt-Env(Wmnt-Ix) To Wmnt-Env-Show
                    Perform Rtr-mostra-ambiente
                    Display '  OPT ' Wrul-Opt-Name(Wmnt-Ix)
                            ' active=' Wrul-Opt-Active(Wmnt-Ix)
                            ' eff=' Wrul-Opt-From(Wmnt-Ix)
                            '-' Wrul-Opt-To(Wmnt-Ix)
                            ' env=' Wmnt-Env-Show
                End-perform
           End-if
           If   Ls-Maint-Type Equal 'REQ' Or Spaces
                Perform Varying Wmnt-Ix From 1 By 1
                          Until Wmnt-Ix Greater Wrul-Req-Cnt
                    Move Wrul-Req-Env(Wmnt-Ix) To Wmnt-Env-Show
                    Perform Rtr-mostra-ambiente
                    Display '  REQ ' Wrul-Req-Value(Wmnt-Ix)
                            ' active=' Wrul-Req-Active(Wmnt-Ix)
                            ' eff=' Wrul-Req-From(Wmnt-Ix)
                            '-' Wrul-Req-To(Wmnt-Ix)
                            ' env=' Wmnt-Env-Show
                End-perform
           End-if
           If   Ls-Maint-Type Equal 'FOR' Or Spaces
                Perform Varying Wmnt-Ix From 1 By 1
                          Until Wmnt-Ix Greater Wrul-For-Cnt
                    Move Wrul-For-Env(Wmnt-Ix) To Wmnt-Env-Show
                    Perform Rtr-mostra-ambiente
                    Display '  FOR ' Wrul-For-Value(Wmnt-Ix)
                            ' active=' Wrul-For-Active(Wmnt-Ix)
                            ' eff=' Wrul-For-From(Wmnt-Ix)
                            '-' Wrul-For-To(Wmnt-Ix)
                            ' env=' Wmnt-Env-Show
                End-perform
           End-if
           If   Ls-Maint-Type Equal 'SYN' Or Spaces
                Perform Varying Wmnt-Ix From 1 By 1
                          Until Wmnt-Ix Greater Wrul-Syn-Cnt
                    Move Wrul-Syn-Env(Wmnt-Ix) To Wmnt-Env-Show
                    Perform Rtr-mostra-ambiente
                    Display '  SYN ' Wrul-Syn-Variant(Wmnt-Ix)
                            ' -> ' Wrul-Syn-Canon(Wmnt-Ix)
                            ' active=' Wrul-Syn-Active(Wmnt-Ix)
                            ' eff=' Wrul-Syn-From(Wmnt-Ix)
                            '-' Wrul-Syn-To(Wmnt-Ix)
                            ' env=' Wmnt-Env-Show
                End-perform
           End-if
           If   Ls-Maint-Type Equal 'OPP' Or Spaces
                Perform Varying Wmnt-Ix From 1 By 1
                          Until Wmnt-Ix Greater Wrul-Opp-Cnt
                    Move Wrul-Opp-Env(Wmnt-Ix) To Wmnt-Env-Show
                    Perform Rtr-mostra-ambiente
                    Display '  OPP ' Wrul-Opp-A(Wmnt-Ix)
                            ' <> ' Wrul-Opp-B(Wmnt-Ix)
                            ' active=' Wrul-Opp-Active(Wmnt-Ix)
                            ' eff=' Wrul-Opp-From(Wmnt-Ix)
                            '-' Wrul-Opp-To(Wmnt-Ix)
                            ' env=' Wmnt-Env-Show
                End-perform
           End-if
           If   Ls-Maint-Type Equal 'SUB' Or Spaces
                Perform Varying Wmnt-Ix From 1 By 1
                          Until Wmnt-Ix Greater Wrul-Sub-Cnt
                    Move Wrul-Sub-Env(Wmnt-Ix) To Wmnt-Env-Show
                    Perform Rtr-mostra-ambiente
                    Display '  SUB ' Wrul-Sub-Owner(Wmnt-Ix)
                            '(' Wrul-Sub-Value(Wmnt-Ix) ')'
                            ' active=' Wrul-Sub-Active(Wmnt-Ix)
                            ' eff=' Wrul-Sub-From(Wmnt-Ix)
                            '-' Wrul-Sub-To(Wmnt-Ix)
                            ' env=' Wmnt-Env-Show
                End-perform
           End-if.
       Rtr-lista-regras-x.     Exit.
                    Move Wmnt-Active To Rule-Active
                    Move Wrul-Opt-From(Wmnt-Ix) To Rule-Eff-From
                    Move Wrul-Opt-To(Wmnt-Ix) To Rule-Eff-To
                    Move Wrul-Opt-Env(Wmnt-Ix) To Rule-Env
                    Write Rule-Record
                End-perform
                Perform Varying Wmnt-Ix From 1 By 1
                    Move Wmnt-Active To Rule-Active
                    Move Wrul-Req-From(Wmnt-Ix) To Rule-Eff-From
                    Move Wrul-Req-To(Wmnt-Ix) To Rule-Eff-To
                    Move Wrul-Req-Env(Wmnt-Ix) To Rule-Env
                    Write Rule-Record
                End-perform
                Perform Varying Wmnt-Ix From 1 By 1
                    Move Wmnt-Active To Rule-Active
                    Move Wrul-For-From(Wmnt-Ix) To Rule-Eff-From
                    Move Wrul-For-To(Wmnt-Ix) To Rule-Eff-To
                    Move Wrul-For-Env(Wmnt-Ix) To Rule-Env
                    Write Rule-Record
                End-perform
                Perform Varying Wmnt-Ix From 1 By 1
                    Move Wmnt-Active To Rule-Active
                    Move Wrul-Syn-From(Wmnt-Ix) To Rule-Eff-From
                    Move Wrul-Syn-To(Wmnt-Ix) To Rule-Eff-To
                    Move Wrul-Syn-Env(Wmnt-Ix) To Rule-Env
                    Write Rule-Record
                End-perform
                Perform Varying Wmnt-Ix From 1 By 1
                    Move Wmnt-Active To Rule-Active
                    Move Wrul-Opp-From(Wmnt-Ix) To Rule-Eff-From
                    Move Wrul-Opp-To(Wmnt-Ix) To Rule-Eff-To
                    Move Wrul-Opp-Env(Wmnt-Ix) To Rule-Env
                    Write Rule-Record
                End-perform
                Perform Varying Wmnt-Ix From 1 By 1
                    Move Wmnt-Active To Rule-Active
                    Move Wrul-Sub-From(Wmnt-Ix) To Rule-Eff-From
                    Move Wrul-Sub-To(Wmnt-Ix) To Rule-Eff-To
                    Move Wrul-Sub-Env(Wmnt-Ix) To Rule-Env
                    Write Rule-Record
                End-perform
                Close Rule-File
       Rtr-regrava-arquivo-x.  Exit.

       Rtr-mapeia-ativo        Section.
      *    pending, expired and held-for-another-environment are
      *    derived by Ruleload, never stored - the dataset keeps the
      *    keyed Y (with its dates and environment) or the
      *    deactivated N
           If   Wmnt-Active Not Equal 'N'
                Move 'Y' To Wmnt-Active
           End-if.
       Rtr-mapeia-ativo-x.     Exit.

       Rtr-mostra-ambiente     Section.
           If   Wmnt-Env-Show Equal Spaces
                Move 'ALL'    To Wmnt-Env-Show
           End-if.
       Rtr-mostra-ambiente-x.  Exit.

       Rtr-grava-auditoria     Section.
      *    One audit record per add/deactivate attempt, pass or fail,
      *    in the spirit of RETSPACE's CMDLOG - this is the trail the
      *    auditors asked for when the NOOPTIMIZE ban had no owner.
      *    A request, its approval or rejection and its expiry are
      *    each one record, all carrying the request number, the
      *    maker and - once decided - the checker. The RULAUDIT
      *    claim is already held (see Rtr-process).
           Move Function Current-Date To Raud-Timestamp
           Move Wmnt-Aud-User   To Raud-User
           Move Wmnt-Aud-Action To Raud-Action
           Move Wmnt-Type       To Raud-Type
           Move Wmnt-Key-1      To Raud-Key-1
           Move Wmnt-Key-2      To Raud-Key-2
           Move Wmnt-Result     To Raud-Result
           Move Wmnt-Req-Id     To Raud-Req-Id
           Move Wmnt-Maker      To Raud-Maker
           Move Wmnt-Checker    To Raud-Checker
           Move Wmnt-Env        To Raud-Env

           If   Wlock-held Not Equal 'Y'
                Go To Rtr-grava-auditoria-x
           End-if
           Call 'Chainput' Using Wchn-area Rule-Audit-Record
           Open Extend Rule-Audit-File
           If   Waudit-status Equal '35'
                Open Output Rule-Audit-File
           Close Rule-Audit-File.
       Rtr-grava-auditoria-x.  Exit.

       Rtr-reserva-log         Section.
      *    claims the log named in Wlock-resource, waiting while
      *    LOGRETN rolls it - a record appended between its read
      *    and its rewrite would be lost. The return code is kept
      *    across the call.
           Move Return-Code To Wlock-save-rc
           Move 'WAIT '     To Wlock-action
           Call 'Runlock' Using Wlock-area
           Move Wlock-save-rc To Return-Code.
       Rtr-reserva-log-x.      Exit.

       Rtr-libera-log          Section.
           Move Return-Code To Wlock-save-rc
           Move 'FREE '     To Wlock-action
           Call 'Runlock' Using Wlock-area
           Move Wlock-save-rc To Return-Code.
       Rtr-libera-log-x.       Exit.

       End Program Rulmaint.
