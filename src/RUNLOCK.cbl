      *    FORCE releases a lock orphaned by an abend, whoever held
      *    it. The registry lives on the RUNLOCKS dataset, rewritten
      *    in full like RULMAINT rewrites OPTRULES.
      *    WAIT is a CLAIM that, finding the resource busy, polls
      *    for up to Ls-Lock-Wait seconds before giving up - a field
      *    only WAIT callers need to carry, so the short area the
      *    other actions pass is never read past Ls-Lock-Rc.
      *    LOCKAGE gives a resource its maximum age in minutes: a
      *    lock held longer is stale, and where the resource is
      *    marked for it a claim expires the stale lock and takes
      *    the resource, leaving an EXPD record that names the job
      *    that lost it. Every claim, wait, refusal, release and
      *    force goes to the LOCKHIST history (CPYLHST) that
      *    LOCKRPT reports contention from.
      *    Ls-Lock-Rc: 0 granted/released, 1 nothing to release,
      *    4 busy (holder and since come back in the area; for WAIT,
      *    still busy when the wait ran out), 8 the registry dataset
      *    could not be rewritten.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Runlock.
           Select Run-Lock-File Assign To Runlocks
                  Organization Is Sequential
                  File Status Is Wlock-status.
           Select Lock-Age-File Assign To Lockage
                  Organization Is Sequential
                  File Status Is Wlage-status.
           Select Lock-Hist-File Assign To Lockhist
                  Organization Is Sequential
                  File Status Is Wlhst-status.
       Data Division.
       File Section.
       FD  Run-Lock-File
           05  Filler            Pic  X(01).
           05  Lock-Active       Pic  X(01).

      *    maximum age per resource, in minutes; Lage-Auto 'Y' lets
      *    a claim expire a stale lock instead of being refused
       FD  Lock-Age-File
           Recording Mode Is F
           Record Contains 15 Characters.
       01  Lock-Age-Record.
           05  Lage-Resource     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Lage-Max-Min      Pic  9(04).
           05  Filler            Pic  X(01).
           05  Lage-Auto         Pic  X(01).

       FD  Lock-Hist-File
           Recording Mode Is F
           Record Contains 74 Characters.
           Copy CPYLHST.

       Working-storage Section.
       01 Wlock-status      Pic  X(02) Value '00'.
       01 Wlck-eof          Pic  X(01) Value 'N'.
       01 Wlck-Ix           Pic S9(04) Comp.
       01 Wlck-Hit          Pic S9(04) Comp.
       01 Wlck-Free         Pic S9(04) Comp.
       01 Wlage-status      Pic  X(02) Value '00'.
       01 Wlhst-status      Pic  X(02) Value '00'.
       01 Wlck-Mode         Pic  X(01) Value 'C'.
       01 Wlck-Waited       Pic  9(05) Value Zeros.
       01 Wlck-Event        Pic  X(04) Value Spaces.
       01 Wlck-Other        Pic  X(08) Value Spaces.
       01 Wlck-Other-Since  Pic  X(21) Value Spaces.
       01 Wlck-Now          Pic  X(21) Value Spaces.
       01 Wlck-Stamp        Pic  X(21) Value Spaces.
       01 Wlck-Date-Num     Pic  9(08) Value Zeros.
       01 Wlck-Hh           Pic  9(02) Value Zeros.
       01 Wlck-Mi           Pic  9(02) Value Zeros.
       01 Wlck-Minutes      Pic S9(09) Comp Value Zeros.
       01 Wlck-Min-Since    Pic S9(09) Comp Value Zeros.
       01 Wlck-Age          Pic S9(09) Comp Value Zeros.
       01 Wlck-Age-Ed       Pic  Z(06)9.
       01 Wlck-Max-Age      Pic  9(04) Value Zeros.
       01 Wlck-Auto         Pic  X(01) Value 'N'.
       01 Wlck-Stale        Pic  X(01) Value 'N'.
       01 Wlck-Age-eof      Pic  X(01) Value 'N'.
       01 Wdly-Secs         Pic S9(09) Binary Value 1.
       01 Wdly-Fc           Pic  X(12) Value Low-Values.
       01 Wlck-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wlck-Tab.
          03 Wlck-Entry     Occurs 50 Times.
          03 Ls-Lock-Holder Pic  X(08).
          03 Ls-Lock-Since  Pic  X(21).
          03 Ls-Lock-Rc     Pic S9(04) Comp.
      *   WAIT only: the longest the caller will wait, in seconds
          03 Ls-Lock-Wait   Pic  9(04).

       Procedure Division Using Ls-Lock-Area.


           Perform Rtr-carrega-registro

           Move 'C'   To Wlck-Mode
           Move Zeros To Wlck-Waited
           Evaluate Ls-Lock-Action
               When 'CLAIM'
                    Perform Rtr-reivindica
               When 'WAIT '
                    Perform Rtr-espera
               When 'FREE '
                    Perform Rtr-libera
               When 'FORCE'
                    Perform Rtr-libera-forcado
               When Other
                    Display 'RUNLOCK  - Action must be CLAIM, WAIT, '
                            'FREE or FORCE'
                    Move 8 To Ls-Lock-Rc
           End-evaluate

               End-if
           End-perform

      *    a lock held past its resource's maximum age is stale -
      *    expired to this claimant where LOCKAGE allows it, and the
      *    job that loses it is named on the history
           If   Wlck-Hit Greater Zeros
           And  Wlck-Job(Wlck-Hit) Not Equal Ls-Lock-Job
                Perform Rtr-verifica-idade
                If   Wlck-Stale Equal 'Y' And Wlck-Auto Equal 'Y'
                     Display 'RUNLOCK  - Stale lock on '
                             Ls-Lock-Resource ' held by '
                             Wlck-Job(Wlck-Hit) ' for '
                             Wlck-Age-Ed ' minutes (maximum '
                             Wlck-Max-Age ') expired for '
                             Ls-Lock-Job
                     Move 'EXPD' To Wlck-Event
                     Move Wlck-Job(Wlck-Hit)   To Wlck-Other
                     Move Wlck-Since(Wlck-Hit) To Wlck-Other-Since
                     Perform Rtr-grava-historico
                     Move 'N' To Wlck-Active(Wlck-Hit)
                     Move Wlck-Hit To Wlck-Free
                     Move 0 To Wlck-Hit
                End-if
           End-if

           If   Wlck-Hit Greater Zeros
                If   Wlck-Job(Wlck-Hit) Equal Ls-Lock-Job
      *              the holder asking again is not contention
                     Move Wlck-Job(Wlck-Hit)   To Ls-Lock-Holder
                     Move Wlck-Since(Wlck-Hit) To Ls-Lock-Since
                     Move 4 To Ls-Lock-Rc
      *              a wait's polls are not each a refusal - the wait
      *              is recorded once, by Rtr-espera
                     If   Wlck-Mode Equal 'C'
                          Display 'RUNLOCK  - Resource '
                                  Ls-Lock-Resource ' busy, held by job '
                                  Ls-Lock-Holder ' since '
                                  Ls-Lock-Since(9 : 2) ':'
                                  Ls-Lock-Since(11 : 2)
                          If   Wlck-Stale Equal 'Y'
                               Display 'RUNLOCK  - The lock is stale ('
                                       Wlck-Age-Ed ' minutes, maximum '
                                       Wlck-Max-Age ') - FORCE it if '
                                       'the holder is gone'
                          End-if
                          Move 'BUSY' To Wlck-Event
                          Move Ls-Lock-Holder To Wlck-Other
                          Move Ls-Lock-Since  To Wlck-Other-Since
                          Perform Rtr-grava-historico
                     End-if
                End-if
           Else
                If   Wlck-Free Equal Zeros
                       To Wlck-Since(Wlck-Free)
                     Move 'Y' To Wlck-Active(Wlck-Free)
                     Perform Rtr-regrava-registro
                     If   Ls-Lock-Rc Equal Zeros
                          Move 'GRNT'  To Wlck-Event
                          Move Spaces  To Wlck-Other Wlck-Other-Since
                          Perform Rtr-grava-historico
                     End-if
                End-if
           End-if.
       Rtr-reivindica-x.       Exit.

       Rtr-espera              Section.
      *    CLAIM, and while the resource stays busy poll the
      *    registry once a second (CEE3DLY, as CMDEXEC waits for its
      *    planned times) until it frees or the caller's seconds
      *    run out - the holder is usually done in seconds
           Move 'W' To Wlck-Mode
           Perform Rtr-reivindica
           If   Ls-Lock-Rc Not Equal 4
                Go To Rtr-espera-x
           End-if
           Display 'RUNLOCK  - Resource ' Ls-Lock-Resource
                   ' busy, held by job ' Ls-Lock-Holder
                   ' - waiting up to ' Ls-Lock-Wait ' seconds'
           Move 'WAIT' To Wlck-Event
           Move Ls-Lock-Holder To Wlck-Other
           Move Ls-Lock-Since  To Wlck-Other-Since
           Perform Rtr-grava-historico
           Perform Until Ls-Lock-Rc Not Equal 4
                      Or Wlck-Waited Not Less Ls-Lock-Wait
               Call 'CEE3DLY' Using Wdly-Secs Wdly-Fc
               Add  1 To Wlck-Waited
               Move Zeros  To Ls-Lock-Rc
               Move Spaces To Ls-Lock-Holder Ls-Lock-Since
               Perform Rtr-carrega-registro
               Perform Rtr-reivindica
           End-perform
           If   Ls-Lock-Rc Equal 4
                Display 'RUNLOCK  - Gave up waiting for '
                        Ls-Lock-Resource ' after ' Wlck-Waited
                        ' seconds - still held by ' Ls-Lock-Holder
                Move 'TOUT' To Wlck-Event
                Move Ls-Lock-Holder To Wlck-Other
                Move Ls-Lock-Since  To Wlck-Other-Since
                Perform Rtr-grava-historico
           End-if.
       Rtr-espera-x.           Exit.

       Rtr-verifica-idade      Section.
      *    age of the lock at Wlck-Hit in whole minutes against
      *    its resource's LOCKAGE maximum; no LOCKAGE record (or no
      *    LOCKAGE) means the lock never goes stale
           Move 'N'   To Wlck-Stale Wlck-Auto
           Move Zeros To Wlck-Max-Age Wlck-Age
           Move 'N'   To Wlck-Age-eof
           Open Input Lock-Age-File
           If   Wlage-status Not Equal '00'
                Go To Rtr-verifica-idade-x
           End-if
           Perform Until Wlck-Age-eof Equal 'Y'
               Read Lock-Age-File
                   At End
                        Move 'Y' To Wlck-Age-eof
                   Not At End
                        If   Lage-Resource Equal Ls-Lock-Resource
                        And  Lage-Max-Min Is Numeric
                             Move Lage-Max-Min To Wlck-Max-Age
                             Move Lage-Auto    To Wlck-Auto
                        End-if
               End-read
           End-perform
           Close Lock-Age-File
           If   Wlck-Max-Age Equal Zeros
                Go To Rtr-verifica-idade-x
           End-if

           Move Wlck-Since(Wlck-Hit) To Wlck-Stamp
           Perform Rtr-calcula-minutos
           Move Wlck-Minutes To Wlck-Min-Since
           Move Function Current-Date To Wlck-Stamp
           Perform Rtr-calcula-minutos
           Compute Wlck-Age = Wlck-Minutes - Wlck-Min-Since
           Move Wlck-Age To Wlck-Age-Ed
           If   Wlck-Age Greater Wlck-Max-Age
                Move 'Y' To Wlck-Stale
           End-if.
       Rtr-verifica-idade-x.   Exit.

       Rtr-calcula-minutos     Section.
           Move Zeros To Wlck-Minutes
           If   Wlck-Stamp(1 : 12) Is Numeric
                Move Wlck-Stamp(1 : 8)  To Wlck-Date-Num
                Move Wlck-Stamp(9 : 2)  To Wlck-Hh
                Move Wlck-Stamp(11 : 2) To Wlck-Mi
                Compute Wlck-Minutes =
                        Function Integer-Of-Date(Wlck-Date-Num) * 1440
                      + Wlck-Hh * 60 + Wlck-Mi
           End-if.
       Rtr-calcula-minutos-x.  Exit.

       Rtr-grava-historico     Section.
      *    append-only, one record per event; a history that cannot
      *    be written never costs the caller its lock
           Move Function Current-Date To Wlck-Now
           Move Spaces            To Lock-Hist-Record
           Move Wlck-Now          To Lhst-Stamp
           Move Wlck-Event        To Lhst-Event
           Move Ls-Lock-Resource  To Lhst-Resource
           Move Ls-Lock-Job       To Lhst-Job
           Move Wlck-Other        To Lhst-Holder
           Move Wlck-Other-Since(1 : 14) To Lhst-Since
           Move Wlck-Waited       To Lhst-Waited
           Open Extend Lock-Hist-File
           If   Wlhst-status Equal '35'
                Open Output Lock-Hist-File
           End-if
           If   Wlhst-status Equal '00'
                Write Lock-Hist-Record
                Close Lock-Hist-File
           End-if.
       Rtr-grava-historico-x.  Exit.

       Rtr-libera              Section.
           Move 1 To Ls-Lock-Rc
           Perform Varying Wlck-Ix From 1 By 1
               And  Wlck-Active(Wlck-Ix) Equal 'Y'
                    Move 'N' To Wlck-Active(Wlck-Ix)
                    Move Zeros To Ls-Lock-Rc
                    Move Wlck-Since(Wlck-Ix) To Wlck-Other-Since
               End-if
           End-perform
           If   Ls-Lock-Rc Equal Zeros
                Perform Rtr-regrava-registro
                Move 'FREE' To Wlck-Event
                Move Spaces To Wlck-Other
                Perform Rtr-grava-historico
           End-if.
       Rtr-libera-x.           Exit.

                            ' forcibly released by ' Ls-Lock-Job
                    Move 'N' To Wlck-Active(Wlck-Ix)
                    Move Zeros To Ls-Lock-Rc
                    Move 'FORC' To Wlck-Event
                    Move Wlck-Job(Wlck-Ix)   To Wlck-Other
                    Move Wlck-Since(Wlck-Ix) To Wlck-Other-Since
                    Perform Rtr-grava-historico
               End-if
           End-perform
           If   Ls-Lock-Rc Equal Zeros
