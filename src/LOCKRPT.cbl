      *----------------------------------------------------------------*
      *    Run-lock contention report off the LOCKHIST history that
      *    Runlock appends (CPYLHST). For a date range it shows, per
      *    resource, how often it was claimed, waited on, refused,
      *    given up on, forced and expired, and the seconds callers
      *    spent waiting; which jobs collide with which holders on
      *    each resource; and the hours of the night the collisions
      *    bunch into - the evidence for moving a job or raising a
      *    wait. It closes with the locks standing on RUNLOCKS right
      *    now that are older than their LOCKAGE maximum, so a
      *    stale lock is seen before the next claim trips over it.
      *    PARM='YYYYMMDD,YYYYMMDD' bounds the history; empty covers
      *    everything on it. Return code 4 when a wait gave up, a
      *    lock was forced or expired in the range, or a lock is
      *    stale now; 8 when LOCKHIST is not available.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Lockrpt.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Lock-Hist-File Assign To Lockhist
                  Organization Is Sequential
                  File Status Is Wlhst-status.
           Select Run-Lock-File Assign To Runlocks
                  Organization Is Sequential
                  File Status Is Wlock-status.
           Select Lock-Age-File Assign To Lockage
                  Organization Is Sequential
                  File Status Is Wlage-status.
       Data Division.
       File Section.
       FD  Lock-Hist-File
           Recording Mode Is F
           Record Contains 74 Characters.
           Copy CPYLHST.

       FD  Run-Lock-File
           Recording Mode Is F
           Record Contains 41 Characters.
       01  Run-Lock-Record.
           05  Lock-Resource     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Lock-Job          Pic  X(08).
           05  Filler            Pic  X(01).
           05  Lock-Since        Pic  X(21).
           05  Filler            Pic  X(01).
           05  Lock-Active       Pic  X(01).

       FD  Lock-Age-File
           Recording Mode Is F
           Record Contains 15 Characters.
       01  Lock-Age-Record.
           05  Lage-Resource     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Lage-Max-Min      Pic  9(04).
           05  Filler            Pic  X(01).
           05  Lage-Auto         Pic  X(01).

       Working-storage Section.
       01 Wlhst-status      Pic  X(02) Value '00'.
       01 Wlock-status      Pic  X(02) Value '00'.
       01 Wlage-status      Pic  X(02) Value '00'.
       01 Wlr-eof           Pic  X(01) Value 'N'.
       01 Wlr-from          Pic  X(08) Value Spaces.
       01 Wlr-to            Pic  X(08) Value Spaces.
       01 Wlr-attention     Pic  X(01) Value 'N'.
       01 Wlr-read          Pic  9(06) Value Zeros.
       01 Wlr-used          Pic  9(06) Value Zeros.
       01 Wlr-over          Pic  9(06) Value Zeros.
       01 Wlr-Ix            Pic S9(04) Comp.
       01 Wlr-Hit           Pic S9(04) Comp.
       01 Wlr-Hour          Pic S9(04) Comp.
       01 Wlr-Max-Hour      Pic  9(06) Value Zeros.
       01 Wlr-Bar-Len       Pic S9(04) Comp.
       01 Wlr-Bar           Pic  X(40) Value Spaces.
       01 Wlr-Stale-Cnt     Pic  9(04) Value Zeros.
       01 Wlr-Stamp         Pic  X(21) Value Spaces.
       01 Wlr-Date-Num      Pic  9(08) Value Zeros.
       01 Wlr-Hh            Pic  9(02) Value Zeros.
       01 Wlr-Mi            Pic  9(02) Value Zeros.
       01 Wlr-Minutes       Pic S9(09) Comp Value Zeros.
       01 Wlr-Min-Now       Pic S9(09) Comp Value Zeros.
       01 Wlr-Age           Pic S9(09) Comp Value Zeros.
       01 Wlr-Age-Ed        Pic  Z(06)9.
       01 Wlr-Avg-Ed        Pic  Z(04)9.

      *    per-resource counts by history event
       01 Wres-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wres-Tab.
          03 Wres-Entry     Occurs 30 Times.
             05 Wres-Name   Pic  X(08).
             05 Wres-Grnt   Pic  9(06).
             05 Wres-Wait   Pic  9(06).
             05 Wres-Busy   Pic  9(06).
             05 Wres-Tout   Pic  9(06).
             05 Wres-Free   Pic  9(06).
             05 Wres-Forc   Pic  9(06).
             05 Wres-Expd   Pic  9(06).
             05 Wres-Secs   Pic  9(08).
             05 Wres-Worst  Pic  9(05).
             05 Wres-Waits  Pic  9(06).

      *    who ran into whom: claimant job against the holder, per
      *    resource, for every WAIT, BUSY and EXPD
       01 Wcol-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wcol-Tab.
          03 Wcol-Entry     Occurs 100 Times.
             05 Wcol-Resource
                            Pic  X(08).
             05 Wcol-Job    Pic  X(08).
             05 Wcol-Holder Pic  X(08).
             05 Wcol-Count  Pic  9(06).
             05 Wcol-Tout   Pic  9(06).

      *    collisions (WAIT, BUSY) by hour of day
       01 Whr-Tab.
          03 Whr-Count      Pic  9(06) Occurs 24 Times.

      *    LOCKAGE maxima for the standing-lock check
       01 Wage-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wage-Tab.
          03 Wage-Entry     Occurs 50 Times.
             05 Wage-Resource
                            Pic  X(08).
             05 Wage-Max    Pic  9(04).
             05 Wage-Auto   Pic  X(01).

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(17).

       Procedure Division Using Ls-Parm-Area.

       Rtr-process             Section.
           Display ' '
           Display '==============================================='
           Display 'LOCKRPT  - Run-lock contention report'
           Display '==============================================='

           If   Ls-Parm-Len Not Less 17 And
                Ls-Parm-Text(9 : 1) Equal ','
                Move Ls-Parm-Text(1 : 8)  To Wlr-from
                Move Ls-Parm-Text(10 : 8) To Wlr-to
                Display 'LOCKRPT  - Range ' Wlr-from ' to ' Wlr-to
           Else
                Move Spaces To Wlr-from Wlr-to
                Display 'LOCKRPT  - No range given - covering '
                        'everything on the history'
           End-if
           Initialize Whr-Tab

           Move 0 To Return-Code
           Perform Rtr-le-historico
           If   Return-Code Not Equal 8
                Perform Rtr-reporta-recursos
                Perform Rtr-reporta-colisoes
                Perform Rtr-reporta-horas
                Perform Rtr-reporta-velhos

                Display ' '
                Display 'LOCKRPT  - History records read: ' Wlr-read
                        '  in range: ' Wlr-used
                If   Wlr-over Greater Zeros
                     Display 'LOCKRPT  - Warning: ' Wlr-over
                             ' records beyond the report tables were '
                             'not counted'
                End-if
                If   Wlr-attention Equal 'Y'
                     Move 4 To Return-Code
                End-if
           End-if
           Display '==============================================='
           Goback.
       Rtr-process-x.          Exit.

       Rtr-le-historico        Section.
           Move 'N' To Wlr-eof
           Open Input Lock-Hist-File
           If   Wlhst-status Not Equal '00'
                Display 'LOCKRPT  - LOCKHIST not available - status '
                        Wlhst-status
                Move 8 To Return-Code
                Go To Rtr-le-historico-x
           End-if
           Perform Until Wlr-eof Equal 'Y'
               Read Lock-Hist-File
                   At End
                        Move 'Y' To Wlr-eof
                   Not At End
                        Add  1 To Wlr-read
                        If   Wlr-from Equal Spaces
                        Or  (Lhst-Stamp(1 : 8) Not Less Wlr-from
                        And  Lhst-Stamp(1 : 8) Not Greater Wlr-to)
                             Add  1 To Wlr-used
                             Perform Rtr-acumula-evento
                        End-if
               End-read
           End-perform
           Close Lock-Hist-File.
       Rtr-le-historico-x.     Exit.

       Rtr-acumula-evento      Section.
           Move 0 To Wlr-Hit
           Perform Varying Wlr-Ix From 1 By 1
                     Until Wlr-Ix Greater Wres-Cnt
               If   Wres-Name(Wlr-Ix) Equal Lhst-Resource
                    Move Wlr-Ix To Wlr-Hit
               End-if
           End-perform
           If   Wlr-Hit Equal 0
                If   Wres-Cnt Less 30
                     Add  1 To Wres-Cnt
                     Move Wres-Cnt To Wlr-Hit
                     Initialize Wres-Entry(Wlr-Hit)
                     Move Lhst-Resource To Wres-Name(Wlr-Hit)
                Else
                     Add  1 To Wlr-over
                     Go To Rtr-acumula-evento-x
                End-if
           End-if

           Evaluate Lhst-Event
               When 'GRNT'
                    Add  1 To Wres-Grnt(Wlr-Hit)
      *             a granted WAIT carries the seconds it waited
                    If   Lhst-Waited Greater Zeros
                         Perform Rtr-acumula-espera
                    End-if
               When 'WAIT'
                    Add  1 To Wres-Wait(Wlr-Hit)
                    Perform Rtr-acumula-colisao
                    Perform Rtr-acumula-hora
               When 'BUSY'
                    Add  1 To Wres-Busy(Wlr-Hit)
                    Perform Rtr-acumula-colisao
                    Perform Rtr-acumula-hora
               When 'TOUT'
                    Add  1 To Wres-Tout(Wlr-Hit)
                    Perform Rtr-acumula-espera
                    Perform Rtr-acumula-colisao
                    Move 'Y' To Wlr-attention
               When 'FREE'
                    Add  1 To Wres-Free(Wlr-Hit)
               When 'FORC'
                    Add  1 To Wres-Forc(Wlr-Hit)
                    Move 'Y' To Wlr-attention
               When 'EXPD'
                    Add  1 To Wres-Expd(Wlr-Hit)
                    Perform Rtr-acumula-colisao
                    Move 'Y' To Wlr-attention
           End-evaluate.
       Rtr-acumula-evento-x.   Exit.

       Rtr-acumula-espera      Section.
           Add  1           To Wres-Waits(Wlr-Hit)
           Add  Lhst-Waited To Wres-Secs(Wlr-Hit)
           If   Lhst-Waited Greater Wres-Worst(Wlr-Hit)
                Move Lhst-Waited To Wres-Worst(Wlr-Hit)
           End-if.
       Rtr-acumula-espera-x.   Exit.

       Rtr-acumula-colisao     Section.
      *    a TOUT closes a WAIT already counted as a collision - it
      *    only marks the pair as one that gave up
           Move 0 To Wlr-Ix
           Perform Varying Wlr-Ix From 1 By 1
                     Until Wlr-Ix Greater Wcol-Cnt
                        Or (Wcol-Resource(Wlr-Ix) Equal Lhst-Resource
                        And Wcol-Job(Wlr-Ix)      Equal Lhst-Job
                        And Wcol-Holder(Wlr-Ix)   Equal Lhst-Holder)
               Continue
           End-perform
           If   Wlr-Ix Greater Wcol-Cnt
                If   Wcol-Cnt Less 100
                     Add  1 To Wcol-Cnt
                     Move Wcol-Cnt      To Wlr-Ix
                     Move Lhst-Resource To Wcol-Resource(Wlr-Ix)
                     Move Lhst-Job      To Wcol-Job(Wlr-Ix)
                     Move Lhst-Holder   To Wcol-Holder(Wlr-Ix)
                     Move Zeros To Wcol-Count(Wlr-Ix) Wcol-Tout(Wlr-Ix)
                Else
                     Add  1 To Wlr-over
                     Go To Rtr-acumula-colisao-x
                End-if
           End-if
           If   Lhst-Event Equal 'TOUT'
                Add  1 To Wcol-Tout(Wlr-Ix)
           Else
                Add  1 To Wcol-Count(Wlr-Ix)
           End-if.
       Rtr-acumula-colisao-x.  Exit.

       Rtr-acumula-hora        Section.
           If   Lhst-Stamp(9 : 2) Is Numeric
                Move Lhst-Stamp(9 : 2) To Wlr-Hh
                Compute Wlr-Hour = Wlr-Hh + 1
                If   Wlr-Hour Not Greater 24
                     Add  1 To Whr-Count(Wlr-Hour)
                End-if
           End-if.
       Rtr-acumula-hora-x.     Exit.

       Rtr-reporta-recursos    Section.
           Display ' '
           Display 'LOCKRPT  - Activity by resource:'
           Display '  RESOURCE  GRANTD WAITED   BUSY GAVEUP  FORCED '
                   'EXPIRD   WAITSECS   AVG WORST'
           If   Wres-Cnt Equal Zeros
                Display '  (no lock activity in range)'
                Go To Rtr-reporta-recursos-x
           End-if
           Perform Varying Wlr-Ix From 1 By 1
                     Until Wlr-Ix Greater Wres-Cnt
               Move Zeros To Wlr-Avg-Ed
               If   Wres-Waits(Wlr-Ix) Greater Zeros
                    Compute Wlr-Avg-Ed Rounded =
                            Wres-Secs(Wlr-Ix) / Wres-Waits(Wlr-Ix)
               End-if
               Display '  ' Wres-Name(Wlr-Ix)
                       '  ' Wres-Grnt(Wlr-Ix)
                       ' ' Wres-Wait(Wlr-Ix)
                       ' ' Wres-Busy(Wlr-Ix)
                       ' ' Wres-Tout(Wlr-Ix)
                       '  ' Wres-Forc(Wlr-Ix)
                       ' ' Wres-Expd(Wlr-Ix)
                       '   ' Wres-Secs(Wlr-Ix)
                       ' ' Wlr-Avg-Ed
                       ' ' Wres-Worst(Wlr-Ix)
           End-perform.
       Rtr-reporta-recursos-x. Exit.

       Rtr-reporta-colisoes    Section.
           Display ' '
           Display 'LOCKRPT  - Collisions (claimant against holder):'
           If   Wcol-Cnt Equal Zeros
                Display '  (none)'
                Go To Rtr-reporta-colisoes-x
           End-if
           Display '  RESOURCE  CLAIMANT  HOLDER     TIMES GAVEUP'
           Perform Varying Wlr-Ix From 1 By 1
                     Until Wlr-Ix Greater Wcol-Cnt
               Display '  ' Wcol-Resource(Wlr-Ix)
                       '  ' Wcol-Job(Wlr-Ix)
                       '  ' Wcol-Holder(Wlr-Ix)
                       '  ' Wcol-Count(Wlr-Ix)
                       ' ' Wcol-Tout(Wlr-Ix)
           End-perform.
       Rtr-reporta-colisoes-x. Exit.

       Rtr-reporta-horas       Section.
      *    one bar per hour that had a collision, scaled to the
      *    busiest hour
           Display ' '
           Display 'LOCKRPT  - Collisions by hour of day:'
           Move Zeros To Wlr-Max-Hour
           Perform Varying Wlr-Hour From 1 By 1
                     Until Wlr-Hour Greater 24
               If   Whr-Count(Wlr-Hour) Greater Wlr-Max-Hour
                    Move Whr-Count(Wlr-Hour) To Wlr-Max-Hour
               End-if
           End-perform
           If   Wlr-Max-Hour Equal Zeros
                Display '  (none)'
                Go To Rtr-reporta-horas-x
           End-if
           Perform Varying Wlr-Hour From 1 By 1
                     Until Wlr-Hour Greater 24
               If   Whr-Count(Wlr-Hour) Greater Zeros
                    Compute Wlr-Hh = Wlr-Hour - 1
                    Compute Wlr-Bar-Len =
                            (Whr-Count(Wlr-Hour) * 40 + Wlr-Max-Hour
                             - 1) / Wlr-Max-Hour
                    Move All '*' To Wlr-Bar
                    Display '  ' Wlr-Hh ':00  '
                            Whr-Count(Wlr-Hour) '  '
                            Wlr-Bar(1 : Wlr-Bar-Len)
               End-if
           End-perform.
       Rtr-reporta-horas-x.    Exit.

       Rtr-reporta-velhos      Section.
      *    the locks standing now, against their LOCKAGE maximum -
      *    no LOCKAGE record means the resource never goes stale
           Display ' '
           Display 'LOCKRPT  - Locks standing now past their maximum '
                   'age:'
           Move 'N' To Wlr-eof
           Open Input Lock-Age-File
           If   Wlage-status Equal '00'
                Perform Until Wlr-eof Equal 'Y'
                    Read Lock-Age-File
                        At End
                             Move 'Y' To Wlr-eof
                        Not At End
                             If   Wage-Cnt Less 50
                             And  Lage-Max-Min Is Numeric
                                  Add  1 To Wage-Cnt
                                  Move Lage-Resource
                                    To Wage-Resource(Wage-Cnt)
                                  Move Lage-Max-Min
                                    To Wage-Max(Wage-Cnt)
                                  Move Lage-Auto
                                    To Wage-Auto(Wage-Cnt)
                             End-if
                    End-read
                End-perform
                Close Lock-Age-File
           End-if
           If   Wage-Cnt Equal Zeros
                Display '  (no LOCKAGE maxima - nothing can go stale)'
                Go To Rtr-reporta-velhos-x
           End-if

           Move Function Current-Date To Wlr-Stamp
           Perform Rtr-calcula-minutos
           Move Wlr-Minutes To Wlr-Min-Now

           Move 'N' To Wlr-eof
           Open Input Run-Lock-File
           If   Wlock-status Not Equal '00'
                Display '  (no RUNLOCKS registry)'
                Go To Rtr-reporta-velhos-x
           End-if
           Perform Until Wlr-eof Equal 'Y'
               Read Run-Lock-File
                   At End
                        Move 'Y' To Wlr-eof
                   Not At End
                        If   Lock-Active Equal 'Y'
                             Perform Rtr-verifica-velho
                        End-if
               End-read
           End-perform
           Close Run-Lock-File
           If   Wlr-Stale-Cnt Equal Zeros
                Display '  (none)'
           End-if.
       Rtr-reporta-velhos-x.   Exit.

       Rtr-verifica-velho      Section.
           Move 0 To Wlr-Hit
           Perform Varying Wlr-Ix From 1 By 1
                     Until Wlr-Ix Greater Wage-Cnt
               If   Wage-Resource(Wlr-Ix) Equal Lock-Resource
                    Move Wlr-Ix To Wlr-Hit
               End-if
           End-perform
           If   Wlr-Hit Equal 0
                Go To Rtr-verifica-velho-x
           End-if
           Move Lock-Since To Wlr-Stamp
           Perform Rtr-calcula-minutos
           Compute Wlr-Age = Wlr-Min-Now - Wlr-Minutes
           If   Wlr-Age Greater Wage-Max(Wlr-Hit)
                Add  1 To Wlr-Stale-Cnt
                Move 'Y' To Wlr-attention
                Move Wlr-Age To Wlr-Age-Ed
                If   Wage-Auto(Wlr-Hit) Equal 'Y'
                     Display '  ' Lock-Resource ' held by ' Lock-Job
                             ' since ' Lock-Since(1 : 8) ' '
                             Lock-Since(9 : 2) ':' Lock-Since(11 : 2)
                             ' -' Wlr-Age-Ed ' minutes (maximum '
                             Wage-Max(Wlr-Hit) ') - the next claim '
                             'expires it'
                Else
                     Display '  ' Lock-Resource ' held by ' Lock-Job
                             ' since ' Lock-Since(1 : 8) ' '
                             Lock-Since(9 : 2) ':' Lock-Since(11 : 2)
                             ' -' Wlr-Age-Ed ' minutes (maximum '
                             Wage-Max(Wlr-Hit) ') - FORCE it if the '
                             'job is gone'
                End-if
           End-if.
       Rtr-verifica-velho-x.   Exit.

       Rtr-calcula-minutos     Section.
           Move Zeros To Wlr-Minutes
           If   Wlr-Stamp(1 : 12) Is Numeric
                Move Wlr-Stamp(1 : 8)  To Wlr-Date-Num
                Move Wlr-Stamp(9 : 2)  To Wlr-Hh
                Move Wlr-Stamp(11 : 2) To Wlr-Mi
                Compute Wlr-Minutes =
                        Function Integer-Of-Date(Wlr-Date-Num) * 1440
                      + Wlr-Hh * 60 + Wlr-Mi
           End-if.
       Rtr-calcula-minutos-x.  Exit.

       End Program Lockrpt.
