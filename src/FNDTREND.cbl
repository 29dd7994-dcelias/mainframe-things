      *----------------------------------------------------------------*
      *    Compile-standards compliance trend. Reads the scan history
      *    the Parms batch scan appends to SCANHIST (CPYSCNH) - one
      *    record per step checked, with its verdict and the message
      *    ids it raised - and reports, night by night and per PROC
      *    library: steps scanned, steps clean, the compliance
      *    percentage (clean over scanned), findings new since the
      *    previous scanned night and findings resolved since it,
      *    and the most frequent message ids. A finding is one
      *    message id on one step of one member, so new and resolved
      *    count the same thing FINDARCH rolls; a library missing
      *    from a night's scan resolves nothing that night, and is
      *    measured against its last scanned night when it is back.
      *    A month-over-month summary page closes the report, with
      *    each month's compliance and its change on the month before.
      *    A step scanned twice in one night (a rerun) counts once,
      *    as its last verdict.
      *    PARM='YYYYMMDD,YYYYMMDD' bounds the nights reported; the
      *    night before the range is still read, so the first night
      *    reported has something to be new against. Empty covers
      *    the whole history.
      *    Return code 0; 8 when SCANHIST or TRENDRPT will not open.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Fndtrend.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Scan-Hist-File Assign To Scanhist
                  Organization Is Sequential
                  File Status Is Whst-status.
           Select Trend-Report-File Assign To Trendrpt
                  Organization Is Sequential
                  File Status Is Wrpt-status.
       Data Division.
       File Section.
       FD  Scan-Hist-File
           Recording Mode Is F
           Record Contains 90 Characters.
           Copy CPYSCNH.

       FD  Trend-Report-File
           Recording Mode Is F
           Record Contains 132 Characters.
       01  Trend-Report-Record   Pic  X(132).

       Working-storage Section.
       01 Whst-status       Pic  X(02) Value '00'.
       01 Wrpt-status       Pic  X(02) Value '00'.
       01 Wtr-eof           Pic  X(01) Value 'N'.
       01 Wtr-now           Pic  X(21) Value Spaces.
       01 Wtr-from          Pic  X(08) Value Spaces.
       01 Wtr-to            Pic  X(08) Value Spaces.
       01 Wtr-night         Pic  X(08) Value Spaces.
       01 Wtr-have-prev     Pic  X(01) Value 'N'.
       01 Wtr-in-range      Pic  X(01) Value 'N'.
       01 Wtr-nights        Pic  9(04) Value Zeros.
       01 Wtr-read          Pic  9(08) Value Zeros.
       01 Wtr-dropped       Pic  9(06) Value Zeros.
       01 Wtr-d             Pic S9(04) Comp.
       01 Wtr-hit           Pic S9(04) Comp.
       01 Wrpt-detail       Pic  X(132).

      *    edited fields for the report lines
       01 Wed-count         Pic  Z(05)9.
       01 Wed-pct           Pic  ZZ9.9.
       01 Wed-delta         Pic  +++9.9.
       01 Wed-nights        Pic  ZZZ9.
       01 Wtr-pct           Pic  9(03)V9.
       01 Wtr-pct-prev      Pic  9(03)V9.
       01 Wtr-delta         Pic S9(03)V9.

      *    libraries seen on the history, with the counters of the
      *    night being closed (reset for every night)
       01 Wlib-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wlib-Ix           Pic S9(04) Comp.
       01 Wlib-Tab.
          03 Wlib-Entry     Occurs 100 Times.
             05 Wlib-Name   Pic  X(44).
             05 Wlib-Scanned
                            Pic  9(06).
             05 Wlib-Clean  Pic  9(06).
             05 Wlib-New    Pic  9(06).
             05 Wlib-Resolved
                            Pic  9(06).
             05 Wlib-Msg    Pic  9(06) Occurs 9 Times.
       01 Wtot-Area.
          03 Wtot-Scanned   Pic  9(06).
          03 Wtot-Clean     Pic  9(06).
          03 Wtot-New       Pic  9(06).
          03 Wtot-Resolved  Pic  9(06).
          03 Wtot-Msg       Pic  9(06) Occurs 9 Times.

      *    the night being read, and the night before it
       01 Wcur-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wcur-Ix           Pic S9(04) Comp.
       01 Wcur-Tab.
          03 Wcur-Entry     Occurs 3000 Times.
             05 Wcur-Lib    Pic S9(04) Comp.
             05 Wcur-Member Pic  X(08).
             05 Wcur-Step   Pic  X(08).
             05 Wcur-Result Pic  X(05).
             05 Wcur-Flag   Pic  X(01) Occurs 9 Times.
       01 Wprv-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wprv-Ix           Pic S9(04) Comp.
       01 Wprv-Tab.
          03 Wprv-Entry     Occurs 3000 Times.
             05 Wprv-Lib    Pic S9(04) Comp.
             05 Wprv-Member Pic  X(08).
             05 Wprv-Step   Pic  X(08).
             05 Wprv-Result Pic  X(05).
             05 Wprv-Flag   Pic  X(01) Occurs 9 Times.

      *    month-over-month totals
       01 Wmes-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wmes-Ix           Pic S9(04) Comp.
       01 Wmes-Tab.
          03 Wmes-Entry     Occurs 60 Times.
             05 Wmes-Month  Pic  X(06).
             05 Wmes-Nights Pic  9(04).
             05 Wmes-Scanned
                            Pic  9(08).
             05 Wmes-Clean  Pic  9(08).
             05 Wmes-New    Pic  9(08).
             05 Wmes-Resolved
                            Pic  9(08).
             05 Wmes-Msg    Pic  9(08) Occurs 9 Times.

      *    most frequent message ids: Wtop-Cnt in, Wtop-text out
       01 Wtop-Cnt          Pic  9(08) Occurs 9 Times.
       01 Wtop-Used         Pic  X(01) Occurs 9 Times.
       01 Wtop-text         Pic  X(44).
       01 Wtop-ptr          Pic S9(04) Comp.
       01 Wtop-rank         Pic S9(04) Comp.
       01 Wtop-best         Pic S9(04) Comp.
       01 Wtop-lead         Pic S9(04) Comp.
       01 Wtop-digit        Pic  9(01).

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(17).

       Procedure Division Using Ls-Parm-Area.

       Rtr-process             Section.
           Display ' '
           Display '==============================================='
           Display 'FNDTREND - Compile-standards compliance trend'
           Display '==============================================='

           Move Function Current-Date To Wtr-now
           If   Ls-Parm-Len Not Less 17 And
                Ls-Parm-Text(9 : 1) Equal ','
                Move Ls-Parm-Text(1 : 8)  To Wtr-from
                Move Ls-Parm-Text(10 : 8) To Wtr-to
                Display 'FNDTREND - Nights ' Wtr-from ' to ' Wtr-to
           Else
                Move Spaces To Wtr-from Wtr-to
                Display 'FNDTREND - No range given - covering the '
                        'whole history'
           End-if

           Open Input Scan-Hist-File
           If   Whst-status Not Equal '00'
                Display 'FNDTREND - SCANHIST not available - status '
                        Whst-status
                Move 8 To Return-Code
                Goback
           End-if
           Open Output Trend-Report-File
           If   Wrpt-status Not Equal '00'
                Display 'FNDTREND - Unable to open TRENDRPT - status '
                        Wrpt-status
                Close Scan-Hist-File
                Move 8 To Return-Code
                Goback
           End-if

           Move Spaces To Wrpt-detail
           String 'COMPILE-STANDARDS COMPLIANCE TREND   '
                  Wtr-now(1 : 8) ' ' Wtr-now(9 : 6)
                  Delimited By Size Into Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           If   Wtr-from Equal Spaces
                Move 'NIGHTS: WHOLE HISTORY' To Wrpt-detail
           Else
                String 'NIGHTS: ' Wtr-from ' TO ' Wtr-to
                       Delimited By Size Into Wrpt-detail
           End-if
           Perform Rtr-escreve-linha

           Move 'N' To Wtr-eof
           Perform Until Wtr-eof Equal 'Y'
               Read Scan-Hist-File
                   At End
                        Move 'Y' To Wtr-eof
                   Not At End
                        Add  1 To Wtr-read
                        If   Scnh-Date Not Equal Wtr-night And
                             Wtr-night Not Equal Spaces
                             Perform Rtr-fecha-noite
                        End-if
                        Move Scnh-Date To Wtr-night
                        Perform Rtr-acumula-passo
               End-read
           End-perform
           If   Wtr-night Not Equal Spaces
                Perform Rtr-fecha-noite
           End-if
           Close Scan-Hist-File

           Perform Rtr-reporta-meses
           Close Trend-Report-File

           Display 'FNDTREND - History records read: ' Wtr-read
                   '  nights reported: ' Wtr-nights
           If   Wtr-dropped Greater Zeros
                Display 'FNDTREND - Warning: ' Wtr-dropped
                        ' steps or libraries beyond the tables were '
                        'not counted'
           End-if
           Display '==============================================='
           Move 0 To Return-Code
           Goback.
       Rtr-process-x.          Exit.

       Rtr-acumula-passo       Section.
      *    the library, then the step within tonight's table - a
      *    step already there (a rerun) takes the later verdict
           Move Zeros To Wtr-hit
           Perform Varying Wlib-Ix From 1 By 1
                     Until Wlib-Ix Greater Wlib-Cnt
               If   Wlib-Name(Wlib-Ix) Equal Scnh-Library
                    Move Wlib-Ix To Wtr-hit
               End-if
           End-perform
           If   Wtr-hit Equal Zeros
                If   Wlib-Cnt Not Less 100
                     Add  1 To Wtr-dropped
                     Go To Rtr-acumula-passo-x
                End-if
                Add  1 To Wlib-Cnt
                Move Wlib-Cnt     To Wtr-hit
                Initialize Wlib-Entry(Wtr-hit)
                Move Scnh-Library To Wlib-Name(Wtr-hit)
           End-if
           Move Wtr-hit To Wlib-Ix

           Move Zeros To Wtr-hit
           Perform Varying Wcur-Ix From 1 By 1
                     Until Wcur-Ix Greater Wcur-Cnt
               If   Wcur-Lib(Wcur-Ix)    Equal Wlib-Ix
               And  Wcur-Member(Wcur-Ix) Equal Scnh-Member
               And  Wcur-Step(Wcur-Ix)   Equal Scnh-Step
                    Move Wcur-Ix To Wtr-hit
               End-if
           End-perform
           If   Wtr-hit Equal Zeros
                If   Wcur-Cnt Not Less 3000
                     Add  1 To Wtr-dropped
                     Go To Rtr-acumula-passo-x
                End-if
                Add  1 To Wcur-Cnt
                Move Wcur-Cnt To Wtr-hit
           End-if
           Move Wlib-Ix      To Wcur-Lib(Wtr-hit)
           Move Scnh-Member  To Wcur-Member(Wtr-hit)
           Move Scnh-Step    To Wcur-Step(Wtr-hit)
           Move Scnh-Result  To Wcur-Result(Wtr-hit)
           Perform Varying Wtr-d From 1 By 1 Until Wtr-d Greater 9
               Move Scnh-Msg-Flag(Wtr-d) To Wcur-Flag(Wtr-hit, Wtr-d)
           End-perform.
       Rtr-acumula-passo-x.    Exit.

       Rtr-fecha-noite         Section.
      *    a night before the range is read only to be the previous
      *    night of the first one reported; after it, nothing is
      *    reported but the tables still roll
           Move 'Y' To Wtr-in-range
           If   Wtr-from Not Equal Spaces
                If   Wtr-night Less Wtr-from Or
                     Wtr-night Greater Wtr-to
                     Move 'N' To Wtr-in-range
                End-if
           End-if
           If   Wtr-in-range Equal 'Y'
                Perform Rtr-conta-noite
                Perform Rtr-reporta-noite
                Perform Rtr-acumula-mes
           End-if

           Perform Rtr-transporta-anteriores
           Move Wcur-Tab  To Wprv-Tab
           Move Wcur-Cnt  To Wprv-Cnt
           Move Zeros     To Wcur-Cnt
           Move 'Y'       To Wtr-have-prev.
       Rtr-fecha-noite-x.      Exit.

       Rtr-transporta-anteriores Section.
      *    a library not scanned tonight keeps the steps of the last
      *    night it was, so its next scan is new and resolved
      *    against that night and not against nothing
           Perform Varying Wprv-Ix From 1 By 1
                     Until Wprv-Ix Greater Wprv-Cnt
               Move Zeros To Wtr-hit
               Perform Varying Wcur-Ix From 1 By 1
                         Until Wcur-Ix Greater Wcur-Cnt
                            Or Wtr-hit Greater Zeros
                   If   Wcur-Lib(Wcur-Ix) Equal Wprv-Lib(Wprv-Ix)
                        Move Wcur-Ix To Wtr-hit
                   End-if
               End-perform
               If   Wtr-hit Equal Zeros
                    If   Wcur-Cnt Less 3000
                         Add  1 To Wcur-Cnt
                         Move Wprv-Entry(Wprv-Ix)
                           To Wcur-Entry(Wcur-Cnt)
                    Else
                         Add  1 To Wtr-dropped
                    End-if
               End-if
           End-perform.
       Rtr-transporta-anteriores-x.
                               Exit.

       Rtr-conta-noite         Section.
           Add  1 To Wtr-nights
           Perform Varying Wlib-Ix From 1 By 1
                     Until Wlib-Ix Greater Wlib-Cnt
               Move Zeros To Wlib-Scanned(Wlib-Ix)
                             Wlib-Clean(Wlib-Ix)
                             Wlib-New(Wlib-Ix)
                             Wlib-Resolved(Wlib-Ix)
               Perform Varying Wtr-d From 1 By 1 Until Wtr-d Greater 9
                   Move Zeros To Wlib-Msg(Wlib-Ix, Wtr-d)
               End-perform
           End-perform

           Perform Varying Wcur-Ix From 1 By 1
                     Until Wcur-Ix Greater Wcur-Cnt
               Move Wcur-Lib(Wcur-Ix) To Wlib-Ix
               Add  1 To Wlib-Scanned(Wlib-Ix)
               If   Wcur-Result(Wcur-Ix) Equal 'CLEAN'
                    Add  1 To Wlib-Clean(Wlib-Ix)
               End-if
               Perform Rtr-procura-anterior
               Perform Varying Wtr-d From 1 By 1 Until Wtr-d Greater 9
                   If   Wcur-Flag(Wcur-Ix, Wtr-d) Equal 'Y'
                        Add  1 To Wlib-Msg(Wlib-Ix, Wtr-d)
                        If   Wtr-hit Equal Zeros
                             Add  1 To Wlib-New(Wlib-Ix)
                        Else
                             If   Wprv-Flag(Wtr-hit, Wtr-d)
                                  Not Equal 'Y'
                                  Add  1 To Wlib-New(Wlib-Ix)
                             End-if
                        End-if
                   End-if
               End-perform
           End-perform

      *    resolved: on the previous night, gone tonight - counted
      *    only for a library scanned tonight
           Perform Varying Wprv-Ix From 1 By 1
                     Until Wprv-Ix Greater Wprv-Cnt
               Move Wprv-Lib(Wprv-Ix) To Wlib-Ix
               If   Wlib-Scanned(Wlib-Ix) Greater Zeros
                    Perform Rtr-procura-atual
                    Perform Varying Wtr-d From 1 By 1
                              Until Wtr-d Greater 9
                        If   Wprv-Flag(Wprv-Ix, Wtr-d) Equal 'Y'
                             If   Wtr-hit Equal Zeros
                                  Add  1 To Wlib-Resolved(Wlib-Ix)
                             Else
                                  If   Wcur-Flag(Wtr-hit, Wtr-d)
                                       Not Equal 'Y'
                                       Add  1 To Wlib-Resolved(Wlib-Ix)
                                  End-if
                             End-if
                        End-if
                    End-perform
               End-if
           End-perform.
       Rtr-conta-noite-x.      Exit.

       Rtr-procura-anterior    Section.
           Move Zeros To Wtr-hit
           Perform Varying Wprv-Ix From 1 By 1
                     Until Wprv-Ix Greater Wprv-Cnt
                        Or Wtr-hit Greater Zeros
               If   Wprv-Lib(Wprv-Ix)    Equal Wcur-Lib(Wcur-Ix)
               And  Wprv-Member(Wprv-Ix) Equal Wcur-Member(Wcur-Ix)
               And  Wprv-Step(Wprv-Ix)   Equal Wcur-Step(Wcur-Ix)
                    Move Wprv-Ix To Wtr-hit
               End-if
           End-perform.
       Rtr-procura-anterior-x. Exit.

       Rtr-procura-atual       Section.
           Move Zeros To Wtr-hit
           Perform Varying Wcur-Ix From 1 By 1
                     Until Wcur-Ix Greater Wcur-Cnt
                        Or Wtr-hit Greater Zeros
               If   Wcur-Lib(Wcur-Ix)    Equal Wprv-Lib(Wprv-Ix)
               And  Wcur-Member(Wcur-Ix) Equal Wprv-Member(Wprv-Ix)
               And  Wcur-Step(Wcur-Ix)   Equal Wprv-Step(Wprv-Ix)
                    Move Wcur-Ix To Wtr-hit
               End-if
           End-perform.
       Rtr-procura-atual-x.    Exit.

       Rtr-reporta-noite       Section.
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           String 'NIGHT ' Wtr-night(1 : 4) '-' Wtr-night(5 : 2) '-'
                  Wtr-night(7 : 2)
                  Delimited By Size Into Wrpt-detail
           If   Wtr-have-prev Equal 'N'
                Move '(first night on the history - nothing to compare)'
                  To Wrpt-detail(20 : 50)
           End-if
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move 'LIBRARY'       To Wrpt-detail(3 : 7)
           Move 'SCANNED'       To Wrpt-detail(48 : 7)
           Move 'CLEAN'         To Wrpt-detail(58 : 5)
           Move 'COMPLY'        To Wrpt-detail(65 : 6)
           Move 'NEW'           To Wrpt-detail(76 : 3)
           Move 'RESOLVED'      To Wrpt-detail(80 : 8)
           Move 'MOST FREQUENT' To Wrpt-detail(90 : 13)
           Perform Rtr-escreve-linha

           Initialize Wtot-Area
           Perform Varying Wlib-Ix From 1 By 1
                     Until Wlib-Ix Greater Wlib-Cnt
               If   Wlib-Scanned(Wlib-Ix) Greater Zeros
                    If   Wtr-have-prev Equal 'N'
                         Move Zeros To Wlib-New(Wlib-Ix)
                                       Wlib-Resolved(Wlib-Ix)
                    End-if
                    Add  Wlib-Scanned(Wlib-Ix)  To Wtot-Scanned
                    Add  Wlib-Clean(Wlib-Ix)    To Wtot-Clean
                    Add  Wlib-New(Wlib-Ix)      To Wtot-New
                    Add  Wlib-Resolved(Wlib-Ix) To Wtot-Resolved
                    Perform Varying Wtr-d From 1 By 1
                              Until Wtr-d Greater 9
                        Add  Wlib-Msg(Wlib-Ix, Wtr-d)
                          To Wtot-Msg(Wtr-d)
                        Move Wlib-Msg(Wlib-Ix, Wtr-d)
                          To Wtop-Cnt(Wtr-d)
                    End-perform
                    Move Spaces To Wrpt-detail
                    Move Wlib-Name(Wlib-Ix) To Wrpt-detail(3 : 44)
                    Perform Rtr-linha-numeros
                    Perform Rtr-escreve-linha
               End-if
           End-perform

           Perform Varying Wtr-d From 1 By 1 Until Wtr-d Greater 9
               Move Wtot-Msg(Wtr-d) To Wtop-Cnt(Wtr-d)
           End-perform
           Move Spaces To Wrpt-detail
           Move 'NIGHT TOTAL' To Wrpt-detail(3 : 11)
           Move Zeros To Wlib-Ix
           Perform Rtr-linha-numeros
           Perform Rtr-escreve-linha.
       Rtr-reporta-noite-x.    Exit.

       Rtr-linha-numeros       Section.
      *    the figures of one line - a library when Wlib-Ix is set,
      *    the night total when it is zero; Wtop-Cnt is loaded
           If   Wlib-Ix Greater Zeros
                Move Wlib-Scanned(Wlib-Ix)  To Wed-count
                Move Wed-count To Wrpt-detail(49 : 6)
                Move Wlib-Clean(Wlib-Ix)    To Wed-count
                Move Wed-count To Wrpt-detail(57 : 6)
                Compute Wtr-pct Rounded =
                        Wlib-Clean(Wlib-Ix) * 100 /
                        Wlib-Scanned(Wlib-Ix)
                Move Wlib-New(Wlib-Ix)      To Wed-count
                Move Wed-count To Wrpt-detail(73 : 6)
                Move Wlib-Resolved(Wlib-Ix) To Wed-count
                Move Wed-count To Wrpt-detail(82 : 6)
           Else
                Move Wtot-Scanned  To Wed-count
                Move Wed-count To Wrpt-detail(49 : 6)
                Move Wtot-Clean    To Wed-count
                Move Wed-count To Wrpt-detail(57 : 6)
                Move Zeros To Wtr-pct
                If   Wtot-Scanned Greater Zeros
                     Compute Wtr-pct Rounded =
                             Wtot-Clean * 100 / Wtot-Scanned
                End-if
                Move Wtot-New      To Wed-count
                Move Wed-count To Wrpt-detail(73 : 6)
                Move Wtot-Resolved To Wed-count
                Move Wed-count To Wrpt-detail(82 : 6)
           End-if
           Move Wtr-pct To Wed-pct
           Move Wed-pct To Wrpt-detail(65 : 5)
           Move '%'     To Wrpt-detail(70 : 1)
           Perform Rtr-mais-frequentes
           Move Wtop-text To Wrpt-detail(90 : 43).
       Rtr-linha-numeros-x.    Exit.

       Rtr-mais-frequentes     Section.
      *    the three message ids raised most often, highest first,
      *    as 'PRM000n xcount'
           Move Spaces To Wtop-text
           Move 1      To Wtop-ptr
           Perform Varying Wtr-d From 1 By 1 Until Wtr-d Greater 9
               Move 'N' To Wtop-Used(Wtr-d)
           End-perform
           Perform Varying Wtop-rank From 1 By 1
                     Until Wtop-rank Greater 3
               Move Zeros To Wtop-best
               Perform Varying Wtr-d From 1 By 1 Until Wtr-d Greater 9
                   If   Wtop-Used(Wtr-d) Equal 'N' And
                        Wtop-Cnt(Wtr-d) Greater Zeros
                        If   Wtop-best Equal Zeros
                             Move Wtr-d To Wtop-best
                        Else
                             If   Wtop-Cnt(Wtr-d) Greater
                                  Wtop-Cnt(Wtop-best)
                                  Move Wtr-d To Wtop-best
                             End-if
                        End-if
                   End-if
               End-perform
               If   Wtop-best Greater Zeros
                    Move 'Y' To Wtop-Used(Wtop-best)
                    Move Wtop-best To Wtop-digit
                    Move Wtop-Cnt(Wtop-best) To Wed-count
                    Move Zeros To Wtop-lead
                    Inspect Wed-count Tallying Wtop-lead
                            For Leading Spaces
                    String 'PRM000' Wtop-digit ' x'
                           Wed-count(Wtop-lead + 1 : 6 - Wtop-lead)
                           '  '
                           Delimited By Size
                           Into Wtop-text With Pointer Wtop-ptr
               End-if
           End-perform
           If   Wtop-text Equal Spaces
                Move '(none)' To Wtop-text
           End-if.
       Rtr-mais-frequentes-x.  Exit.

       Rtr-acumula-mes         Section.
           Move Zeros To Wtr-hit
           Perform Varying Wmes-Ix From 1 By 1
                     Until Wmes-Ix Greater Wmes-Cnt
               If   Wmes-Month(Wmes-Ix) Equal Wtr-night(1 : 6)
                    Move Wmes-Ix To Wtr-hit
               End-if
           End-perform
           If   Wtr-hit Equal Zeros
                If   Wmes-Cnt Not Less 60
                     Add  1 To Wtr-dropped
                     Go To Rtr-acumula-mes-x
                End-if
                Add  1 To Wmes-Cnt
                Move Wmes-Cnt To Wtr-hit
                Initialize Wmes-Entry(Wtr-hit)
                Move Wtr-night(1 : 6) To Wmes-Month(Wtr-hit)
           End-if
           Add  1             To Wmes-Nights(Wtr-hit)
           Add  Wtot-Scanned  To Wmes-Scanned(Wtr-hit)
           Add  Wtot-Clean    To Wmes-Clean(Wtr-hit)
           Add  Wtot-New      To Wmes-New(Wtr-hit)
           Add  Wtot-Resolved To Wmes-Resolved(Wtr-hit)
           Perform Varying Wtr-d From 1 By 1 Until Wtr-d Greater 9
               Add  Wtot-Msg(Wtr-d) To Wmes-Msg(Wtr-hit, Wtr-d)
           End-perform.
       Rtr-acumula-mes-x.      Exit.

       Rtr-reporta-meses       Section.
           Move Spaces To Wrpt-detail
           Perform Rtr-escreve-linha
           Move All '=' To Wrpt-detail
           Perform Rtr-escreve-linha
           Move 'MONTH-OVER-MONTH SUMMARY' To Wrpt-detail
           Perform Rtr-escreve-linha
           Move All '=' To Wrpt-detail
           Perform Rtr-escreve-linha
           Move Spaces To Wrpt-detail
           Move 'MONTH'         To Wrpt-detail(3 : 5)
           Move 'NIGHTS'        To Wrpt-detail(12 : 6)
           Move 'SCANNED'       To Wrpt-detail(20 : 7)
           Move 'CLEAN'         To Wrpt-detail(30 : 5)
           Move 'COMPLY'        To Wrpt-detail(37 : 6)
           Move 'CHANGE'        To Wrpt-detail(45 : 6)
           Move 'NEW'           To Wrpt-detail(57 : 3)
           Move 'RESOLVED'      To Wrpt-detail(62 : 8)
           Move 'MOST FREQUENT' To Wrpt-detail(72 : 13)
           Perform Rtr-escreve-linha
           If   Wmes-Cnt Equal Zeros
                Move '  (no scanned night in the range)'
                  To Wrpt-detail
                Perform Rtr-escreve-linha
           End-if

           Move Zeros To Wtr-pct-prev
           Perform Varying Wmes-Ix From 1 By 1
                     Until Wmes-Ix Greater Wmes-Cnt
               Move Spaces To Wrpt-detail
               String Wmes-Month(Wmes-Ix)(1 : 4) '-'
                      Wmes-Month(Wmes-Ix)(5 : 2)
                      Delimited By Size Into Wrpt-detail(3 : 7)
               Move Wmes-Nights(Wmes-Ix)  To Wed-nights
               Move Wed-nights To Wrpt-detail(14 : 4)
               Move Wmes-Scanned(Wmes-Ix) To Wed-count
               Move Wed-count  To Wrpt-detail(21 : 6)
               Move Wmes-Clean(Wmes-Ix)   To Wed-count
               Move Wed-count  To Wrpt-detail(29 : 6)
               Move Zeros To Wtr-pct
               If   Wmes-Scanned(Wmes-Ix) Greater Zeros
                    Compute Wtr-pct Rounded =
                            Wmes-Clean(Wmes-Ix) * 100 /
                            Wmes-Scanned(Wmes-Ix)
               End-if
               Move Wtr-pct To Wed-pct
               Move Wed-pct To Wrpt-detail(37 : 5)
               Move '%'     To Wrpt-detail(42 : 1)
               If   Wmes-Ix Greater 1
                    Compute Wtr-delta = Wtr-pct - Wtr-pct-prev
                    Move Wtr-delta To Wed-delta
                    Move Wed-delta To Wrpt-detail(45 : 6)
               Else
                    Move '   -  ' To Wrpt-detail(45 : 6)
               End-if
               Move Wtr-pct To Wtr-pct-prev
               Move Wmes-New(Wmes-Ix)      To Wed-count
               Move Wed-count  To Wrpt-detail(54 : 6)
               Move Wmes-Resolved(Wmes-Ix) To Wed-count
               Move Wed-count  To Wrpt-detail(64 : 6)
               Perform Varying Wtr-d From 1 By 1 Until Wtr-d Greater 9
                   Move Wmes-Msg(Wmes-Ix, Wtr-d) To Wtop-Cnt(Wtr-d)
               End-perform
               Perform Rtr-mais-frequentes
               Move Wtop-text To Wrpt-detail(72 : 44)
               Perform Rtr-escreve-linha
           End-perform.
       Rtr-reporta-meses-x.    Exit.

       Rtr-escreve-linha       Section.
           Move Wrpt-detail To Trend-Report-Record
           Write Trend-Report-Record.
       Rtr-escreve-linha-x.    Exit.

       End Program Fndtrend.
