       id division.
       program-id. PTRCYCLE.
       author. Diego Correia Elias
      *----------------------------------------------------------------*
      *    Cycle-time and throughput report over the STATAUD trail:
      *    TPOINTER stamps every transition it is asked for, and
      *    until now nobody measured the queue with it. For each
      *    list and each day the report (CYCLERPT) shows
      *      DONE       items that reached DONE that day
      *      NEW>RUN    items that reached RUN, with the average and
      *                 the worst wait since they entered NEW (the
      *                 build, or the last move back to NEW)
      *      RUN>DONE   items that reached DONE, with the average
      *                 and the worst time since they entered RUN
      *      REFUSED    transitions TPOINTER refused, broken down
      *                 by from/to pair under the day table
      *    and, per list, the items stuck - on the cluster, not DONE,
      *    and in their status longer than the threshold.
      *    STATAUD does not carry the list, so an item is counted
      *    under the list that holds it on PTRVSAM now, failing that
      *    the list it was last archived from on PTRVARCH, failing
      *    that under *NOLIST*. An item on more than one list counts
      *    under the first one in key order.
      *    The PARM is [HOURS=nnnn][,FROM=yyyymmdd][,TO=yyyymmdd]:
      *    HOURS= is the stuck threshold (24 when not given), FROM=
      *    and TO= bound the days reported - the trail is still read
      *    from the start so a wait that began earlier is measured
      *    whole. Reads everything input only and takes no lock.
      *    Return code 0, 4 when any item is stuck, 8 on a bad PARM
      *    or when STATAUD, the cluster or the report cannot be
      *    opened.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select Pointer-Vsam-File assign to PTRVSAM
                  organization is indexed
                  access mode is sequential
                  record key is pointervs-key
                  file status is Wvsam-status.
           select Ptr-Arch-File assign to PTRVARCH
                  organization is sequential
                  file status is Warc-status.
           select Stat-Audit-File assign to STATAUD
                  organization is sequential
                  file status is Wsta-status.
           select Cycle-Rpt-File assign to CYCLERPT
                  organization is sequential
                  file status is Wrpt-status.

       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

      *    the purge date plus the cluster record exactly as HPOINTER
      *    deleted it
       fd  Ptr-Arch-File
           record contains 144 characters.
       01  ptr-arch-record.
           05  parc-purge-date   pic x(08).
           05  filler            pic x(01).
           05  parc-vsam-record  pic x(135).

       fd  Stat-Audit-File
           record contains 85 characters.
       01  stat-audit-record.
           05  saud-timestamp    pic x(21).
           05  filler            pic x(02).
           05  saud-jobname      pic x(08).
           05  filler            pic x(02).
           05  saud-item         pic x(08).
           05  filler            pic x(02).
           05  saud-from         pic x(04).
           05  filler            pic x(02).
           05  saud-to           pic x(04).
           05  filler            pic x(02).
           05  saud-result       pic x(04).
           05  filler            pic x(01).
           05  saud-seq          pic 9(08).
           05  filler            pic x(01).
           05  saud-chain        pic 9(16).

       fd  Cycle-Rpt-File
           record contains 120 characters.
       01  cycle-rpt-record  pic x(120).

       working-storage section.
       01  Wvsam-status      pic  x(2) value '00'.
       01  Warc-status       pic  x(2) value '00'.
       01  Wsta-status       pic  x(2) value '00'.
       01  Wrpt-status       pic  x(2) value '00'.
       01  wcy-eof           pic  x(1) value 'n'.
       01  wcy-now           pic  x(21) value spaces.
       01  wcy-now-min       pic s9(11) comp value zeros.
       01  wcy-hours         pic  9(4) value 24.
       01  wcy-from          pic  x(08) value '00000000'.
       01  wcy-to            pic  x(08) value '99999999'.
       01  wcy-opt-tab.
           05  wcy-opt       pic  x(20) occurs 3 times.
       01  wcy-opt-ix        pic s9(4) comp value 0.
       01  wcy-parm-ok       pic  x(1) value 'y'.
       01  wcy-digit         pic  9(1) value zeros.
       01  wcy-num-end       pic  x(1) value 'n'.
       01  wcy-got-digit     pic  x(1) value 'n'.
       01  wcy-ix            pic s9(4) comp value 0.
       01  wcy-jx            pic s9(4) comp value 0.
       01  wcy-lx            pic s9(4) comp value 0.
       01  wcy-tx            pic s9(4) comp value 0.
       01  wcy-shifting      pic  x(1) value 'n'.
       01  wcy-in-range      pic  x(1) value 'n'.
       01  wcy-arc-read      pic  x(1) value 'n'.

      *    clock arithmetic: a timestamp becomes minutes since day 1
      *    of the date integer, so a wait across midnight (or
      *    several) still measures right
       01  wcy-stamp         pic  x(21) value spaces.
       01  wcy-stamp-min     pic s9(11) comp value zeros.
       01  wcy-date-num      pic  9(8) value zeros.
       01  wcy-hh            pic  9(2) value zeros.
       01  wcy-mm            pic  9(2) value zeros.
       01  wcy-evt-min       pic s9(11) comp value zeros.
       01  wcy-wait          pic s9(11) comp value zeros.
       01  wcy-day           pic  x(08) value spaces.
       01  wcy-list          pic  x(08) value spaces.

       01  wcy-read          pic  9(7) value zeros.
       01  wcy-accepted      pic  9(7) value zeros.
       01  wcy-refused       pic  9(7) value zeros.
       01  wcy-outside       pic  9(7) value zeros.
       01  wcy-nolist        pic  9(7) value zeros.
       01  wcy-multi         pic  9(7) value zeros.
       01  wcy-stuck-tot     pic  9(7) value zeros.
       01  wcy-unknown-age   pic  9(7) value zeros.
       01  wcy-over          pic  9(7) value zeros.

      *    every item met, in item order for the binary search:
      *    the list it counts under, its status on the cluster now
      *    ('y' in i-on when it is there), when it last entered
      *    NEW and RUN, and its last accepted status on the trail
       01  wcy-itm-cnt       pic s9(4) comp value 0.
       01  wcy-itm-tab.
           05  wcy-itm-entry occurs 5000 times.
               10  wcy-i-item    pic  x(08).
               10  wcy-i-list    pic  x(08).
               10  wcy-i-on      pic  x(01).
               10  wcy-i-cur     pic  x(04).
               10  wcy-i-new-at  pic s9(11) comp.
               10  wcy-i-run-at  pic s9(11) comp.
               10  wcy-i-sts     pic  x(04).
               10  wcy-i-sts-at  pic s9(11) comp.
       01  wcy-key           pic  x(08) value spaces.
       01  wcy-hit           pic  x(1) value 'n'.
       01  wcy-pos           pic s9(4) comp value 0.
       01  wcy-lo            pic s9(4) comp value 0.
       01  wcy-hi            pic s9(4) comp value 0.
       01  wcy-mid           pic s9(4) comp value 0.

      *    one entry per list and day, in list then day order
       01  wcy-day-cnt       pic s9(4) comp value 0.
       01  wcy-day-tab.
           05  wcy-day-entry occurs 2000 times.
               10  wcy-d-key.
                   15  wcy-d-list
                                 pic  x(08).
                   15  wcy-d-day pic  x(08).
               10  wcy-d-done    pic  9(06).
               10  wcy-d-nr-cnt  pic  9(06).
               10  wcy-d-nr-sum  pic s9(13) comp.
               10  wcy-d-nr-max  pic s9(11) comp.
               10  wcy-d-rd-cnt  pic  9(06).
               10  wcy-d-rd-sum  pic s9(13) comp.
               10  wcy-d-rd-max  pic s9(11) comp.
               10  wcy-d-ref     pic  9(06).
       01  wcy-day-key.
           05  wcy-dk-list   pic  x(08).
           05  wcy-dk-day    pic  x(08).

      *    refused transitions, one entry per list, day and pair
       01  wcy-ref-cnt       pic s9(4) comp value 0.
       01  wcy-ref-tab.
           05  wcy-ref-entry occurs 2000 times.
               10  wcy-r-key.
                   15  wcy-r-list
                                 pic  x(08).
                   15  wcy-r-day pic  x(08).
                   15  wcy-r-from
                                 pic  x(04).
                   15  wcy-r-to  pic  x(04).
               10  wcy-r-count   pic  9(06).
       01  wcy-ref-key.
           05  wcy-rk-list   pic  x(08).
           05  wcy-rk-day    pic  x(08).
           05  wcy-rk-from   pic  x(04).
           05  wcy-rk-to     pic  x(04).

      *    stuck items, in item order
       01  wcy-stk-cnt       pic s9(4) comp value 0.
       01  wcy-stk-tab.
           05  wcy-stk-entry occurs 2000 times.
               10  wcy-s-list    pic  x(08).
               10  wcy-s-item    pic  x(08).
               10  wcy-s-sts     pic  x(04).
               10  wcy-s-age     pic s9(11) comp.

      *    the lists to report, in name order
       01  wcy-lst-cnt       pic s9(4) comp value 0.
       01  wcy-lst-tab.
           05  wcy-lst-name  pic  x(08) occurs 200 times.

      *    one list's totals as its days go out
       01  wcy-t-done        pic  9(07) value zeros.
       01  wcy-t-nr-cnt      pic  9(07) value zeros.
       01  wcy-t-nr-sum      pic s9(15) comp value zeros.
       01  wcy-t-nr-max      pic s9(11) comp value zeros.
       01  wcy-t-rd-cnt      pic  9(07) value zeros.
       01  wcy-t-rd-sum      pic s9(15) comp value zeros.
       01  wcy-t-rd-max      pic s9(11) comp value zeros.
       01  wcy-t-ref         pic  9(07) value zeros.
       01  wcy-t-hits        pic s9(4) comp value 0.

       01  wcy-minutes       pic s9(15) comp value zeros.
       01  wcy-abs           pic  9(9) value zeros.
       01  wcy-days          pic  9(5) value zeros.
       01  wcy-rest          pic  9(5) value zeros.
       01  wcy-hrs           pic  9(2) value zeros.
       01  wcy-mins          pic  9(2) value zeros.
       01  wcy-days-ed       pic  zzzz9.
       01  wcy-elapsed       pic  x(14) value spaces.
       01  wcy-avg-nr        pic  x(14) value spaces.
       01  wcy-max-nr        pic  x(14) value spaces.
       01  wcy-avg-rd        pic  x(14) value spaces.
       01  wcy-max-rd        pic  x(14) value spaces.
       01  wcy-day-ed        pic  x(10) value spaces.
       01  Wrpt-line         pic  x(120) value spaces.
       01  Wrpt-num          pic  zzzzz9.
       01  Wrpt-num2         pic  zzzzz9.
       01  Wrpt-num3         pic  zzzzz9.
       01  Wrpt-num4         pic  zzzzz9.

       linkage section.
       01  Ls-Parm-Area.
           05  Ls-Parm-Len   pic s9(4) comp.
           05  Ls-Parm-Text  pic  x(40).

       procedure division using Ls-Parm-Area.

       rt-begin-processing.

           display ' '
           display '-----------------------------'
           display 'PTRCYCLE - Begin of program  '.
           display '-----------------------------'

           perform rt-trata-parm
           if    wcy-parm-ok not equal 'y'
                 move 8 to return-code
                 goback
           end-if

           move function current-date to wcy-now
           move wcy-now to wcy-stamp
           perform rt-calcula-minutos
           move wcy-stamp-min to wcy-now-min

           open input Stat-Audit-File
           if    Wsta-status not equal '00'
                 display 'PTRCYCLE - Unable to open STATAUD - '
                         'status ' Wsta-status
                 move 8 to return-code
                 goback
           end-if
           open input Pointer-Vsam-File
           if    Wvsam-status not equal '00'
                 display 'PTRCYCLE - Unable to open PTRVSAM - '
                         'status ' Wvsam-status
                 close Stat-Audit-File
                 move 8 to return-code
                 goback
           end-if
           open output Cycle-Rpt-File
           if    Wrpt-status not equal '00'
                 display 'PTRCYCLE - Unable to open CYCLERPT - '
                         'status ' Wrpt-status
                 close Stat-Audit-File
                 close Pointer-Vsam-File
                 move 8 to return-code
                 goback
           end-if

           perform rt-carrega-cluster
           close Pointer-Vsam-File
           perform rt-carrega-arquivo

           move 'n' to wcy-eof
           perform until wcy-eof equal 'y'
               read Stat-Audit-File
                   at end
                   move 'y' to wcy-eof
               end-read
               if    wcy-eof not equal 'y'
                     add 1 to wcy-read
                     perform rt-trata-transicao
               end-if
           end-perform
           close Stat-Audit-File

           perform rt-apura-parados
           perform rt-emite-relatorio
           close Cycle-Rpt-File

           display 'PTRCYCLE - ' wcy-read ' STATAUD records read, '
                   wcy-accepted ' accepted, ' wcy-refused
                   ' refused, ' wcy-stuck-tot ' item(s) stuck over '
                   wcy-hours ' hours'
           if    wcy-stuck-tot greater zero
                 move 4 to return-code
           else
                 move 0 to return-code
           end-if

           display '-----------------------------'
           display 'PTRCYCLE - End of program    '.
           display '-----------------------------'

           goback.

       rt-trata-parm.
           move 'y' to wcy-parm-ok
           move spaces to wcy-opt-tab
           if    Ls-Parm-Len greater zero and
                 Ls-Parm-Len not greater 40
                 unstring Ls-Parm-Text(1 : Ls-Parm-Len)
                          delimited by ','
                          into wcy-opt(1) wcy-opt(2) wcy-opt(3)
                 end-unstring
           end-if
           perform varying wcy-opt-ix from 1 by 1
                     until wcy-opt-ix greater 3
               perform rt-trata-opcao
           end-perform
           if    wcy-from is not numeric or
                 wcy-to is not numeric or
                 wcy-from greater wcy-to
                 display 'PTRCYCLE - FROM= and TO= must be dates '
                         'yyyymmdd, FROM= not after TO='
                 move 'n' to wcy-parm-ok
           else
                 display 'PTRCYCLE - Days ' wcy-from ' to ' wcy-to
                         ', stuck threshold ' wcy-hours ' hours'
           end-if.

       rt-trata-opcao.
      *    HOURS= digits are left-justified ('HOURS=8' as well as
      *    'HOURS=0008'), built digit by digit the way HPOINTER
      *    reads DAYS=
           if    wcy-opt(wcy-opt-ix)(1 : 6) equal 'HOURS='
                 move zeros to wcy-hours
                 move 'n'   to wcy-num-end wcy-got-digit
                 perform varying wcy-ix from 1 by 1
                           until wcy-ix greater 4
                              or wcy-num-end equal 'y'
                     if    wcy-opt(wcy-opt-ix)(wcy-ix + 6 : 1)
                           not less '0' and
                           wcy-opt(wcy-opt-ix)(wcy-ix + 6 : 1)
                           not greater '9'
                           move wcy-opt(wcy-opt-ix)(wcy-ix + 6 : 1)
                             to wcy-digit
                           compute wcy-hours =
                                   wcy-hours * 10 + wcy-digit
                           move 'y' to wcy-got-digit
                     else
                           move 'y' to wcy-num-end
                     end-if
                 end-perform
                 if    wcy-got-digit not equal 'y'
                       move 24 to wcy-hours
                       display 'PTRCYCLE - HOURS= value is not '
                               'numeric - default threshold kept'
                 end-if
           end-if
           if    wcy-opt(wcy-opt-ix)(1 : 5) equal 'FROM='
                 move wcy-opt(wcy-opt-ix)(6 : 8) to wcy-from
           end-if
           if    wcy-opt(wcy-opt-ix)(1 : 3) equal 'TO='
                 move wcy-opt(wcy-opt-ix)(4 : 8) to wcy-to
           end-if.

       rt-carrega-cluster.
      *    the list each item counts under, its status now and its
      *    build - the first NEW it ever entered
           move 'n' to wcy-eof
           perform until wcy-eof equal 'y'
               read Pointer-Vsam-File next record
                   at end
                   move 'y' to wcy-eof
               end-read
               if    wcy-eof not equal 'y'
                     move pointervs-item to wcy-key
                     perform rt-procura-item
                     if    wcy-hit equal 'y'
                           add 1 to wcy-multi
                     else
                           perform rt-insere-item
                           if    wcy-hit equal 'y'
                                 move pointervs-list
                                   to wcy-i-list(wcy-pos)
                                 move 'y' to wcy-i-on(wcy-pos)
                                 move pointervs-item-sts
                                   to wcy-i-cur(wcy-pos)
                                 move pointervs-created to wcy-stamp
                                 perform rt-calcula-minutos
                                 move wcy-stamp-min
                                   to wcy-i-new-at(wcy-pos)
                           end-if
                     end-if
               end-if
           end-perform.

       rt-carrega-arquivo.
      *    an item gone from the cluster counts under the list it
      *    was last purged from; no archive only costs the lists of
      *    the items that have left
           open input Ptr-Arch-File
           if    Warc-status not equal '00'
                 display 'PTRCYCLE - PTRVARCH not read - status '
                         Warc-status ' - items off the cluster count '
                         'under *NOLIST*'
           else
                 move 'y' to wcy-arc-read
                 move 'n' to wcy-eof
                 perform until wcy-eof equal 'y'
                     read Ptr-Arch-File
                         at end
                         move 'y' to wcy-eof
                     end-read
                     if    wcy-eof not equal 'y'
                           move parc-vsam-record(9 : 8) to wcy-key
                           perform rt-procura-item
                           if    wcy-hit not equal 'y'
                                 perform rt-insere-item
                           else
                                 if    wcy-i-on(wcy-pos) equal 'y'
                                       move 'n' to wcy-hit
                                 end-if
                           end-if
                           if    wcy-hit equal 'y'
                                 move parc-vsam-record(1 : 8)
                                   to wcy-i-list(wcy-pos)
                                 move parc-vsam-record(17 : 21)
                                   to wcy-stamp
                                 perform rt-calcula-minutos
                                 move wcy-stamp-min
                                   to wcy-i-new-at(wcy-pos)
                           end-if
                     end-if
                 end-perform
                 close Ptr-Arch-File
           end-if.

       rt-trata-transicao.
           move saud-item to wcy-key
           perform rt-procura-item
           if    wcy-hit not equal 'y'
                 perform rt-insere-item
                 if    wcy-hit equal 'y'
                       add 1 to wcy-nolist
                 end-if
           end-if
           if    wcy-hit not equal 'y'
                 add 1 to wcy-over
           else
                 move wcy-i-list(wcy-pos) to wcy-list
                 move saud-timestamp to wcy-stamp
                 perform rt-calcula-minutos
                 move wcy-stamp-min to wcy-evt-min
                 move saud-timestamp(1 : 8) to wcy-day
                 if    wcy-day not less wcy-from and
                       wcy-day not greater wcy-to
                       move 'y' to wcy-in-range
                 else
                       move 'n' to wcy-in-range
                       add 1 to wcy-outside
                 end-if
                 if    saud-result equal 'OK  '
                       add 1 to wcy-accepted
                       perform rt-transicao-aceita
                 else
                       add 1 to wcy-refused
                       if    wcy-in-range equal 'y'
                             perform rt-transicao-recusada
                       end-if
                 end-if
           end-if.

       rt-transicao-aceita.
           if    wcy-in-range equal 'y'
                 perform rt-localiza-dia
           end-if
           evaluate saud-to
               when 'NEW '
                    move wcy-evt-min to wcy-i-new-at(wcy-pos)
                    move zeros       to wcy-i-run-at(wcy-pos)
               when 'RUN '
                    if    wcy-in-range equal 'y' and
                          wcy-ix greater zero and
                          wcy-i-new-at(wcy-pos) greater zero
                          compute wcy-wait =
                                  wcy-evt-min - wcy-i-new-at(wcy-pos)
                          if    wcy-wait not less zero
                                add  1 to wcy-d-nr-cnt(wcy-ix)
                                add  wcy-wait to wcy-d-nr-sum(wcy-ix)
                                if    wcy-wait greater
                                      wcy-d-nr-max(wcy-ix)
                                      move wcy-wait
                                        to wcy-d-nr-max(wcy-ix)
                                end-if
                          end-if
                    end-if
                    move wcy-evt-min to wcy-i-run-at(wcy-pos)
               when 'DONE'
                    if    wcy-in-range equal 'y' and
                          wcy-ix greater zero
                          add 1 to wcy-d-done(wcy-ix)
                          if    wcy-i-run-at(wcy-pos) greater zero
                                compute wcy-wait = wcy-evt-min
                                        - wcy-i-run-at(wcy-pos)
                                if    wcy-wait not less zero
                                      add  1 to wcy-d-rd-cnt(wcy-ix)
                                      add  wcy-wait
                                        to wcy-d-rd-sum(wcy-ix)
                                      if    wcy-wait greater
                                            wcy-d-rd-max(wcy-ix)
                                            move wcy-wait
                                              to wcy-d-rd-max(wcy-ix)
                                      end-if
                                end-if
                          end-if
                    end-if
           end-evaluate
           move saud-to     to wcy-i-sts(wcy-pos)
           move wcy-evt-min to wcy-i-sts-at(wcy-pos).

       rt-transicao-recusada.
           perform rt-localiza-dia
           if    wcy-ix greater zero
                 add 1 to wcy-d-ref(wcy-ix)
           end-if
           move wcy-list  to wcy-rk-list
           move wcy-day   to wcy-rk-day
           move saud-from to wcy-rk-from
           move saud-to   to wcy-rk-to
           move 0 to wcy-jx
           perform varying wcy-tx from 1 by 1
                     until wcy-tx greater wcy-ref-cnt
               if    wcy-r-key(wcy-tx) equal wcy-ref-key
                     move wcy-tx to wcy-jx
               end-if
           end-perform
           if    wcy-jx greater zero
                 add 1 to wcy-r-count(wcy-jx)
           else
                 if    wcy-ref-cnt not less 2000
                       add 1 to wcy-over
                 else
      *                kept in list, day and pair order - shift the
      *                later entries up one slot
                       move wcy-ref-cnt to wcy-tx
                       move 'y' to wcy-shifting
                       perform until wcy-shifting equal 'n'
                           if    wcy-tx less 1
                                 move 'n' to wcy-shifting
                           else
                                 if    wcy-r-key(wcy-tx)
                                       greater wcy-ref-key
                                       move wcy-ref-entry(wcy-tx)
                                         to wcy-ref-entry(wcy-tx + 1)
                                       subtract 1 from wcy-tx
                                 else
                                       move 'n' to wcy-shifting
                                 end-if
                           end-if
                       end-perform
                       add  1 to wcy-tx
                       add  1 to wcy-ref-cnt
                       move wcy-ref-key to wcy-r-key(wcy-tx)
                       move 1 to wcy-r-count(wcy-tx)
                 end-if
           end-if.

       rt-localiza-dia.
      *    the list and day's entry in wcy-ix, opened when first
      *    needed; zero when the table is full
           move wcy-list to wcy-dk-list
           move wcy-day  to wcy-dk-day
           move 0 to wcy-ix
           perform varying wcy-tx from 1 by 1
                     until wcy-tx greater wcy-day-cnt
               if    wcy-d-key(wcy-tx) equal wcy-day-key
                     move wcy-tx to wcy-ix
               end-if
           end-perform
           if    wcy-ix equal zero
                 if    wcy-day-cnt not less 2000
                       add 1 to wcy-over
                 else
                       move wcy-day-cnt to wcy-tx
                       move 'y' to wcy-shifting
                       perform until wcy-shifting equal 'n'
                           if    wcy-tx less 1
                                 move 'n' to wcy-shifting
                           else
                                 if    wcy-d-key(wcy-tx)
                                       greater wcy-day-key
                                       move wcy-day-entry(wcy-tx)
                                         to wcy-day-entry(wcy-tx + 1)
                                       subtract 1 from wcy-tx
                                 else
                                       move 'n' to wcy-shifting
                                 end-if
                           end-if
                       end-perform
                       add  1 to wcy-tx
                       add  1 to wcy-day-cnt
                       move wcy-day-key to wcy-d-key(wcy-tx)
                       move zeros to wcy-d-done(wcy-tx)
                                     wcy-d-nr-cnt(wcy-tx)
                                     wcy-d-nr-sum(wcy-tx)
                                     wcy-d-nr-max(wcy-tx)
                                     wcy-d-rd-cnt(wcy-tx)
                                     wcy-d-rd-sum(wcy-tx)
                                     wcy-d-rd-max(wcy-tx)
                                     wcy-d-ref(wcy-tx)
                       move wcy-tx to wcy-ix
                 end-if
           end-if.

       rt-procura-item.
      *    binary search of the item table for wcy-key: wcy-hit 'y'
      *    and wcy-pos its slot, or wcy-hit 'n' and wcy-pos where it
      *    would go
           move 'n' to wcy-hit
           move 1 to wcy-lo
           move wcy-itm-cnt to wcy-hi
           perform until wcy-lo greater wcy-hi or wcy-hit equal 'y'
               compute wcy-mid = (wcy-lo + wcy-hi) / 2
               evaluate true
                   when wcy-i-item(wcy-mid) equal wcy-key
                        move 'y' to wcy-hit
                        move wcy-mid to wcy-pos
                   when wcy-i-item(wcy-mid) less wcy-key
                        compute wcy-lo = wcy-mid + 1
                   when other
                        compute wcy-hi = wcy-mid - 1
               end-evaluate
           end-perform
           if    wcy-hit not equal 'y'
                 move wcy-lo to wcy-pos
           end-if.

       rt-insere-item.
      *    opens wcy-key's slot at wcy-pos (from rt-procura-item);
      *    wcy-hit 'y' when there was room
           if    wcy-itm-cnt not less 5000
                 move 'n' to wcy-hit
           else
                 move wcy-itm-cnt to wcy-tx
                 perform until wcy-tx less wcy-pos
                     move wcy-itm-entry(wcy-tx)
                       to wcy-itm-entry(wcy-tx + 1)
                     subtract 1 from wcy-tx
                 end-perform
                 add  1 to wcy-itm-cnt
                 move wcy-key    to wcy-i-item(wcy-pos)
                 move '*NOLIST*' to wcy-i-list(wcy-pos)
                 move 'n'        to wcy-i-on(wcy-pos)
                 move spaces     to wcy-i-cur(wcy-pos)
                                    wcy-i-sts(wcy-pos)
                 move zeros      to wcy-i-new-at(wcy-pos)
                                    wcy-i-run-at(wcy-pos)
                                    wcy-i-sts-at(wcy-pos)
                 move 'y' to wcy-hit
           end-if.

       rt-apura-parados.
      *    stuck: on the cluster, not DONE, and in the status longer
      *    than the threshold - measured from the transition that
      *    put it there, or from the build for an item still in the
      *    NEW it was built in
           perform varying wcy-pos from 1 by 1
                     until wcy-pos greater wcy-itm-cnt
               if    wcy-i-on(wcy-pos) equal 'y' and
                     wcy-i-cur(wcy-pos) not equal 'DONE'
                     move zeros to wcy-evt-min
                     if    wcy-i-sts(wcy-pos) equal wcy-i-cur(wcy-pos)
                           and wcy-i-sts-at(wcy-pos) greater zero
                           move wcy-i-sts-at(wcy-pos) to wcy-evt-min
                     else
                           if    wcy-i-cur(wcy-pos) equal 'NEW '
                                 move wcy-i-new-at(wcy-pos)
                                   to wcy-evt-min
                           end-if
                     end-if
                     if    wcy-evt-min equal zero
                           add 1 to wcy-unknown-age
                     else
                           compute wcy-wait =
                                   wcy-now-min - wcy-evt-min
                           if    wcy-wait greater wcy-hours * 60
                                 perform rt-guarda-parado
                           end-if
                     end-if
               end-if
           end-perform.

       rt-guarda-parado.
           add 1 to wcy-stuck-tot
           if    wcy-stk-cnt less 2000
                 add  1 to wcy-stk-cnt
                 move wcy-i-list(wcy-pos) to wcy-s-list(wcy-stk-cnt)
                 move wcy-i-item(wcy-pos) to wcy-s-item(wcy-stk-cnt)
                 move wcy-i-cur(wcy-pos)  to wcy-s-sts(wcy-stk-cnt)
                 move wcy-wait            to wcy-s-age(wcy-stk-cnt)
           else
                 add 1 to wcy-over
           end-if.

       rt-emite-relatorio.
           string 'PTRCYCLE - QUEUE CYCLE TIME AND THROUGHPUT  '
                  wcy-now(1 : 8) ' ' wcy-now(9 : 6)
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           string 'DAYS ' wcy-from ' TO ' wcy-to
                  '  STUCK THRESHOLD ' wcy-hours ' HOURS'
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           if    wcy-arc-read not equal 'y'
                 string '*** PTRVARCH not read - items off the '
                        'cluster count under *NOLIST*'
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if

      *    every list with a day or a stuck item, in name order
           perform varying wcy-ix from 1 by 1
                     until wcy-ix greater wcy-day-cnt
               move wcy-d-list(wcy-ix) to wcy-list
               perform rt-guarda-lista
           end-perform
           perform varying wcy-ix from 1 by 1
                     until wcy-ix greater wcy-stk-cnt
               move wcy-s-list(wcy-ix) to wcy-list
               perform rt-guarda-lista
           end-perform

           if    wcy-lst-cnt equal zero
                 perform rt-escreve-linha
                 move 'NO TRANSITIONS AND NO STUCK ITEMS IN THE PERIOD'
                   to Wrpt-line
                 perform rt-escreve-linha
           end-if
           perform varying wcy-lx from 1 by 1
                     until wcy-lx greater wcy-lst-cnt
               perform rt-emite-lista
           end-perform

           perform rt-escreve-linha
           move wcy-read to Wrpt-num
           string 'STATAUD RECORDS READ..: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wcy-accepted to Wrpt-num
           string '  ACCEPTED............: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wcy-refused to Wrpt-num
           string '  REFUSED.............: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wcy-outside to Wrpt-num
           string '  OUTSIDE THE DAYS....: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wcy-stuck-tot to Wrpt-num
           string 'ITEMS STUCK...........: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           if    wcy-unknown-age greater zero
                 move wcy-unknown-age to Wrpt-num
                 string 'STATUS AGE UNKNOWN....: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if
           if    wcy-nolist greater zero
                 move wcy-nolist to Wrpt-num
                 string 'ITEMS ON NO LIST......: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if
           if    wcy-multi greater zero
                 move wcy-multi to Wrpt-num
                 string 'ITEMS ON 2+ LISTS.....: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if
           if    wcy-over greater zero
                 move wcy-over to Wrpt-num
                 string 'NOT COUNTED - TABLES..: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if.

       rt-guarda-lista.
           move 0 to wcy-jx
           perform varying wcy-tx from 1 by 1
                     until wcy-tx greater wcy-lst-cnt
               if    wcy-lst-name(wcy-tx) equal wcy-list
                     move wcy-tx to wcy-jx
               end-if
           end-perform
           if    wcy-jx equal zero and
                 wcy-lst-cnt less 200
                 move wcy-lst-cnt to wcy-tx
                 move 'y' to wcy-shifting
                 perform until wcy-shifting equal 'n'
                     if    wcy-tx less 1
                           move 'n' to wcy-shifting
                     else
                           if    wcy-lst-name(wcy-tx) greater wcy-list
                                 move wcy-lst-name(wcy-tx)
                                   to wcy-lst-name(wcy-tx + 1)
                                 subtract 1 from wcy-tx
                           else
                                 move 'n' to wcy-shifting
                           end-if
                     end-if
                 end-perform
                 add  1 to wcy-tx
                 add  1 to wcy-lst-cnt
                 move wcy-list to wcy-lst-name(wcy-tx)
           end-if.

       rt-emite-lista.
           move wcy-lst-name(wcy-lx) to wcy-list
           perform rt-escreve-linha
           string 'LIST ' wcy-list
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           string '  DATE          DONE  NEW>RUN    AVERAGE WAIT'
                  '      WORST WAIT  RUN>DONE    AVERAGE TIME'
                  '      WORST TIME  REFUSED'
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move zeros to wcy-t-done wcy-t-nr-cnt wcy-t-nr-sum
                         wcy-t-nr-max wcy-t-rd-cnt wcy-t-rd-sum
                         wcy-t-rd-max wcy-t-ref
           move 0 to wcy-t-hits
           perform varying wcy-ix from 1 by 1
                     until wcy-ix greater wcy-day-cnt
               if    wcy-d-list(wcy-ix) equal wcy-list
                     perform rt-emite-dia
               end-if
           end-perform
           if    wcy-t-hits equal zero
                 move '  no transitions in the period' to Wrpt-line
                 perform rt-escreve-linha
           else
                 perform rt-emite-total-lista
           end-if

           move 0 to wcy-t-hits
           perform varying wcy-ix from 1 by 1
                     until wcy-ix greater wcy-ref-cnt
               if    wcy-r-list(wcy-ix) equal wcy-list
                     if    wcy-t-hits equal zero
                           move '  REFUSED TRANSITIONS' to Wrpt-line
                           perform rt-escreve-linha
                     end-if
                     add  1 to wcy-t-hits
                     move wcy-r-day(wcy-ix) to wcy-day
                     perform rt-edita-dia
                     move wcy-r-count(wcy-ix) to Wrpt-num
                     string '    ' wcy-day-ed '  ' wcy-r-from(wcy-ix)
                            ' TO ' wcy-r-to(wcy-ix) '  ' Wrpt-num
                            delimited by size into Wrpt-line
                     perform rt-escreve-linha
               end-if
           end-perform

           move 0 to wcy-t-hits
           perform varying wcy-ix from 1 by 1
                     until wcy-ix greater wcy-stk-cnt
               if    wcy-s-list(wcy-ix) equal wcy-list
                     if    wcy-t-hits equal zero
                           string '  STUCK OVER ' wcy-hours ' HOURS'
                                  delimited by size into Wrpt-line
                           perform rt-escreve-linha
                     end-if
                     add  1 to wcy-t-hits
                     move wcy-s-age(wcy-ix) to wcy-minutes
                     perform rt-edita-tempo
                     string '    ' wcy-s-item(wcy-ix) '  IN '
                            wcy-s-sts(wcy-ix) ' FOR ' wcy-elapsed
                            delimited by size into Wrpt-line
                     perform rt-escreve-linha
               end-if
           end-perform.

       rt-emite-dia.
           add  1 to wcy-t-hits
           add  wcy-d-done(wcy-ix)   to wcy-t-done
           add  wcy-d-nr-cnt(wcy-ix) to wcy-t-nr-cnt
           add  wcy-d-nr-sum(wcy-ix) to wcy-t-nr-sum
           add  wcy-d-rd-cnt(wcy-ix) to wcy-t-rd-cnt
           add  wcy-d-rd-sum(wcy-ix) to wcy-t-rd-sum
           add  wcy-d-ref(wcy-ix)    to wcy-t-ref
           if    wcy-d-nr-max(wcy-ix) greater wcy-t-nr-max
                 move wcy-d-nr-max(wcy-ix) to wcy-t-nr-max
           end-if
           if    wcy-d-rd-max(wcy-ix) greater wcy-t-rd-max
                 move wcy-d-rd-max(wcy-ix) to wcy-t-rd-max
           end-if

           move spaces to wcy-avg-nr wcy-max-nr wcy-avg-rd wcy-max-rd
           if    wcy-d-nr-cnt(wcy-ix) greater zero
                 compute wcy-minutes = wcy-d-nr-sum(wcy-ix)
                                     / wcy-d-nr-cnt(wcy-ix)
                 perform rt-edita-tempo
                 move wcy-elapsed to wcy-avg-nr
                 move wcy-d-nr-max(wcy-ix) to wcy-minutes
                 perform rt-edita-tempo
                 move wcy-elapsed to wcy-max-nr
           end-if
           if    wcy-d-rd-cnt(wcy-ix) greater zero
                 compute wcy-minutes = wcy-d-rd-sum(wcy-ix)
                                     / wcy-d-rd-cnt(wcy-ix)
                 perform rt-edita-tempo
                 move wcy-elapsed to wcy-avg-rd
                 move wcy-d-rd-max(wcy-ix) to wcy-minutes
                 perform rt-edita-tempo
                 move wcy-elapsed to wcy-max-rd
           end-if
           move wcy-d-day(wcy-ix) to wcy-day
           perform rt-edita-dia
           move wcy-d-done(wcy-ix)   to Wrpt-num
           move wcy-d-nr-cnt(wcy-ix) to Wrpt-num2
           move wcy-d-rd-cnt(wcy-ix) to Wrpt-num3
           move wcy-d-ref(wcy-ix)    to Wrpt-num4
           string '  ' wcy-day-ed '  ' Wrpt-num '   ' Wrpt-num2 '  '
                  wcy-avg-nr '  ' wcy-max-nr '    ' Wrpt-num3 '  '
                  wcy-avg-rd '  ' wcy-max-rd '  ' Wrpt-num4
                  delimited by size into Wrpt-line
           perform rt-escreve-linha.

       rt-emite-total-lista.
           move spaces to wcy-avg-nr wcy-max-nr wcy-avg-rd wcy-max-rd
           if    wcy-t-nr-cnt greater zero
                 compute wcy-minutes = wcy-t-nr-sum / wcy-t-nr-cnt
                 perform rt-edita-tempo
                 move wcy-elapsed to wcy-avg-nr
                 move wcy-t-nr-max to wcy-minutes
                 perform rt-edita-tempo
                 move wcy-elapsed to wcy-max-nr
           end-if
           if    wcy-t-rd-cnt greater zero
                 compute wcy-minutes = wcy-t-rd-sum / wcy-t-rd-cnt
                 perform rt-edita-tempo
                 move wcy-elapsed to wcy-avg-rd
                 move wcy-t-rd-max to wcy-minutes
                 perform rt-edita-tempo
                 move wcy-elapsed to wcy-max-rd
           end-if
           move wcy-t-done   to Wrpt-num
           move wcy-t-nr-cnt to Wrpt-num2
           move wcy-t-rd-cnt to Wrpt-num3
           move wcy-t-ref    to Wrpt-num4
           string '  TOTAL     ' '  ' Wrpt-num '   ' Wrpt-num2 '  '
                  wcy-avg-nr '  ' wcy-max-nr '    ' Wrpt-num3 '  '
                  wcy-avg-rd '  ' wcy-max-rd '  ' Wrpt-num4
                  delimited by size into Wrpt-line
           perform rt-escreve-linha.

       rt-calcula-minutos.
      *    wcy-stamp to minutes in wcy-stamp-min; zero when the
      *    stamp is not a real date and time
           move zeros to wcy-stamp-min
           if    wcy-stamp(1 : 12) is numeric
                 move wcy-stamp(1 : 8)  to wcy-date-num
                 move wcy-stamp(9 : 2)  to wcy-hh
                 move wcy-stamp(11 : 2) to wcy-mm
                 if    function test-date-yyyymmdd(wcy-date-num)
                       equal zero and
                       wcy-hh not greater 23 and
                       wcy-mm not greater 59
                       compute wcy-stamp-min =
                               function integer-of-date(wcy-date-num)
                               * 1440 + wcy-hh * 60 + wcy-mm
                 end-if
           end-if.

       rt-edita-tempo.
      *    wcy-minutes as days, hours and minutes in wcy-elapsed
           move wcy-minutes to wcy-abs
           divide wcy-abs by 1440 giving wcy-days
                  remainder wcy-rest
           divide wcy-rest by 60 giving wcy-hrs
                  remainder wcy-mins
           move wcy-days to wcy-days-ed
           move spaces to wcy-elapsed
           string wcy-days-ed 'D ' wcy-hrs 'H ' wcy-mins 'M'
                  delimited by size into wcy-elapsed.

       rt-edita-dia.
           move spaces to wcy-day-ed
           string wcy-day(1 : 4) '-' wcy-day(5 : 2) '-'
                  wcy-day(7 : 2)
                  delimited by size into wcy-day-ed.

       rt-escreve-linha.
           move Wrpt-line to cycle-rpt-record
           write cycle-rpt-record
           move spaces to Wrpt-line.
