       id division.
       program-id. PTRTRACE.
       author. Diego Correia Elias
      *----------------------------------------------------------------*
      *    Lifecycle inquiry for one work-item: "what happened to
      *    DSN00412 this week" used to mean reading four trails by
      *    hand. The report (TRACERPT) starts with where the item
      *    is now - its PTRVSAM record on every list that holds it -
      *    and follows with one timeline, oldest first, merged from
      *      PTRVSAM   the build, from the record's created stamp
      *      PTRAUDIT  removals (DPOINTER), moves (MPOINTER) and
      *                repairs (VPOINTER) of the item
      *      STATAUD   every status transition asked of TPOINTER,
      *                accepted or refused
      *      CMDLOG    the CMDDISP dispatches of the item
      *      PTRVARCH  every purge to the archive, and the restores
      *                the archive itself proves: RPOINTER puts a
      *                record back byte for byte, so an archived
      *                copy whose created stamp is on the cluster
      *                again, or on a later purge, was restored -
      *                when, nothing records
      *    The PARM is ITEM=name[,LIST=name][,FROM=yyyymmdd]
      *    [,TO=yyyymmdd]. LIST= narrows the cluster and archive
      *    records to one list - the trails do not carry the list,
      *    so their entries for the item show whatever list it was
      *    on. FROM= and TO= bound the timeline only; the current
      *    record is always shown. Only the live trails are read -
      *    point the DDs at a LOGRETN or CMDCOMP archive generation
      *    to look further back. Reads everything input only and
      *    takes no lock. Return code 0 when anything was found, 4
      *    when the item was found nowhere or a trail could not be
      *    read, 8 on a bad PARM or when the cluster or the report
      *    cannot be opened.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select Pointer-Vsam-File assign to PTRVSAM
                  organization is indexed
                  access mode is sequential
                  record key is pointervs-key
                  file status is Wvsam-status.
           select Ptr-Audit-File assign to PTRAUDIT
                  organization is sequential
                  file status is Waud-status.
           select Stat-Audit-File assign to STATAUD
                  organization is sequential
                  file status is Wsta-status.
           select Cmd-Log-File assign to CMDLOG
                  organization is sequential
                  file status is Wlog-status.
           select Ptr-Arch-File assign to PTRVARCH
                  organization is sequential
                  file status is Warc-status.
           select Trace-Rpt-File assign to TRACERPT
                  organization is sequential
                  file status is Wrpt-status.

       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

       fd  Ptr-Audit-File
           record contains 99 characters.
       01  ptr-audit-record.
           05  paud-timestamp    pic x(21).
           05  filler            pic x(02).
           05  paud-jobname      pic x(08).
           05  filler            pic x(02).
           05  paud-type         pic x(01).
           05  filler            pic x(02).
           05  paud-item         pic x(08).
           05  filler            pic x(02).
           05  paud-criterion    pic x(12).
           05  filler            pic x(02).
           05  paud-removed      pic 9(06).
           05  filler            pic x(01).
           05  paud-remaining    pic 9(06).
           05  filler            pic x(01).
           05  paud-seq          pic 9(08).
           05  filler            pic x(01).
           05  paud-chain        pic 9(16).

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

       fd  Cmd-Log-File
           record contains 151 characters.
           copy CPYCLOG.

      *    the purge date plus the cluster record exactly as HPOINTER
      *    deleted it
       fd  Ptr-Arch-File
           record contains 144 characters.
       01  ptr-arch-record.
           05  parc-purge-date   pic x(08).
           05  filler            pic x(01).
           05  parc-vsam-record  pic x(135).

       fd  Trace-Rpt-File
           record contains 120 characters.
       01  trace-rpt-record  pic x(120).

       working-storage section.
       01  Wvsam-status      pic  x(2) value '00'.
       01  Waud-status       pic  x(2) value '00'.
       01  Wsta-status       pic  x(2) value '00'.
       01  Wlog-status       pic  x(2) value '00'.
       01  Warc-status       pic  x(2) value '00'.
       01  Wrpt-status       pic  x(2) value '00'.
       01  wtr-eof           pic  x(1) value 'n'.
       01  wtr-now           pic  x(21) value spaces.
       01  wtr-item          pic  x(08) value spaces.
       01  wtr-list          pic  x(08) value spaces.
       01  wtr-from          pic  x(08) value '00000000'.
       01  wtr-to            pic  x(08) value '99999999'.
       01  wtr-opt-tab.
           05  wtr-opt       pic  x(20) occurs 4 times.
       01  wtr-opt-ix        pic s9(4) comp value 0.
       01  wtr-parm-ok       pic  x(1) value 'y'.
       01  wtr-ix            pic s9(4) comp value 0.
       01  wtr-jx            pic s9(4) comp value 0.
       01  wtr-ex            pic s9(4) comp value 0.
       01  wtr-ey            pic s9(4) comp value 0.
       01  wtr-fs            pic  x(2) value spaces.
       01  wtr-hits          pic s9(4) comp value 0.
       01  wtr-seek          pic  x(18) value spaces.
       01  wtr-trail-miss    pic  x(1) value 'n'.
       01  wtr-found         pic  x(1) value 'n'.
       01  wtr-restored      pic  x(1) value 'n'.
       01  wtr-shifting      pic  x(1) value 'n'.
       01  wtr-kept          pic  x(1) value 'n'.
       01  wtr-n-aud         pic  9(6) value zeros.
       01  wtr-n-sta         pic  9(6) value zeros.
       01  wtr-n-log         pic  9(6) value zeros.
       01  wtr-n-arc         pic  9(6) value zeros.
       01  wtr-n-bld         pic  9(6) value zeros.
       01  wtr-n-rst         pic  9(6) value zeros.
       01  wtr-n-out         pic  9(6) value zeros.
       01  wtr-over          pic  9(6) value zeros.

      *    the archived cluster record, in the cluster layout
       01  wtr-arc-record    pic  x(135) value spaces.
       01  filler redefines wtr-arc-record.
           05  wtr-arc-list  pic  x(08).
           05  wtr-arc-item  pic  x(08).
           05  wtr-arc-created
                             pic  x(21).
           05  wtr-arc-jobname
                             pic  x(08).
           05  filler        pic  x(01).
           05  filler        pic  x(44).
           05  wtr-arc-sts   pic  x(04).
           05  filler        pic  x(41).

      *    the item's records on the cluster now, one per list
       01  wtr-cur-cnt       pic s9(4) comp value 0.
       01  wtr-cur-tab.
           05  wtr-cur-entry occurs 50 times.
               10  wtr-c-list    pic  x(08).
               10  wtr-c-created pic  x(21).
               10  wtr-c-jobname pic  x(08).
               10  wtr-c-status  pic  x(01).
               10  wtr-c-dsname  pic  x(44).
               10  wtr-c-sts     pic  x(04).
               10  wtr-c-prio    pic  9(02).
               10  wtr-c-updated pic  x(21).
               10  wtr-c-tries   pic  9(02).
               10  wtr-c-last    pic  x(04).
               10  wtr-c-due     pic  x(12).

      *    the item's archived copies, for the restore check
       01  wtr-acp-cnt       pic s9(4) comp value 0.
       01  wtr-acp-tab.
           05  wtr-acp-entry occurs 200 times.
               10  wtr-a-list    pic  x(08).
               10  wtr-a-created pic  x(21).
               10  wtr-a-purged  pic  x(08).

      *    builds already on the timeline, one per list and created
      *    stamp however many copies of the record carry it
       01  wtr-bld-cnt       pic s9(4) comp value 0.
       01  wtr-bld-tab.
           05  wtr-bld-entry occurs 200 times.
               10  wtr-b-list    pic  x(08).
               10  wtr-b-created pic  x(21).
       01  wtr-bld-list      pic  x(08) value spaces.
       01  wtr-bld-created   pic  x(21) value spaces.

      *    the timeline, kept in timestamp order as it is built; an
      *    event stamped equal to one already held goes after it, so
      *    each trail's own order survives the merge. An archive
      *    event has only the purge date and sorts at its day's end.
       01  wtr-evt-cnt       pic s9(4) comp value 0.
       01  wtr-evt-tab.
           05  wtr-evt-entry occurs 3000 times.
               10  wtr-e-stamp   pic  x(16).
               10  wtr-e-day     pic  x(01).
               10  wtr-e-trail   pic  x(08).
               10  wtr-e-event   pic  x(14).
               10  wtr-e-detail  pic  x(60).
       01  wtr-new-entry.
           05  wtr-n-stamp       pic  x(16).
           05  wtr-n-day         pic  x(01).
           05  wtr-n-trail       pic  x(08).
           05  wtr-n-event       pic  x(14).
           05  wtr-n-detail      pic  x(60).

       01  wtr-stamp         pic  x(21) value spaces.
       01  wtr-stamp-ed      pic  x(19) value spaces.
       01  wtr-due-ed        pic  x(16) value spaces.
       01  wtr-upd-ed        pic  x(19) value spaces.
       01  Wrpt-line         pic  x(120) value spaces.
       01  Wrpt-num          pic  zzzzz9.
       01  Wrpt-num2         pic  zzzzz9.
       01  Wrpt-prio         pic  z9.

       linkage section.
       01  Ls-Parm-Area.
           05  Ls-Parm-Len   pic s9(4) comp.
           05  Ls-Parm-Text  pic  x(60).

       procedure division using Ls-Parm-Area.

       rt-begin-processing.

           display ' '
           display '-----------------------------'
           display 'PTRTRACE - Begin of program  '.
           display '-----------------------------'

           move function current-date to wtr-now
           perform rt-trata-parm
           if    wtr-parm-ok not equal 'y'
                 move 8 to return-code
                 goback
           end-if

           open input Pointer-Vsam-File
           if    Wvsam-status not equal '00'
                 display 'PTRTRACE - Unable to open PTRVSAM - '
                         'status ' Wvsam-status
                 move 8 to return-code
                 goback
           end-if
           open output Trace-Rpt-File
           if    Wrpt-status not equal '00'
                 display 'PTRTRACE - Unable to open TRACERPT - '
                         'status ' Wrpt-status
                 close Pointer-Vsam-File
                 move 8 to return-code
                 goback
           end-if

           string 'PTRTRACE - LIFECYCLE OF ITEM ' wtr-item '  '
                  wtr-now(1 : 8) ' ' wtr-now(9 : 6)
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           if    wtr-list equal spaces
                 string 'SELECTION: ALL LISTS  FROM ' wtr-from
                        '  TO ' wtr-to
                        delimited by size into Wrpt-line
           else
                 string 'SELECTION: LIST ' wtr-list '  FROM '
                        wtr-from '  TO ' wtr-to
                        delimited by size into Wrpt-line
           end-if
           perform rt-escreve-linha

           perform rt-le-cluster
           close Pointer-Vsam-File
           perform rt-emite-situacao

           perform rt-escreve-linha
           perform rt-le-auditoria
           perform rt-le-status
           perform rt-le-cmdlog
           perform rt-le-arquivo
           perform rt-infere-restauracao

           perform rt-emite-linha-tempo
           perform rt-emite-totais
           close Trace-Rpt-File

           move wtr-cur-cnt to Wrpt-num
           move wtr-evt-cnt to Wrpt-num2
           display 'PTRTRACE - Item ' wtr-item ': on ' Wrpt-num
                   ' list(s) now, ' Wrpt-num2
                   ' event(s) on the timeline'
           if    wtr-cur-cnt equal zero and
                 wtr-evt-cnt equal zero
                 display 'PTRTRACE - Item ' wtr-item
                         ' found nowhere'
                 move 4 to return-code
           else
                 if    wtr-trail-miss equal 'y'
                       move 4 to return-code
                 else
                       move 0 to return-code
                 end-if
           end-if

           display '-----------------------------'
           display 'PTRTRACE - End of program    '.
           display '-----------------------------'

           goback.

       rt-trata-parm.
           move 'y' to wtr-parm-ok
           move spaces to wtr-opt-tab
           if    Ls-Parm-Len greater zero and
                 Ls-Parm-Len not greater 60
                 unstring Ls-Parm-Text(1 : Ls-Parm-Len)
                          delimited by ','
                          into wtr-opt(1) wtr-opt(2)
                               wtr-opt(3) wtr-opt(4)
                 end-unstring
           end-if
           perform varying wtr-opt-ix from 1 by 1
                     until wtr-opt-ix greater 4
               perform rt-trata-opcao
           end-perform

           if    wtr-item equal spaces
                 display 'PTRTRACE - PARM must name the item: '
                         'ITEM=name[,LIST=name][,FROM=yyyymmdd]'
                         '[,TO=yyyymmdd]'
                 move 'n' to wtr-parm-ok
           end-if
           if    wtr-from is not numeric or
                 wtr-to is not numeric or
                 wtr-from greater wtr-to
                 display 'PTRTRACE - FROM= and TO= must be dates '
                         'yyyymmdd, FROM= not after TO='
                 move 'n' to wtr-parm-ok
           end-if
           if    wtr-parm-ok equal 'y'
                 display 'PTRTRACE - Tracing item ' wtr-item
                         ' from ' wtr-from ' to ' wtr-to
                 if    wtr-list not equal spaces
                       display 'PTRTRACE - Cluster and archive '
                               'records of list ' wtr-list ' only'
                 end-if
           end-if.

       rt-trata-opcao.
           if    wtr-opt(wtr-opt-ix)(1 : 5) equal 'ITEM='
                 move wtr-opt(wtr-opt-ix)(6 : 8) to wtr-item
           end-if
           if    wtr-opt(wtr-opt-ix)(1 : 5) equal 'LIST='
                 move wtr-opt(wtr-opt-ix)(6 : 8) to wtr-list
           end-if
           if    wtr-opt(wtr-opt-ix)(1 : 5) equal 'FROM='
                 move wtr-opt(wtr-opt-ix)(6 : 8) to wtr-from
           end-if
           if    wtr-opt(wtr-opt-ix)(1 : 3) equal 'TO='
                 move wtr-opt(wtr-opt-ix)(4 : 8) to wtr-to
           end-if.

       rt-le-cluster.
      *    the cluster is keyed list then item, so the item's
      *    records are scattered one per list - read it end to end
           move 'n' to wtr-eof
           perform until wtr-eof equal 'y'
               read Pointer-Vsam-File next record
                   at end
                   move 'y' to wtr-eof
               end-read
               if    wtr-eof not equal 'y' and
                     pointervs-item equal wtr-item and
                     (wtr-list equal spaces or
                      pointervs-list equal wtr-list)
                     perform rt-guarda-atual
               end-if
           end-perform.

       rt-guarda-atual.
           if    wtr-cur-cnt less 50
                 add 1 to wtr-cur-cnt
                 move pointervs-list    to wtr-c-list(wtr-cur-cnt)
                 move pointervs-created to wtr-c-created(wtr-cur-cnt)
                 move pointervs-jobname to wtr-c-jobname(wtr-cur-cnt)
                 move pointervs-status  to wtr-c-status(wtr-cur-cnt)
                 move pointervs-dsname  to wtr-c-dsname(wtr-cur-cnt)
                 move pointervs-item-sts
                                        to wtr-c-sts(wtr-cur-cnt)
                 move pointervs-priority
                                        to wtr-c-prio(wtr-cur-cnt)
                 move pointervs-updated to wtr-c-updated(wtr-cur-cnt)
                 move pointervs-attempts
                                        to wtr-c-tries(wtr-cur-cnt)
                 move pointervs-last-result
                                        to wtr-c-last(wtr-cur-cnt)
                 move pointervs-due     to wtr-c-due(wtr-cur-cnt)
           end-if
           move pointervs-list    to wtr-bld-list
           move pointervs-created to wtr-bld-created
           perform rt-evento-criacao.

       rt-evento-criacao.
      *    one BUILT event per list and created stamp - the cluster
      *    record and every archived copy of it carry the same one
           move 'n' to wtr-found
           perform varying wtr-ix from 1 by 1
                     until wtr-ix greater wtr-bld-cnt
               if    wtr-b-list(wtr-ix) equal wtr-bld-list and
                     wtr-b-created(wtr-ix) equal wtr-bld-created
                     move 'y' to wtr-found
               end-if
           end-perform
           if    wtr-found not equal 'y' and
                 wtr-bld-created not equal spaces
                 if    wtr-bld-cnt less 200
                       add 1 to wtr-bld-cnt
                       move wtr-bld-list
                         to wtr-b-list(wtr-bld-cnt)
                       move wtr-bld-created
                         to wtr-b-created(wtr-bld-cnt)
                 end-if
                 move wtr-bld-created(1 : 16) to wtr-n-stamp
                 move 'n'        to wtr-n-day
                 move 'PTRVSAM ' to wtr-n-trail
                 move 'BUILT'    to wtr-n-event
                 move spaces     to wtr-n-detail
                 string 'onto list ' wtr-bld-list
                        delimited by size into wtr-n-detail
                 perform rt-guarda-evento
                 if    wtr-kept equal 'y'
                       add 1 to wtr-n-bld
                 end-if
           end-if.

       rt-emite-situacao.
           perform rt-escreve-linha
           move 'WHERE IT IS NOW' to Wrpt-line
           perform rt-escreve-linha
           if    wtr-cur-cnt equal zero
                 move '  NOT ON PTRVSAM - the item is on no list now'
                   to Wrpt-line
                 perform rt-escreve-linha
           end-if
           perform varying wtr-ix from 1 by 1
                     until wtr-ix greater wtr-cur-cnt
               move wtr-c-prio(wtr-ix) to Wrpt-prio
               string '  LIST ' wtr-c-list(wtr-ix)
                      '  STATUS ' wtr-c-sts(wtr-ix)
                      '  PRIORITY ' Wrpt-prio
                      '  RECORD ' wtr-c-status(wtr-ix)
                      '  LAST SAVED BY ' wtr-c-jobname(wtr-ix)
                      delimited by size into Wrpt-line
               perform rt-escreve-linha
               string '    DSNAME ' wtr-c-dsname(wtr-ix)
                      delimited by size into Wrpt-line
               perform rt-escreve-linha
               move wtr-c-created(wtr-ix) to wtr-stamp
               perform rt-edita-stamp
               move wtr-stamp-ed to wtr-upd-ed
               move wtr-c-updated(wtr-ix) to wtr-stamp
               perform rt-edita-stamp
               string '    CREATED ' wtr-upd-ed
                      '  UPDATED ' wtr-stamp-ed
                      delimited by size into Wrpt-line
               perform rt-escreve-linha
               move spaces to wtr-due-ed
               if    wtr-c-due(wtr-ix) equal spaces
                     move 'none' to wtr-due-ed
               else
                     string wtr-c-due(wtr-ix)(1 : 4) '-'
                            wtr-c-due(wtr-ix)(5 : 2) '-'
                            wtr-c-due(wtr-ix)(7 : 2) ' '
                            wtr-c-due(wtr-ix)(9 : 2) ':'
                            wtr-c-due(wtr-ix)(11 : 2)
                            delimited by size into wtr-due-ed
               end-if
               string '    DUE ' wtr-due-ed
                      '  DISPATCHES ' wtr-c-tries(wtr-ix)
                      '  LAST RESULT ' wtr-c-last(wtr-ix)
                      delimited by size into Wrpt-line
               perform rt-escreve-linha
           end-perform.

       rt-le-auditoria.
      *    DPOINTER removals ('R'), MPOINTER moves ('M') and
      *    VPOINTER repairs ('F'); the 'T' run trailers name no item
           open input Ptr-Audit-File
           if    Waud-status not equal '00'
                 move 'PTRAUDIT' to wtr-n-trail
                 move Waud-status to wtr-fs
                 perform rt-trilha-ausente
           else
                 move 'n' to wtr-eof
                 perform until wtr-eof equal 'y'
                     read Ptr-Audit-File
                         at end
                         move 'y' to wtr-eof
                     end-read
                     if    wtr-eof not equal 'y' and
                           paud-item equal wtr-item and
                           paud-type not equal 'T'
                           perform rt-evento-auditoria
                     end-if
                 end-perform
                 close Ptr-Audit-File
           end-if.

       rt-evento-auditoria.
           move paud-timestamp(1 : 16) to wtr-n-stamp
           move 'n'        to wtr-n-day
           move 'PTRAUDIT' to wtr-n-trail
           move spaces     to wtr-n-detail
           evaluate paud-type
               when 'R'
                    move 'REMOVED'  to wtr-n-event
                    string 'by job ' paud-jobname
                           ' - selected by ' paud-criterion
                           delimited by size into wtr-n-detail
               when 'M'
                    move 'MOVED'    to wtr-n-event
                    string 'by job ' paud-jobname
                           ' - selected by ' paud-criterion
                           delimited by size into wtr-n-detail
               when 'F'
                    move 'REPAIRED' to wtr-n-event
                    string 'by job ' paud-jobname
                           ' - ' paud-criterion
                           delimited by size into wtr-n-detail
               when other
                    move spaces     to wtr-n-event
                    string 'AUDIT TYPE ' paud-type
                           delimited by size into wtr-n-event
                    string 'by job ' paud-jobname
                           ' - ' paud-criterion
                           delimited by size into wtr-n-detail
           end-evaluate
           perform rt-guarda-evento
           if    wtr-kept equal 'y'
                 add 1 to wtr-n-aud
           end-if.

       rt-le-status.
           open input Stat-Audit-File
           if    Wsta-status not equal '00'
                 move 'STATAUD ' to wtr-n-trail
                 move Wsta-status to wtr-fs
                 perform rt-trilha-ausente
           else
                 move 'n' to wtr-eof
                 perform until wtr-eof equal 'y'
                     read Stat-Audit-File
                         at end
                         move 'y' to wtr-eof
                     end-read
                     if    wtr-eof not equal 'y' and
                           saud-item equal wtr-item
                           perform rt-evento-status
                     end-if
                 end-perform
                 close Stat-Audit-File
           end-if.

       rt-evento-status.
           move saud-timestamp(1 : 16) to wtr-n-stamp
           move 'n'        to wtr-n-day
           move 'STATAUD ' to wtr-n-trail
           if    saud-result equal 'OK  '
                 move 'STATUS CHANGED' to wtr-n-event
           else
                 move 'STATUS REFUSED' to wtr-n-event
           end-if
           move spaces to wtr-n-detail
           string saud-from ' to ' saud-to ' by job ' saud-jobname
                  delimited by size into wtr-n-detail
           perform rt-guarda-evento
           if    wtr-kept equal 'y'
                 add 1 to wtr-n-sta
           end-if.

       rt-le-cmdlog.
      *    CMDDISP logs a dispatch as 'DISPATCH verb PROGRAM(name)';
      *    QPOINTER dispatches an item under its own name
           move spaces to wtr-seek
           string 'PROGRAM(' wtr-item ')'
                  delimited by size into wtr-seek
           open input Cmd-Log-File
           if    Wlog-status not equal '00'
                 move 'CMDLOG  ' to wtr-n-trail
                 move Wlog-status to wtr-fs
                 perform rt-trilha-ausente
           else
                 move 'n' to wtr-eof
                 perform until wtr-eof equal 'y'
                     read Cmd-Log-File
                         at end
                         move 'y' to wtr-eof
                     end-read
                     if    wtr-eof not equal 'y' and
                           CLOG-ORIGIN equal 'DSP '
                           move 0 to wtr-hits
                           inspect CLOG-COMMAND tallying wtr-hits
                                   for all wtr-seek(1 : 17)
                           if    wtr-hits greater zero
                                 perform rt-evento-despacho
                           end-if
                     end-if
                 end-perform
                 close Cmd-Log-File
           end-if.

       rt-evento-despacho.
           move CLOG-TIMESTAMP(1 : 16) to wtr-n-stamp
           move 'n'          to wtr-n-day
           move 'CMDLOG  '   to wtr-n-trail
           move 'DISPATCHED' to wtr-n-event
           move spaces       to wtr-n-detail
           string 'result ' CLOG-RESULT ' - for ' CLOG-OPERATOR
                  delimited by size into wtr-n-detail
           perform rt-guarda-evento
           if    wtr-kept equal 'y'
                 add 1 to wtr-n-log
           end-if.

       rt-le-arquivo.
           open input Ptr-Arch-File
           if    Warc-status not equal '00'
                 move 'PTRVARCH' to wtr-n-trail
                 move Warc-status to wtr-fs
                 perform rt-trilha-ausente
           else
                 move 'n' to wtr-eof
                 perform until wtr-eof equal 'y'
                     read Ptr-Arch-File
                         at end
                         move 'y' to wtr-eof
                     end-read
                     if    wtr-eof not equal 'y'
                           move parc-vsam-record to wtr-arc-record
                           if    wtr-arc-item equal wtr-item and
                                 (wtr-list equal spaces or
                                  wtr-arc-list equal wtr-list)
                                 perform rt-evento-arquivo
                           end-if
                     end-if
                 end-perform
                 close Ptr-Arch-File
           end-if.

       rt-evento-arquivo.
           if    wtr-acp-cnt less 200
                 add 1 to wtr-acp-cnt
                 move wtr-arc-list    to wtr-a-list(wtr-acp-cnt)
                 move wtr-arc-created to wtr-a-created(wtr-acp-cnt)
                 move parc-purge-date to wtr-a-purged(wtr-acp-cnt)
           end-if
           move wtr-arc-list    to wtr-bld-list
           move wtr-arc-created to wtr-bld-created
           perform rt-evento-criacao

           move spaces to wtr-n-stamp
           string parc-purge-date '23595999'
                  delimited by size into wtr-n-stamp
           move 'y'        to wtr-n-day
           move 'PTRVARCH' to wtr-n-trail
           move 'PURGED'   to wtr-n-event
           move spaces     to wtr-n-detail
           string 'from list ' wtr-arc-list ' at status '
                  wtr-arc-sts ' - last saved by ' wtr-arc-jobname
                  delimited by size into wtr-n-detail
           perform rt-guarda-evento
           if    wtr-kept equal 'y'
                 add 1 to wtr-n-arc
           end-if.

       rt-infere-restauracao.
      *    an archived copy came back when the same list still or
      *    again holds a record with its created stamp, or when a
      *    later purge archived that same record again
           perform varying wtr-ix from 1 by 1
                     until wtr-ix greater wtr-acp-cnt
               move 'n' to wtr-restored
               perform varying wtr-jx from 1 by 1
                         until wtr-jx greater wtr-cur-cnt
                   if    wtr-c-list(wtr-jx) equal wtr-a-list(wtr-ix)
                         and wtr-c-created(wtr-jx) equal
                             wtr-a-created(wtr-ix)
                         move 'y' to wtr-restored
                   end-if
               end-perform
               perform varying wtr-jx from 1 by 1
                         until wtr-jx greater wtr-acp-cnt
                   if    wtr-a-list(wtr-jx) equal wtr-a-list(wtr-ix)
                         and wtr-a-created(wtr-jx) equal
                             wtr-a-created(wtr-ix)
                         and wtr-a-purged(wtr-jx) greater
                             wtr-a-purged(wtr-ix)
                         move 'y' to wtr-restored
                   end-if
               end-perform
               if    wtr-restored equal 'y'
                     move spaces to wtr-n-stamp
                     string wtr-a-purged(wtr-ix) '23595999'
                            delimited by size into wtr-n-stamp
                     move 'y'        to wtr-n-day
                     move 'PTRVARCH' to wtr-n-trail
                     move 'RESTORED' to wtr-n-event
                     move spaces     to wtr-n-detail
                     string 'onto list ' wtr-a-list(wtr-ix)
                            ' - after this purge, date not recorded'
                            delimited by size into wtr-n-detail
                     perform rt-guarda-evento
                     if    wtr-kept equal 'y'
                           add 1 to wtr-n-rst
                     end-if
               end-if
           end-perform.

       rt-trilha-ausente.
      *    a trail that cannot be read leaves a hole in the story -
      *    say so on the report rather than print a short timeline
      *    as if it were whole
           if    wtr-fs equal '35'
                 string '*** ' wtr-n-trail ' not found - no '
                        'entries from it'
                        delimited by size into Wrpt-line
           else
                 string '*** ' wtr-n-trail ' unavailable - status '
                        wtr-fs ' - no entries from it'
                        delimited by size into Wrpt-line
           end-if
           perform rt-escreve-linha
           display 'PTRTRACE - ' wtr-n-trail ' not read - status '
                   wtr-fs
           move 'y' to wtr-trail-miss.

       rt-guarda-evento.
      *    only events inside FROM=/TO= join the timeline; shift the
      *    later ones up one slot and drop the new event in behind
      *    the last one stamped no later than it
           move 'n' to wtr-kept
           if    wtr-n-stamp(1 : 8) not less wtr-from and
                 wtr-n-stamp(1 : 8) not greater wtr-to
                 if    wtr-evt-cnt not less 3000
                       add 1 to wtr-over
                 else
                       move wtr-evt-cnt to wtr-ex
                       move 'y' to wtr-shifting
                       perform until wtr-shifting equal 'n'
                           if    wtr-ex less 1
                                 move 'n' to wtr-shifting
                           else
                                 if    wtr-e-stamp(wtr-ex)
                                       greater wtr-n-stamp
                                       compute wtr-ey = wtr-ex + 1
                                       move wtr-evt-entry(wtr-ex)
                                         to wtr-evt-entry(wtr-ey)
                                       subtract 1 from wtr-ex
                                 else
                                       move 'n' to wtr-shifting
                                 end-if
                           end-if
                       end-perform
                       compute wtr-ey = wtr-ex + 1
                       move wtr-new-entry to wtr-evt-entry(wtr-ey)
                       add 1 to wtr-evt-cnt
                       move 'y' to wtr-kept
                 end-if
           else
                 add 1 to wtr-n-out
           end-if.

       rt-emite-linha-tempo.
           if    wtr-trail-miss equal 'y'
                 perform rt-escreve-linha
           end-if
           move 'TIMELINE' to Wrpt-line
           perform rt-escreve-linha
           string 'DATE       TIME      TRAIL     EVENT           '
                  'DETAIL'
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           if    wtr-evt-cnt equal zero
                 move '  no events for the item in the period'
                   to Wrpt-line
                 perform rt-escreve-linha
           end-if
           perform varying wtr-ix from 1 by 1
                     until wtr-ix greater wtr-evt-cnt
               move wtr-e-stamp(wtr-ix) to wtr-stamp
               perform rt-edita-stamp
               if    wtr-e-day(wtr-ix) equal 'y'
                     move '--:--:--' to wtr-stamp-ed(12 : 8)
               end-if
               string wtr-stamp-ed ' ' wtr-e-trail(wtr-ix) '  '
                      wtr-e-event(wtr-ix) '  '
                      wtr-e-detail(wtr-ix)
                      delimited by size into Wrpt-line
               perform rt-escreve-linha
           end-perform.

       rt-emite-totais.
           perform rt-escreve-linha
           move wtr-cur-cnt to Wrpt-num
           string 'LISTS HOLDING IT NOW..: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wtr-evt-cnt to Wrpt-num
           string 'EVENTS ON TIMELINE....: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wtr-n-bld to Wrpt-num
           string '  BUILDS..............: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wtr-n-aud to Wrpt-num
           string '  PTRAUDIT ENTRIES....: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wtr-n-sta to Wrpt-num
           string '  STATAUD ENTRIES.....: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wtr-n-log to Wrpt-num
           string '  CMDLOG DISPATCHES...: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wtr-n-arc to Wrpt-num
           string '  PTRVARCH PURGES.....: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wtr-n-rst to Wrpt-num
           string '  RESTORES............: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           if    wtr-n-out greater zero
                 move wtr-n-out to Wrpt-num
                 string 'OUTSIDE FROM=/TO=.....: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if
           if    wtr-over greater zero
                 move wtr-over to Wrpt-num
                 string 'NOT SHOWN - TABLE FULL: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if.

       rt-edita-stamp.
           move spaces to wtr-stamp-ed
           if    wtr-stamp not equal spaces
                 string wtr-stamp(1 : 4) '-' wtr-stamp(5 : 2) '-'
                        wtr-stamp(7 : 2) ' ' wtr-stamp(9 : 2) ':'
                        wtr-stamp(11 : 2) ':' wtr-stamp(13 : 2)
                        delimited by size into wtr-stamp-ed
           end-if.

       rt-escreve-linha.
           move Wrpt-line to trace-rpt-record
           write trace-rpt-record
           move spaces to Wrpt-line.
