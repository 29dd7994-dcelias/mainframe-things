       id division.
       program-id. PTRDSNRC.
       author. Diego Correia Elias
      *----------------------------------------------------------------*
      *    Reconciles the dsnames on a named list against the night's
      *    catalog extract (CATXTR, layout CPYCATX - DCOLLECT or
      *    LISTCAT output unloaded to a flat file). An item whose
      *    dataset has been deleted, migrated by HSM or left on a
      *    volume that is offline can only fail when QPOINTER gets to
      *    it, and the queue used to spend its time retrying those.
      *    Every item of the list named by the PARM is read from
      *    PTRVSAM and its dsname looked up on the extract:
      *      NOT CATALOGED   no dataset record for the dsname
      *      MIGRATED        catalog state MIGRATED or volser MIGRAT
      *      VOLUME OFFLINE  on a volume whose volume record says
      *                      OFFLINE (a volume with no volume record
      *                      is taken as online)
      *      NO DSNAME       nothing to look up
      *    The extract is read twice: the volume records first, then
      *    the dataset records against the list, so the unload step
      *    may write them in either order.
      *    PARM='LIST=name' reports only. PARM='LIST=name,MOVE=name'
      *    also moves every NOT CATALOGED item off the list onto the
      *    review list named by MOVE= - same item, payload and
      *    timestamps, new list key - so the queue stops working it;
      *    the PTRCATLG counts of both lists follow the move the way
      *    HPOINTER's purge keeps them. An item the review list
      *    already holds stays where it is and is reported, and
      *    every item moved gets the same 'M' record on the PTRAUDIT
      *    trail an MPOINTER move writes - PTRAUDIT is claimed
      *    before the first move, and when it cannot be had nothing
      *    is moved and the run ends 8. Run it between queue
      *    runs: a CPOINTER or QPOINTER step that has the list in
      *    storage saves it back whole.
      *    The work runs under the PTRVSAM run-lock. Return code 0
      *    when every item checks clean, 4 when any item is reported,
      *    8 when the list, the extract or the cluster cannot be used.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select Pointer-Vsam-File assign to PTRVSAM
                  organization is indexed
                  access mode is dynamic
                  record key is pointervs-key
                  file status is Wvsam-status.
           select Cat-Extract-File assign to CATXTR
                  organization is sequential
                  file status is Wcex-status.
           select Ptr-Cat-File assign to PTRCATLG
                  organization is sequential
                  file status is Wcat-status.
           select Dsn-Recon-Rpt-File assign to DSNRCRPT
                  organization is sequential
                  file status is Wrpt-status.
           select Ptr-Audit-File assign to PTRAUDIT
                  organization is sequential
                  file status is Waud-status.

       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

       fd  Cat-Extract-File
           record contains 62 characters.
           copy CPYCATX.

      *    same directory record CPOINTER's save maintains
       fd  Ptr-Cat-File
           record contains 68 characters.
       01  ptr-cat-record.
           05  pcat-list         pic x(08).
           05  filler            pic x(01).
           05  pcat-count        pic 9(06).
           05  filler            pic x(01).
           05  pcat-created      pic x(21).
           05  filler            pic x(01).
           05  pcat-saved        pic x(21).
           05  filler            pic x(01).
           05  pcat-checkpoint   pic x(08).

       fd  Dsn-Recon-Rpt-File
           record contains 100 characters.
       01  dsn-recon-rpt-record
                             pic x(100).

      *    same trail record MPOINTER writes for a move
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

       working-storage section.
       01  Wvsam-status      pic  x(2) value '00'.
       01  Wcex-status       pic  x(2) value '00'.
       01  Wcat-status       pic  x(2) value '00'.
       01  Wrpt-status       pic  x(2) value '00'.
       01  Waud-status       pic  x(2) value '00'.
       01  Wvsam-fim         pic  x(1) value 'n'.
       01  Wcex-eof          pic  x(1) value 'n'.
       01  Wcat-eof          pic  x(1) value 'n'.
       01  Wdr-now           pic  x(21) value spaces.
       01  Wdr-list          pic  x(08) value spaces.
       01  Wdr-review        pic  x(08) value spaces.
       01  Wdr-opt1          pic  x(20) value spaces.
       01  Wdr-opt2          pic  x(20) value spaces.
       01  Wdr-opt           pic  x(20) value spaces.
       01  Wdr-parm-ok       pic  x(1) value 'y'.
       01  Wdr-migrated      pic  x(1) value 'n'.
       01  Wdr-offline       pic  x(1) value 'n'.
       01  Wdr-ix            pic s9(4) comp value 0.
       01  Wdr-jx            pic s9(4) comp value 0.
       01  Wdr-checked       pic  9(6) value zeros.
       01  Wdr-clean         pic  9(6) value zeros.
       01  Wdr-uncat         pic  9(6) value zeros.
       01  Wdr-migr          pic  9(6) value zeros.
       01  Wdr-offl          pic  9(6) value zeros.
       01  Wdr-nodsn         pic  9(6) value zeros.
       01  Wdr-moved         pic  9(6) value zeros.
       01  Wdr-not-moved     pic  9(6) value zeros.
       01  Wdr-over          pic  9(6) value zeros.
      *    'y' when the moves were not made because PTRAUDIT could
      *    not be claimed to record them
       01  Wdr-no-audit      pic  x(1) value 'n'.
       01  Wdr-finding       pic  x(14) value spaces.
       01  Wdr-action        pic  x(30) value spaces.
       01  Wdr-save-key      pic  x(16) value spaces.

      *    the list's items as read from the cluster, and what the
      *    extract said about each one
      *      itm-result  'N' not cataloged (until a dataset record
      *                      says otherwise)  'C' cataloged, clean
      *                  'M' migrated  'O' volume offline
      *                  'B' no dsname
      *      itm-moved   'y' moved to the review list  'x' move
      *                  refused
       01  Witm-cnt          pic s9(4) comp value 0.
       01  Witm-tab.
           05  Witm-entry    occurs 1000 times.
               10  Witm-item     pic  x(08).
               10  Witm-dsname   pic  x(44).
               10  Witm-sts      pic  x(04).
               10  Witm-volser   pic  x(06).
               10  Witm-result   pic  x(01).
               10  Witm-moved    pic  x(01).

      *    volumes from the extract's volume records
       01  Wvol-cnt          pic s9(4) comp value 0.
       01  Wvol-tab.
           05  Wvol-entry    occurs 2000 times.
               10  Wvol-volser   pic  x(06).
               10  Wvol-state    pic  x(08).

       01  Wcat-ix           pic s9(4) comp value 0.
       01  Wcat-out          pic s9(4) comp value 0.
       01  Wcat-src          pic s9(4) comp value 0.
       01  Wcat-tgt          pic s9(4) comp value 0.
       01  Wcat-out-tab.
           05  Wcat-out-entry occurs 50 times.
               10  Wcat-o-list
                             pic  x(08).
               10  Wcat-o-count
                             pic  9(06).
               10  Wcat-o-created
                             pic  x(21).
               10  Wcat-o-saved
                             pic  x(21).
               10  Wcat-o-ckpt
                             pic  x(08).

       01  Wrpt-line         pic  x(100) value spaces.
       01  Wrpt-num          pic  zzzzz9.

      *    run-lock area (Runlock): the move deletes and writes on
      *    the cluster CPOINTER's save and HPOINTER's purge share
       01  Wlock-area.
           05  Wlock-resource
                             pic  x(08) value spaces.
           05  Wlock-action  pic  x(05) value spaces.
           05  Wlock-job     pic  x(08) value spaces.
           05  Wlock-holder  pic  x(08) value spaces.
           05  Wlock-since   pic  x(21) value spaces.
           05  Wlock-rc      pic s9(04) comp value 0.

      *    chain area (Chainput): each audit record is sealed just
      *    before the write, chained onto the trail's last record
       01  Wchn-area.
           05  Wchn-trail    pic  x(08) value 'PTRAUDIT'.
           05  Wchn-action   pic  x(04) value 'SEAL'.
           05  Wchn-seq      pic  9(08) value 0.
           05  Wchn-prev     pic  9(16) value 0.
           05  Wchn-chain    pic  9(16) value 0.
           05  Wchn-job      pic  x(08) value 'PTRDSNRC'.
           05  Wchn-rc       pic s9(04) comp value 0.

      *    second run-lock area (Runlock) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    the claim held on PTRVSAM is never clobbered
       01  Wllock-area.
           05  Wllock-resource
                             pic  x(08) value spaces.
           05  Wllock-action pic  x(05) value spaces.
           05  Wllock-job    pic  x(08) value 'PTRDSNRC'.
           05  Wllock-holder pic  x(08) value spaces.
           05  Wllock-since  pic  x(21) value spaces.
           05  Wllock-rc     pic s9(04) comp value 0.
           05  Wllock-wait   pic  9(04) value 60.
       01  Wllock-save-rc    pic s9(04) comp value 0.

       linkage section.
       01  Ls-Parm-Area.
           05  Ls-Parm-Len   pic s9(4) comp.
           05  Ls-Parm-Text  pic  x(40).

       procedure division using Ls-Parm-Area.

       rt-begin-processing.

           display ' '
           display '-----------------------------'
           display 'PTRDSNRC - Begin of program  '.
           display '-----------------------------'

           move function current-date to Wdr-now
           perform rt-trata-parm
           if    Wdr-parm-ok not equal 'y'
                 move 8 to return-code
                 goback
           end-if

           move 'PTRVSAM ' to Wlock-resource
           move 'CLAIM'    to Wlock-action
           move 'PTRDSNRC' to Wlock-job
           call 'Runlock' using Wlock-area
           if    Wlock-rc not equal zeros
                 display 'PTRDSNRC - PTRVSAM is locked - '
                         'reconciliation not run'
                 move 8 to return-code
                 goback
           end-if

           if    Wdr-review equal spaces
                 open input Pointer-Vsam-File
           else
                 open i-o Pointer-Vsam-File
           end-if
           if    Wvsam-status not equal '00'
                 display 'PTRDSNRC - Unable to open PTRVSAM - '
                         'status ' Wvsam-status
                 perform rt-libera-lock
                 move 8 to return-code
                 goback
           end-if

           perform rt-carrega-lista
           if    Witm-cnt equal zero
                 display 'PTRDSNRC - List ' Wdr-list
                         ' has no items on PTRVSAM - nothing checked'
                 close Pointer-Vsam-File
                 perform rt-libera-lock
                 move 8 to return-code
                 goback
           end-if

           perform rt-carrega-volumes
           if    Wcex-status not equal '00'
                 close Pointer-Vsam-File
                 perform rt-libera-lock
                 move 8 to return-code
                 goback
           end-if
           perform rt-confere-datasets
           if    Wcex-status not equal '00'
                 close Pointer-Vsam-File
                 perform rt-libera-lock
                 move 8 to return-code
                 goback
           end-if

           perform rt-conta-resultados
           if    Wdr-review not equal spaces and
                 Wdr-uncat greater zero
                 move 'PTRAUDIT' to Wllock-resource
                 perform rt-reserva-log
                 if    Wllock-rc not equal zero
                       move 'y' to Wdr-no-audit
                       display 'PTRDSNRC - PTRAUDIT locked by '
                               Wllock-holder ' - the moves cannot '
                               'be audited, nothing moved'
                 else
                       perform rt-move-nao-catalogados
                       perform rt-libera-log
                 end-if
           end-if
           close Pointer-Vsam-File
           if    Wdr-moved greater zero
                 perform rt-atualiza-catalogo
           end-if
           perform rt-libera-lock

           perform rt-emite-relatorio

           display 'PTRDSNRC - ' Wdr-checked ' checked, '
                   Wdr-clean ' clean, ' Wdr-uncat ' not cataloged, '
                   Wdr-migr ' migrated, ' Wdr-offl ' offline, '
                   Wdr-nodsn ' no dsname'
           if    Wdr-review not equal spaces
                 display 'PTRDSNRC - ' Wdr-moved ' moved to '
                         Wdr-review ', ' Wdr-not-moved ' not moved'
           end-if
           if    Wdr-clean equal Wdr-checked
                 move 0 to return-code
           else
                 move 4 to return-code
           end-if
           if    Wdr-no-audit equal 'y'
                 move 8 to return-code
           end-if

           display '-----------------------------'
           display 'PTRDSNRC - End of program    '.
           display '-----------------------------'

           goback.

       rt-trata-parm.
           move 'y' to Wdr-parm-ok
           move spaces to Wdr-opt1 Wdr-opt2
           if    Ls-Parm-Len greater zero and
                 Ls-Parm-Len not greater 40
                 unstring Ls-Parm-Text(1 : Ls-Parm-Len)
                          delimited by ','
                          into Wdr-opt1 Wdr-opt2
                 end-unstring
           end-if
           move Wdr-opt1 to Wdr-opt
           perform rt-trata-opcao
           move Wdr-opt2 to Wdr-opt
           perform rt-trata-opcao

           if    Wdr-list equal spaces
                 display 'PTRDSNRC - PARM must name the list: '
                         'LIST=name[,MOVE=name]'
                 move 'n' to Wdr-parm-ok
           else
                 if    Wdr-review equal Wdr-list
                       display 'PTRDSNRC - MOVE= must name a list '
                               'other than LIST= - nothing checked'
                       move 'n' to Wdr-parm-ok
                 else
                       display 'PTRDSNRC - Checking list ' Wdr-list
                       if    Wdr-review equal spaces
                             display 'PTRDSNRC - Report only - '
                                     'nothing will be moved'
                       else
                             display 'PTRDSNRC - Uncataloged items '
                                     'move to list ' Wdr-review
                       end-if
                 end-if
           end-if.

       rt-trata-opcao.
           if    Wdr-opt(1 : 5) equal 'LIST='
                 move Wdr-opt(6 : 8) to Wdr-list
           end-if
           if    Wdr-opt(1 : 5) equal 'MOVE='
                 move Wdr-opt(6 : 8) to Wdr-review
           end-if.

       rt-carrega-lista.
           move 0 to Witm-cnt Wdr-over
           move Wdr-list    to pointervs-list
           move low-values  to pointervs-item
           move 'n'         to Wvsam-fim
           start Pointer-Vsam-File key not less pointervs-key
               invalid key
               move 'y' to Wvsam-fim
           end-start
           perform until Wvsam-fim equal 'y'
               read Pointer-Vsam-File next record
                   at end
                   move 'y' to Wvsam-fim
               end-read
               if    Wvsam-fim not equal 'y'
                     if    pointervs-list not equal Wdr-list
                           move 'y' to Wvsam-fim
                     else
                           perform rt-guarda-item
                     end-if
               end-if
           end-perform
           if    Wdr-over greater zero
                 display 'PTRDSNRC - Warning: ' Wdr-over
                         ' items beyond the 1000 table not checked'
           end-if.

       rt-guarda-item.
           if    Witm-cnt less 1000
                 add  1 to Witm-cnt
                 move pointervs-item     to Witm-item(Witm-cnt)
                 move pointervs-dsname   to Witm-dsname(Witm-cnt)
                 move pointervs-item-sts to Witm-sts(Witm-cnt)
                 move spaces             to Witm-volser(Witm-cnt)
                 move 'n'                to Witm-moved(Witm-cnt)
                 if    pointervs-dsname equal spaces
                       move 'B' to Witm-result(Witm-cnt)
                 else
                       move 'N' to Witm-result(Witm-cnt)
                 end-if
           else
                 add 1 to Wdr-over
           end-if.

       rt-carrega-volumes.
      *    first pass over the extract: the volume records only
           move 0 to Wvol-cnt
           open input Cat-Extract-File
           if    Wcex-status not equal '00'
                 display 'PTRDSNRC - Unable to open CATXTR - status '
                         Wcex-status ' - nothing checked'
           else
                 move 'n' to Wcex-eof
                 perform until Wcex-eof equal 'y'
                     read Cat-Extract-File
                         at end
                              move 'y' to Wcex-eof
                         not at end
                              if    catx-type equal 'V' and
                                    Wvol-cnt less 2000
                                    add  1 to Wvol-cnt
                                    move catx-volser
                                      to Wvol-volser(Wvol-cnt)
                                    move catx-state
                                      to Wvol-state(Wvol-cnt)
                              end-if
                     end-read
                 end-perform
                 close Cat-Extract-File
                 display 'PTRDSNRC - ' Wvol-cnt
                         ' volume records on the extract'
           end-if.

       rt-confere-datasets.
      *    second pass: every dataset record against the list. A
      *    dataset spread over several volumes has a record per
      *    volume, and one offline volume is enough to report it
           open input Cat-Extract-File
           if    Wcex-status not equal '00'
                 display 'PTRDSNRC - Unable to reopen CATXTR - '
                         'status ' Wcex-status ' - nothing checked'
           else
                 move 'n' to Wcex-eof
                 perform until Wcex-eof equal 'y'
                     read Cat-Extract-File
                         at end
                              move 'y' to Wcex-eof
                         not at end
                              if    catx-type equal 'D'
                                    perform rt-confere-um-dataset
                              end-if
                     end-read
                 end-perform
                 close Cat-Extract-File
           end-if.

       rt-confere-um-dataset.
           move 'n' to Wdr-migrated Wdr-offline
           if    catx-state equal 'MIGRATED' or
                 catx-volser equal 'MIGRAT'
                 move 'y' to Wdr-migrated
           else
                 perform varying Wdr-jx from 1 by 1
                           until Wdr-jx greater Wvol-cnt
                     if    Wvol-volser(Wdr-jx) equal catx-volser and
                           Wvol-state(Wdr-jx) equal 'OFFLINE'
                           move 'y' to Wdr-offline
                     end-if
                 end-perform
           end-if
           perform varying Wdr-ix from 1 by 1
                     until Wdr-ix greater Witm-cnt
               if    Witm-dsname(Wdr-ix) equal catx-dsname and
                     Witm-result(Wdr-ix) not equal 'B'
                     perform rt-marca-item
               end-if
           end-perform.

       rt-marca-item.
      *    the worst word the extract has on the dataset stands -
      *    a clean volume record never clears a migrated or offline
      *    one already seen
           evaluate true
               when Wdr-migrated equal 'y'
                    move 'M' to Witm-result(Wdr-ix)
                    move catx-volser to Witm-volser(Wdr-ix)
               when Wdr-offline equal 'y'
                    if    Witm-result(Wdr-ix) not equal 'M'
                          move 'O' to Witm-result(Wdr-ix)
                          move catx-volser to Witm-volser(Wdr-ix)
                    end-if
               when other
                    if    Witm-result(Wdr-ix) equal 'N'
                          move 'C' to Witm-result(Wdr-ix)
                          move catx-volser to Witm-volser(Wdr-ix)
                    end-if
           end-evaluate.

       rt-conta-resultados.
           move zeros to Wdr-checked Wdr-clean Wdr-uncat Wdr-migr
                         Wdr-offl Wdr-nodsn
           perform varying Wdr-ix from 1 by 1
                     until Wdr-ix greater Witm-cnt
               add 1 to Wdr-checked
               evaluate Witm-result(Wdr-ix)
                   when 'C'
                        add 1 to Wdr-clean
                   when 'N'
                        add 1 to Wdr-uncat
                   when 'M'
                        add 1 to Wdr-migr
                   when 'O'
                        add 1 to Wdr-offl
                   when other
                        add 1 to Wdr-nodsn
               end-evaluate
           end-perform.

       rt-move-nao-catalogados.
      *    the record is rewritten under the review list's key
      *    first and only then deleted from the checked list - an
      *    item is never off both lists at once
           perform varying Wdr-ix from 1 by 1
                     until Wdr-ix greater Witm-cnt
               if    Witm-result(Wdr-ix) equal 'N'
                     perform rt-move-um-item
               end-if
           end-perform.

       rt-move-um-item.
           move Wdr-list          to pointervs-list
           move Witm-item(Wdr-ix) to pointervs-item
           move pointervs-key     to Wdr-save-key
           read Pointer-Vsam-File
               invalid key
               move 'x' to Witm-moved(Wdr-ix)
           end-read
           if    Witm-moved(Wdr-ix) equal 'x'
                 display 'PTRDSNRC - ' Witm-item(Wdr-ix)
                         ' no longer on ' Wdr-list ' - not moved'
                 add 1 to Wdr-not-moved
           else
                 move Wdr-review to pointervs-list
                 write pointervs-record
                     invalid key
                     move 'x' to Witm-moved(Wdr-ix)
                 end-write
                 if    Witm-moved(Wdr-ix) equal 'x'
                       display 'PTRDSNRC - ' Witm-item(Wdr-ix)
                               ' already on ' Wdr-review
                               ' - not moved, status ' Wvsam-status
                       add 1 to Wdr-not-moved
                 else
                       perform rt-apaga-original
                 end-if
           end-if.

       rt-apaga-original.
           move Wdr-save-key to pointervs-key
           delete Pointer-Vsam-File record
               invalid key
               continue
           end-delete
           if    Wvsam-status not equal '00'
      *          the copy on the review list is backed out so the
      *          item stays where it was, on one list only
                 display 'PTRDSNRC - Delete failed for '
                         Witm-item(Wdr-ix) ' - status ' Wvsam-status
                         ' - not moved'
                 move Wdr-review to pointervs-list
                 delete Pointer-Vsam-File record
                     invalid key
                     continue
                 end-delete
                 move 'x' to Witm-moved(Wdr-ix)
                 add 1 to Wdr-not-moved
           else
                 display 'PTRDSNRC - MOVED ' Witm-item(Wdr-ix)
                         ' from ' Wdr-list ' to ' Wdr-review
                 move 'y' to Witm-moved(Wdr-ix)
                 add 1 to Wdr-moved
                 perform rt-grava-audit
           end-if.

       rt-grava-audit.
      *    One 'M' record per item moved, as MPOINTER writes one -
      *    the item's trail shows it leaving the list whichever
      *    program moved it; paud-remaining is how many this run
      *    has moved so far.
           move function current-date to paud-timestamp
           move 'PTRDSNRC'        to paud-jobname
           move 'M'               to paud-type
           move Witm-item(Wdr-ix) to paud-item
           move 'UNCATALOGED'     to paud-criterion
           move 1                 to paud-removed
           move Wdr-moved         to paud-remaining

      *    the PTRAUDIT claim is held for all the moves - see
      *    rt-begin-processing
           call 'Chainput' using Wchn-area ptr-audit-record
           open extend Ptr-Audit-File
           if    Waud-status equal '35'
                 open output Ptr-Audit-File
           end-if
           if    Waud-status not equal '00'
                 display 'PTRDSNRC - Warning: PTRAUDIT '
                         'unavailable - status ' Waud-status
           else
                 write ptr-audit-record
                 close Ptr-Audit-File
           end-if.

       rt-reserva-log.
      *    claims the log named in Wllock-resource, waiting while
      *    LOGRETN rolls it - a record appended between its read
      *    and its rewrite would be lost. The run's return code is
      *    kept across the call.
           move return-code to Wllock-save-rc
           move 'WAIT ' to Wllock-action
           call 'Runlock' using Wllock-area
           move Wllock-save-rc to return-code.

       rt-libera-log.
           move return-code to Wllock-save-rc
           move 'FREE ' to Wllock-action
           call 'Runlock' using Wllock-area
           move Wllock-save-rc to return-code.

       rt-atualiza-catalogo.
      *    The checked list's count comes down by what moved and the
      *    review list's goes up, cataloging it if it is new; a list
      *    moved empty drops off the catalog the way HPOINTER drops
      *    one purged empty. Small file, read whole and rewritten.
           move 0   to Wcat-out Wcat-src Wcat-tgt
           move 'n' to Wcat-eof
           open input Ptr-Cat-File
           if    Wcat-status equal '00'
                 perform until Wcat-eof equal 'y'
                     read Ptr-Cat-File
                         at end
                         move 'y' to Wcat-eof
                     end-read
                     if    Wcat-eof not equal 'y' and
                           Wcat-out less 50
                           add  1 to Wcat-out
                           move pcat-list
                             to Wcat-o-list(Wcat-out)
                           move pcat-count
                             to Wcat-o-count(Wcat-out)
                           move pcat-created
                             to Wcat-o-created(Wcat-out)
                           move pcat-saved
                             to Wcat-o-saved(Wcat-out)
                           move pcat-checkpoint
                             to Wcat-o-ckpt(Wcat-out)
                           if    pcat-list equal Wdr-list
                                 move Wcat-out to Wcat-src
                           end-if
                           if    pcat-list equal Wdr-review
                                 move Wcat-out to Wcat-tgt
                           end-if
                     end-if
                 end-perform
                 close Ptr-Cat-File
           end-if

           if    Wcat-src greater 0
                 if    Wcat-o-count(Wcat-src) greater Wdr-moved
                       subtract Wdr-moved
                           from Wcat-o-count(Wcat-src)
                 else
                       move zeros to Wcat-o-count(Wcat-src)
                       display 'PTRDSNRC - list ' Wdr-list
                               ' moved empty - dropped from the '
                               'catalog'
                 end-if
                 move Wdr-now to Wcat-o-saved(Wcat-src)
           end-if
           if    Wcat-tgt equal 0 and Wcat-out less 50
                 add  1 to Wcat-out
                 move Wcat-out   to Wcat-tgt
                 move Wdr-review to Wcat-o-list(Wcat-tgt)
                 move zeros      to Wcat-o-count(Wcat-tgt)
                 move Wdr-now    to Wcat-o-created(Wcat-tgt)
                 move spaces     to Wcat-o-ckpt(Wcat-tgt)
           end-if
           if    Wcat-tgt greater 0
                 add  Wdr-moved to Wcat-o-count(Wcat-tgt)
                 move Wdr-now   to Wcat-o-saved(Wcat-tgt)
           end-if

           open output Ptr-Cat-File
           if    Wcat-status not equal '00'
                 display 'PTRDSNRC - unable to rewrite PTRCATLG - '
                         'status ' Wcat-status
           else
                 perform varying Wcat-ix from 1 by 1
                           until Wcat-ix greater Wcat-out
                     if    Wcat-o-count(Wcat-ix) greater zeros
                           move spaces to ptr-cat-record
                           move Wcat-o-list(Wcat-ix)
                             to pcat-list
                           move Wcat-o-count(Wcat-ix)
                             to pcat-count
                           move Wcat-o-created(Wcat-ix)
                             to pcat-created
                           move Wcat-o-saved(Wcat-ix)
                             to pcat-saved
                           move Wcat-o-ckpt(Wcat-ix)
                             to pcat-checkpoint
                           write ptr-cat-record
                     end-if
                 end-perform
                 close Ptr-Cat-File
           end-if.

       rt-libera-lock.
           move 'FREE ' to Wlock-action
           call 'Runlock' using Wlock-area.

       rt-emite-relatorio.
           open output Dsn-Recon-Rpt-File
           if    Wrpt-status not equal '00'
                 display 'PTRDSNRC - Unable to open DSNRCRPT - status '
                         Wrpt-status ' - report not written'
           else
                 string 'PTRDSNRC - DSNAME RECONCILIATION  LIST '
                        Wdr-list '  ' Wdr-now(1 : 8) ' '
                        Wdr-now(9 : 6)
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 perform rt-escreve-linha
                 string 'ITEM      STS   DSNAME'
                        '                                        '
                        'VOLSER  FINDING         ACTION'
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 perform varying Wdr-ix from 1 by 1
                           until Wdr-ix greater Witm-cnt
                     if    Witm-result(Wdr-ix) not equal 'C'
                           perform rt-linha-item
                     end-if
                 end-perform
                 perform rt-escreve-linha
                 move Wdr-checked to Wrpt-num
                 string 'ITEMS CHECKED.........: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 move Wdr-clean to Wrpt-num
                 string 'CATALOGED AND ONLINE..: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 move Wdr-uncat to Wrpt-num
                 string 'NOT CATALOGED.........: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 move Wdr-migr to Wrpt-num
                 string 'MIGRATED..............: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 move Wdr-offl to Wrpt-num
                 string 'VOLUME OFFLINE........: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 move Wdr-nodsn to Wrpt-num
                 string 'NO DSNAME.............: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 if    Wdr-review not equal spaces
                       move Wdr-moved to Wrpt-num
                       string 'MOVED TO ' Wdr-review '.....: '
                              Wrpt-num
                              delimited by size into Wrpt-line
                       perform rt-escreve-linha
                       move Wdr-not-moved to Wrpt-num
                       string 'NOT MOVED.............: ' Wrpt-num
                              delimited by size into Wrpt-line
                       perform rt-escreve-linha
                 end-if
                 if    Wdr-over greater zero
                       move Wdr-over to Wrpt-num
                       string 'NOT CHECKED - TABLE...: ' Wrpt-num
                              delimited by size into Wrpt-line
                       perform rt-escreve-linha
                 end-if
                 close Dsn-Recon-Rpt-File
           end-if.

       rt-linha-item.
           evaluate Witm-result(Wdr-ix)
               when 'N'
                    move 'NOT CATALOGED' to Wdr-finding
               when 'M'
                    move 'MIGRATED'      to Wdr-finding
               when 'O'
                    move 'VOLUME OFFLINE' to Wdr-finding
               when other
                    move 'NO DSNAME'     to Wdr-finding
           end-evaluate
           move spaces to Wdr-action
           evaluate Witm-moved(Wdr-ix)
               when 'y'
                    string 'MOVED TO ' Wdr-review
                           delimited by size into Wdr-action
               when 'x'
                    move 'NOT MOVED' to Wdr-action
           end-evaluate
           string Witm-item(Wdr-ix) '  ' Witm-sts(Wdr-ix) '  '
                  Witm-dsname(Wdr-ix) '  ' Witm-volser(Wdr-ix) '  '
                  Wdr-finding '  ' Wdr-action
                  delimited by size into Wrpt-line
           perform rt-escreve-linha.

       rt-escreve-linha.
           move Wrpt-line to dsn-recon-rpt-record
           write dsn-recon-rpt-record
           move spaces to Wrpt-line.
