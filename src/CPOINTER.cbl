           select Ptr-Cat-File assign to PTRCATLG
                  organization is sequential
                  file status is Wcat-status.
           select Ptr-Edit-Ctl-File assign to PTREDCTL
                  organization is sequential
                  file status is Wedc-status.

       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

       fd  Cee-Err-File
           copy CEEERRLG.

       fd  Ptr-Items-File
           record contains 74 characters.
           copy CPYPITM.

      *    PTREDIT's verdict on the cut PTRITEMS points at - see
      *    rt-verifica-edicao
       fd  Ptr-Edit-Ctl-File
           record contains 48 characters.
           copy CPYPEDC.

      *    Build checkpoint written when a CEE0PD kills a build
      *    mid-flight: the partial list has just been persisted to
       01  Wsave-pos         usage is pointer value null.
       01  Witm-status       pic  x(2) value '00'.
       01  Witm-eof          pic  x(1) value 'n'.
       01  Wedc-status       pic  x(2) value '00'.
       01  Wedc-ok           pic  x(1) value 'y'.
       01  Wfile-read-cnt    pic  9(4) comp value 0.
       01  Wbld-dsname       pic  x(44) value spaces.
       01  Wbld-status       pic  x(04) value spaces.
       01  Wbld-priority     pic  9(02) value zeros.
       01  Wbld-due          pic  x(12) value spaces.
       01  Wckp-status       pic  x(2) value '00'.
       01  Wresumed          pic  x(1) value 'n'.
       01  Wsal-fim          pic  x(1) value 'n'.
           05  Wlock-holder  pic  x(08) value spaces.
           05  Wlock-since   pic  x(21) value spaces.
           05  Wlock-rc      pic s9(04) comp value 0.
           05  Wlock-wait    pic  9(04) value 60.

      *    second run-lock area (Runlock) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    a claim held on PTRVSAM is never clobbered
       01  Wllock-area.
           05  Wllock-resource
                             pic  x(08) value spaces.
           05  Wllock-action pic  x(05) value spaces.
           05  Wllock-job    pic  x(08) value 'CPOINTER'.
           05  Wllock-holder pic  x(08) value spaces.
           05  Wllock-since  pic  x(21) value spaces.
           05  Wllock-rc     pic s9(04) comp value 0.
           05  Wllock-wait   pic  9(04) value 60.
       01  Wllock-save-rc    pic s9(04) comp value 0.

       linkage section.
           COPY  POINTERW.
           end-if
           move list-lcount to lcount
           move 0 to Wheap-total-bytes
           move 'y' to Wedc-ok

      *    Refresh is reconciliation, not a rebuild: the daily
      *    PTRITEMS cut is absorbed into the live chain - inserts,
      *    normal build machinery below never runs on this path.
           if    refresh-from-file equal 'Y'
                 perform rt-refresh-do-arquivo
                 if    Wedc-ok not equal 'y'
                       perform rt-recusa-edicao
                 end-if
                 perform rt-list-item
                 perform rt-save-vsam
                 display ' '

      *    Alloc itens
           perform rt-get-storage
           if    Wedc-ok not equal 'y'
                 perform rt-recusa-edicao
           end-if

      *    The build ran to the end, so the salvage checkpoint (if
      *    any) has served its purpose

           goback.

       rt-recusa-edicao.
      *    PTREDIT refused the cut: nothing was built or refreshed
      *    from it, so nothing downstream may run either - no demo
      *    removal, no save (which would rewrite the list on PTRVSAM
      *    from a chain that never got its inventory) and no
      *    statistics for a run that did no work. A build
      *    checkpoint is left where it is for the rerun.
           display ' '
           display '-----------------------------'
           display 'CPOINTER - End of program    '
           display '-----------------------------'
           move 8 to return-code
           goback.

       rt-get-storage.

           move length of list-item to nbytes
                move spaces to Wbld-dsname
                move "NEW " to Wbld-status
                move 50     to Wbld-priority
                move spaces to Wbld-due
                perform Wbuild-cnt times
                  add 1 to lcount

             move Wbld-dsname   to item-dsname
             move Wbld-status   to item-status
             move Wbld-priority to item-priority
             move Wbld-due      to item-due
             move function current-date to item-created
             move item-created          to item-updated
             move zeros                 to item-attempts
             move spaces                to item-last-result

             display "CPOINTER - Allocated item : " item
                     " on address " addrss
      *    way the generated build refuses them.
           move 0   to Wfile-read-cnt
           move 'n' to Witm-eof
           perform rt-verifica-edicao
           if    Wedc-ok not equal 'y'
                 move 'LIST NOT BUILT FROM INVENTORY' to Wevt-deg
                 perform rt-grava-evento
           else
                 perform rt-build-le-arquivo
           end-if
           move Wfile-read-cnt to build-qtd.

       rt-build-le-arquivo.
           open input Ptr-Items-File
           if    Witm-status not equal '00'
                 display "CPOINTER - Unable to open PTRITEMS - "
                 close Ptr-Items-File
                 display "CPOINTER - " Wfile-read-cnt " records "
                         "read from PTRITEMS"
           end-if.

       rt-build-um-registro.
           add 1 to lcount
                 else
                       move 50               to Wbld-priority
                 end-if
                 move ptritem-due to Wbld-due
                 perform rt-aloca-um-item
           end-if.

       rt-save-vsam-core.
      *    the cluster is shared with HPOINTER's housekeeping and
      *    the queue processor - the save runs under the PTRVSAM
      *    run-lock or not at all; a housekeeping pass holds it for
      *    moments, so the claim waits up to Wlock-wait seconds first
           move 'PTRVSAM ' to Wlock-resource
           move 'WAIT '    to Wlock-action
           move cee-job-name to Wlock-job
           call 'Runlock' using Wlock-area
           if    Wlock-rc not equal zeros
                          move item-status   to pointervs-item-sts
                          move item-priority to pointervs-priority
                          move item-updated  to pointervs-updated
                          move item-attempts to pointervs-attempts
                          move item-last-result
                            to pointervs-last-result
                          move item-due      to pointervs-due
                          add  1            to Wvsam-saved-cnt
                          write pointervs-record
                              invalid key
                                 move function current-date
                                   to item-updated
                           end-if
                           if    pointervs-attempts is numeric
                                 move pointervs-attempts
                                   to item-attempts
                           else
                                 move zeros to item-attempts
                           end-if
                           move pointervs-last-result
                             to item-last-result
                           move pointervs-due to item-due
                           add  1 to total-allocated
                           add  1 to Wvsam-loaded-cnt
                     end-if
           move Wvsam-loaded-cnt to rstat-vsam-loaded
           move Wvsam-saved-cnt  to rstat-vsam-saved

           move 'RUNSTATS' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "CPOINTER - Warning: RUNSTATS locked by "
                         Wllock-holder " - statistics not written"
                 move 'RUNSTATS' to Wevt-dd
                 move spaces to Wevt-fs
                 move 'LOG RECORD SKIPPED - RESOURCE LOCKED'
                   to Wevt-deg
                 perform rt-grava-evento
           else
                 open extend Run-Stat-File
                 if    Wsta-status equal '35'
                       open output Run-Stat-File
                 end-if
                 if    Wsta-status not equal '00'
                       perform rt-libera-log
                       display "CPOINTER - Warning: RUNSTATS "
                               "unavailable - status " Wsta-status
                       move 'RUNSTATS' to Wevt-dd
                       move Wsta-status to Wevt-fs
                       move 'RUN STATISTICS LOST' to Wevt-deg
                       perform rt-grava-evento
                 else
                       write run-stat-record
                       close Run-Stat-File
                       perform rt-libera-log
                 end-if
           end-if.

       rt-grava-evento.
           move Wevt-fs  to Evt-File-Status
           move Wevt-deg to Evt-Degraded

           move 'OPSEVLOG' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "CPOINTER - Warning: OPSEVLOG locked by "
                         Wllock-holder " - event not written"
           else
                 open extend Ops-Event-File
                 if    Wevt-status equal '35'
                       open output Ops-Event-File
                 end-if
                 if    Wevt-status not equal '00'
                       display "CPOINTER - Warning: OPSEVLOG "
                               "unavailable - status " Wevt-status
                 else
                       write Ops-Event-Record
                       close Ops-Event-File
                 end-if
                 perform rt-libera-log
           end-if.

       rtr-consit-cee-return.
           move Wcee-program-name     to ceeerr-program
           move Wcee-condition        to ceeerr-condition

           move 'CEEERRLG' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "CPOINTER - Warning: CEEERRLG locked by "
                         Wllock-holder " - condition not logged"
           else
                 open extend Cee-Err-File
                 if    Wcee-err-status equal '35'
                       open output Cee-Err-File
                 end-if
                 write cee-err-record
                 close Cee-Err-File
                 perform rt-libera-log
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

       rt-free-remaining-heap.
      *    Every node lives in the one pool heap, so a mid-run CEE

           move 'n' to Witm-eof
           move 0   to Wfile-read-cnt
           perform rt-verifica-edicao
           if    Wedc-ok not equal 'y'
                 move 'LIST NOT REFRESHED' to Wevt-deg
                 perform rt-grava-evento
           else
                 perform rt-refresh-le-arquivo
           end-if.

       rt-refresh-le-arquivo.
           open input Ptr-Items-File
           if    Witm-status not equal '00'
                 display "CPOINTER - Unable to open PTRITEMS - "
                 perform rt-refresh-orfaos
           end-if.

       rt-verifica-edicao.
      *    The build step's gate on PTREDIT: when the edit control
      *    is allocated and its verdict is not PASS the cut had more
      *    rejects than the threshold (or never finished editing),
      *    and it must not become the work queue. No PTREDCTL is a
      *    job without the edit step - the cut is read as before.
           move 'y' to Wedc-ok
           open input Ptr-Edit-Ctl-File
           if    Wedc-status equal '00'
                 read Ptr-Edit-Ctl-File
                     at end
                          move spaces to ptr-edit-ctl-record
                 end-read
                 close Ptr-Edit-Ctl-File
                 if    pedc-verdict not equal 'PASS'
                       move 'n' to Wedc-ok
                       display "CPOINTER - PTREDIT verdict on the "
                               "PTRITEMS cut is '" pedc-verdict
                               "' (" pedc-rejected " rejected, "
                               "threshold " pedc-threshold
                               ") - list not touched"
                       move 'PTREDCTL' to Wevt-dd
                       move spaces     to Wevt-fs
                 else
                       display "CPOINTER - PTREDIT edited the cut "
                               pedc-date ": " pedc-accepted
                               " accepted, " pedc-rejected
                               " rejected"
                 end-if
           end-if.

       rt-refresh-um-registro.
      *    the payload defaults mirror the build: a blank status
      *    reads as NEW, a non-numeric priority as 50, so the same
           else
                 move 50               to Wbld-priority
           end-if
           move ptritem-due to Wbld-due

           perform rt-refresh-procura
           if    Wrf-found equal 'y'
                 if    item-dsname   not equal Wbld-dsname or
                       item-status   not equal Wbld-status or
                       item-priority not equal Wbld-priority or
                       item-due      not equal Wbld-due
                       move Wbld-dsname   to item-dsname
                       move Wbld-status   to item-status
                       move Wbld-priority to item-priority
                       move Wbld-due      to item-due
                       move function current-date to item-updated
                       add  1 to Wrf-upd
                       display "CPOINTER - refresh: " item
