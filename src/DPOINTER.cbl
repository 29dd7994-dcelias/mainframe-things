       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

       fd  Cee-Err-File
      *    with items-removed and total-remaining - so "who removed
      *    item X and under what request" survives the purged SYSOUT.
       fd  Ptr-Audit-File
           record contains 99 characters.
       01  ptr-audit-record.
           05  paud-timestamp    pic x(21).
           05  filler            pic x(02).
           05  paud-removed      pic 9(06).
           05  filler            pic x(01).
           05  paud-remaining    pic 9(06).
           05  filler            pic x(01).
           05  paud-seq          pic 9(08).
           05  filler            pic x(01).
           05  paud-chain        pic 9(16).

       fd  Run-Stat-File
           record contains 78 characters.
       01  Waud-status       pic x(2) value '00'.
       01  Waud-criterion    pic x(12) value spaces.
       01  Waud-item         pic x(08) value spaces.
      *    'y' once any PTRAUDIT record of this run went unwritten -
      *    the run then ends with return code 4
       01  Waud-missed       pic x(1) value 'n'.
       01  Wsim-fim          pic x(1) value 'n'.
       01  Wsim-node-hit     pic x(1) value 'n'.
       01  Wsim-total        pic 9(4) comp value 0.
       01  Wsta-now          pic x(21) value spaces.
       01  Wvsam-loaded-cnt  pic 9(6) value 0.

      *    chain area (Chainput): each audit record is sealed just
      *    before the write, chained onto the trail's last record
       01  Wchn-area.
           05  Wchn-trail    pic  x(08) value 'PTRAUDIT'.
           05  Wchn-action   pic  x(04) value 'SEAL'.
           05  Wchn-seq      pic  9(08) value 0.
           05  Wchn-prev     pic  9(16) value 0.
           05  Wchn-chain    pic  9(16) value 0.
           05  Wchn-job      pic  x(08) value 'DPOINTER'.
           05  Wchn-rc       pic s9(04) comp value 0.

      *    second run-lock area (Runlock) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    a claim held on PTRVSAM is never clobbered
       01  Wllock-area.
           05  Wllock-resource
                             pic  x(08) value spaces.
           05  Wllock-action pic  x(05) value spaces.
           05  Wllock-job    pic  x(08) value 'DPOINTER'.
           05  Wllock-holder pic  x(08) value spaces.
           05  Wllock-since  pic  x(21) value spaces.
           05  Wllock-rc     pic s9(04) comp value 0.
           05  Wllock-wait   pic  9(04) value 60.
       01  Wllock-save-rc    pic s9(04) comp value 0.

       linkage section.
           COPY  POINTERW.

      *    history record it feeds does not
           perform rt-grava-estatistica

           if    Waud-missed equal 'y'
                 display 'DPOINTER - Warning: PTRAUDIT is missing '
                         'records of this run - return code 4'
                 move 4 to return-code
           end-if

           display '-----------------------------'
           display 'DPOINTER - End of program    '.
           display '-----------------------------'
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
           move zeros            to rstat-vsam-saved

           move 'RUNSTATS' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "DPOINTER - Warning: RUNSTATS locked by "
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
                       display "DPOINTER - Warning: RUNSTATS "
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

       rt-verifica-outras-listas.
           move Waud-criterion to paud-criterion
           move zeros         to paud-removed paud-remaining

           move 'PTRAUDIT' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "DPOINTER - Warning: PTRAUDIT locked by "
                         Wllock-holder " - audit record not written"
                 move 'y' to Waud-missed
                 move 'PTRAUDIT' to Wevt-dd
                 move spaces to Wevt-fs
                 move 'LOG RECORD SKIPPED - RESOURCE LOCKED'
                   to Wevt-deg
                 perform rt-grava-evento
           else
                 call 'Chainput' using Wchn-area ptr-audit-record
                 open extend Ptr-Audit-File
                 if    Waud-status equal '35'
                       open output Ptr-Audit-File
                 end-if
                 if    Waud-status not equal '00'
                       perform rt-libera-log
                       display "DPOINTER - Warning: PTRAUDIT "
                               "unavailable - status " Waud-status
                       move 'PTRAUDIT' to Wevt-dd
                       move Waud-status to Wevt-fs
                       move 'AUDIT RECORD LOST' to Wevt-deg
                       move 'y' to Waud-missed
                       perform rt-grava-evento
                 else
                       write ptr-audit-record
                       close Ptr-Audit-File
                       perform rt-libera-log
                 end-if
           end-if.

       rt-grava-audit-trailer.
           move items-removed to paud-removed
           move total-remaining to paud-remaining

           move 'PTRAUDIT' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "DPOINTER - Warning: PTRAUDIT locked by "
                         Wllock-holder " - audit record not written"
                 move 'y' to Waud-missed
                 move 'PTRAUDIT' to Wevt-dd
                 move spaces to Wevt-fs
                 move 'LOG RECORD SKIPPED - RESOURCE LOCKED'
                   to Wevt-deg
                 perform rt-grava-evento
           else
                 call 'Chainput' using Wchn-area ptr-audit-record
                 open extend Ptr-Audit-File
                 if    Waud-status equal '35'
                       open output Ptr-Audit-File
                 end-if
                 if    Waud-status not equal '00'
                       perform rt-libera-log
                       display "DPOINTER - Warning: PTRAUDIT "
                               "unavailable - status " Waud-status
                       move 'PTRAUDIT' to Wevt-dd
                       move Waud-status to Wevt-fs
                       move 'AUDIT RECORD LOST' to Wevt-deg
                       move 'y' to Waud-missed
                       perform rt-grava-evento
                 else
                       write ptr-audit-record
                       close Ptr-Audit-File
                       perform rt-libera-log
                 end-if
           end-if.

       rt-grava-evento.
           move Wevt-fs  to Evt-File-Status
           move Wevt-deg to Evt-Degraded

           move 'OPSEVLOG' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "DPOINTER - Warning: OPSEVLOG locked by "
                         Wllock-holder " - event not written"
           else
                 open extend Ops-Event-File
                 if    Wevt-status equal '35'
                       open output Ops-Event-File
                 end-if
                 if    Wevt-status not equal '00'
                       display "DPOINTER - Warning: OPSEVLOG "
                               "unavailable - status " Wevt-status
                 else
                       write Ops-Event-Record
                       close Ops-Event-File
                 end-if
                 perform rt-libera-log
           end-if.

       rt-freestor.
           move Wcee-program-name     to ceeerr-program
           move Wcee-condition        to ceeerr-condition

           move 'CEEERRLG' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "DPOINTER - Warning: CEEERRLG locked by "
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
