      *    way RULMAINT audits rule changes. A missing STATRULE
      *    dataset degrades to the compiled default lifecycle, the
      *    same way a missing OPTRULES falls back in Ruleload.
      *    STATAUD is claimed before the item is touched: when the
      *    trail cannot be had the move is refused (sts-return-code
      *    8) and the item keeps its status, so no status ever
      *    changes without its audit record.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
           05  strl-active       pic x(01).

       fd  Stat-Audit-File
           record contains 85 characters.
       01  stat-audit-record.
           05  saud-timestamp    pic x(21).
           05  filler            pic x(02).
           05  saud-to           pic x(04).
           05  filler            pic x(02).
           05  saud-result       pic x(04).
           05  filler            pic x(01).
           05  saud-seq          pic 9(08).
           05  filler            pic x(01).
           05  saud-chain        pic 9(16).

       working-storage section.
       01  Wrul-status       pic  x(2) value '00'.
               10  Wtrn-tab-to
                             pic  x(04).

      *    chain area (Chainput): each audit record is sealed just
      *    before the write, chained onto the trail's last record
       01  Wchn-area.
           05  Wchn-trail    pic  x(08) value 'STATAUD '.
           05  Wchn-action   pic  x(04) value 'SEAL'.
           05  Wchn-seq      pic  9(08) value 0.
           05  Wchn-prev     pic  9(16) value 0.
           05  Wchn-chain    pic  9(16) value 0.
           05  Wchn-job      pic  x(08) value 'TPOINTER'.
           05  Wchn-rc       pic s9(04) comp value 0.

      *    second run-lock area (Runlock) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    a claim held on PTRVSAM is never clobbered
       01  Wllock-area.
           05  Wllock-resource
                             pic  x(08) value spaces.
           05  Wllock-action pic  x(05) value spaces.
           05  Wllock-job    pic  x(08) value 'TPOINTER'.
           05  Wllock-holder pic  x(08) value spaces.
           05  Wllock-since  pic  x(21) value spaces.
           05  Wllock-rc     pic s9(04) comp value 0.
           05  Wllock-wait   pic  9(04) value 60.
       01  Wllock-save-rc    pic s9(04) comp value 0.

       linkage section.
           COPY  POINTERW.

                         ' not found on the current list - '
                         'nothing changed'
           else
                 move 'STATAUD ' to Wllock-resource
                 perform rt-reserva-log
           end-if
           if    Wtrn-found equal 'y' and
                 Wllock-rc not equal zero
                 move 8 to sts-return-code
                 display 'TPOINTER - STATAUD locked by '
                         Wllock-holder ' - the move cannot be '
                         'audited, nothing changed'
           end-if

           if    Wtrn-found equal 'y' and
                 Wllock-rc equal zero
                 move item-status to Wtrn-from
                 perform rt-verifica-transicao
                 if    Wtrn-legal equal 'y'
                       end-if
                 end-if
                 perform rt-grava-auditoria
                 perform rt-libera-log
           end-if

           display '-----------------------------'
                 move 'FAIL' to saud-result
           end-if

      *    the STATAUD claim is already held - see
      *    rt-begin-processing
           call 'Chainput' using Wchn-area stat-audit-record
           open extend Stat-Audit-File
           if    Waud-status equal '35'
                 open output Stat-Audit-File
           end-if
           if    Waud-status not equal '00'
                 display 'TPOINTER - Warning: STATAUD '
                         'unavailable - status ' Waud-status
           else
                 write stat-audit-record
                 close Stat-Audit-File
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
