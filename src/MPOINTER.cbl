      *    adjusted on both lists and one 'M' record per item moved
      *    goes to the PTRAUDIT trail. A target that is not yet
      *    registered is created empty, the way LPOINTER's CREATE
      *    would have. PTRAUDIT is claimed before anything moves:
      *    when the trail cannot be had nothing is moved (xfer-rc
      *    8), so no item changes lists without its 'M' record.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
       data division.
       file section.
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

       working-storage section.
       01  Waud-status       pic  x(2) value '00'.
       01  Wmv-slot          pic s9(4) comp value 0.
       01  Wreg-ix           pic s9(4) comp value 0.

      *    chain area (Chainput): each audit record is sealed just
      *    before the write, chained onto the trail's last record
       01  Wchn-area.
           05  Wchn-trail    pic  x(08) value 'PTRAUDIT'.
           05  Wchn-action   pic  x(04) value 'SEAL'.
           05  Wchn-seq      pic  9(08) value 0.
           05  Wchn-prev     pic  9(16) value 0.
           05  Wchn-chain    pic  9(16) value 0.
           05  Wchn-job      pic  x(08) value 'MPOINTER'.
           05  Wchn-rc       pic s9(04) comp value 0.

      *    second run-lock area (Runlock) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    a claim held on PTRVSAM is never clobbered
       01  Wllock-area.
           05  Wllock-resource
                             pic  x(08) value spaces.
           05  Wllock-action pic  x(05) value spaces.
           05  Wllock-job    pic  x(08) value 'MPOINTER'.
           05  Wllock-holder pic  x(08) value spaces.
           05  Wllock-since  pic  x(21) value spaces.
           05  Wllock-rc     pic s9(04) comp value 0.
           05  Wllock-wait   pic  9(04) value 60.
       01  Wllock-save-rc    pic s9(04) comp value 0.

       linkage section.
           COPY  POINTERW.

                 goback
           end-if

           move 'PTRAUDIT' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 move 8 to xfer-rc
                 display 'MPOINTER - PTRAUDIT locked by '
                         Wllock-holder ' - the moves cannot be '
                         'audited, nothing moved'
                 goback
           end-if

           perform rt-localiza-alvo
           if    xfer-rc not equal zero
                 perform rt-libera-log
                 goback
           end-if

               end-if
               set Wmv-cur to Wmv-nxt
           end-perform
           perform rt-libera-log

           compute total-remaining =
                   total-allocated - total-removed
           move 1              to paud-removed
           move xfer-moved     to paud-remaining

      *    the PTRAUDIT claim is held for the whole run - see
      *    rt-begin-processing
           call 'Chainput' using Wchn-area ptr-audit-record
           open extend Ptr-Audit-File
           if    Waud-status equal '35'
                 open output Ptr-Audit-File
           end-if
           if    Waud-status not equal '00'
                 display 'MPOINTER - Warning: PTRAUDIT '
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
