       01  Wcee-program-name pic x(08) value 'IPOINTER'.
       01  Wcee-condition    pic x(08) value spaces.

      *    second run-lock area (Runlock) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    a claim held on PTRVSAM is never clobbered
       01  Wllock-area.
           05  Wllock-resource
                             pic  x(08) value spaces.
           05  Wllock-action pic  x(05) value spaces.
           05  Wllock-job    pic  x(08) value 'IPOINTER'.
           05  Wllock-holder pic  x(08) value spaces.
           05  Wllock-since  pic  x(21) value spaces.
           05  Wllock-rc     pic s9(04) comp value 0.
           05  Wllock-wait   pic  9(04) value 60.
       01  Wllock-save-rc    pic s9(04) comp value 0.

       linkage section.
           COPY  POINTERW.

           move ins-new-priority     to item-priority
           move function current-date to item-created
           move item-created         to item-updated
           move zeros                to item-attempts
           move spaces               to item-last-result
           move ins-new-due          to item-due
           set  next-item            to next-item-aux
           set  prev-item            to atu-item

           move Wcee-program-name     to ceeerr-program
           move Wcee-condition        to ceeerr-condition

           move 'CEEERRLG' to Wllock-resource
           perform rt-reserva-log
           if    Wllock-rc not equal zero
                 display "IPOINTER - Warning: CEEERRLG locked by "
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
