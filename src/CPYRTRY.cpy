      *----------------------------------------------------------------*
      *    Retry policy record (RETRYPOL) read by QPOINTER, one per
      *    list. A dispatch that comes back other than OK sends the
      *    item back to NEW for another pass while it has made fewer
      *    than rtpl-max-attempts dispatches, and not before
      *    rtpl-wait-minutes have gone by since it failed; the
      *    dispatch that uses up the last attempt moves it to the
      *    rtpl-dead-list list instead. A record whose rtpl-list is
      *    '*' is the policy of every list without a record of its
      *    own; a list with neither keeps a failed item in RUN for
      *    review, as the queue always did.
      *----------------------------------------------------------------*
       01  retry-pol-record.
           05  rtpl-list         pic x(08).
           05  filler            pic x(01).
           05  rtpl-max-attempts pic 9(02).
           05  filler            pic x(01).
           05  rtpl-wait-minutes pic 9(04).
           05  filler            pic x(01).
           05  rtpl-dead-list    pic x(08).
