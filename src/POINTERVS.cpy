      *    moment it crossed a job boundary and reload as all-NEW
      *    at priority 50. PTRVCONV converts a cluster still on the
      *    old 46-byte record.
      *    The queue's dispatch count and last dispatch result ride
      *    along too, so QPOINTER's retry policy survives the night,
      *    and so does the item's due timestamp. PTRVCONV brings a
      *    cluster on the 117-byte record forward, and a PTRVARCH
      *    generation cut from one.
       01 pointervs-record.
          05  pointervs-key.
              10  pointervs-list
          05  pointervs-priority
                                pic 9(02).
          05  pointervs-updated pic x(21).
          05  pointervs-attempts
                                pic 9(02).
          05  pointervs-last-result
                                pic x(04).
          05  pointervs-due     pic x(12).
