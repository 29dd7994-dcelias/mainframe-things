      *----------------------------------------------------------------*
      *    Lock-history record appended to LOCKHIST by Runlock for
      *    every claim granted (GRNT), wait begun (WAIT), claim
      *    refused (BUSY), wait given up (TOUT), release (FREE),
      *    forced release (FORC) and stale lock expired to a new
      *    claimant (EXPD). Lhst-Job is the job that asked;
      *    Lhst-Holder the job on the other side of the collision -
      *    for FORC and EXPD the job that lost the lock - and
      *    Lhst-Since when that holder took it. Lhst-Waited is the
      *    seconds a WAIT claim spent before it was granted or gave
      *    up. LOCKRPT reads the history.
      *----------------------------------------------------------------*
       01  Lock-Hist-Record.
           05  Lhst-Stamp        Pic  X(21).
           05  Filler            Pic  X(01).
           05  Lhst-Event        Pic  X(04).
           05  Filler            Pic  X(01).
           05  Lhst-Resource     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Lhst-Job          Pic  X(08).
           05  Filler            Pic  X(01).
           05  Lhst-Holder       Pic  X(08).
           05  Filler            Pic  X(01).
           05  Lhst-Since        Pic  X(14).
           05  Filler            Pic  X(01).
           05  Lhst-Waited       Pic  9(05).
