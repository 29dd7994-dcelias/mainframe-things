      *----------------------------------------------------------------*
      *    One step's outcome in a Parms batch scan, appended to the
      *    SCANHIST dataset as the scan goes - the history the
      *    compliance trend (FNDTREND) is measured from, since the
      *    findings archive keeps neither the steps that passed nor
      *    the PROC library they came from. Scnh-Result is CLEAN or
      *    ERROR, the step's verdict (a waived finding does not fail
      *    it); Scnh-Msg-Flag(n) is 'Y' when the step raised
      *    PRM000n at any severity, waived or not.
      *----------------------------------------------------------------*
       01  Scan-Hist-Record.
           05  Scnh-Date         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Scnh-Library      Pic  X(44).
           05  Filler            Pic  X(01).
           05  Scnh-Member       Pic  X(08).
           05  Filler            Pic  X(01).
           05  Scnh-Step         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Scnh-Result       Pic  X(05).
           05  Filler            Pic  X(01).
           05  Scnh-Msg-Flags.
               10  Scnh-Msg-Flag Pic  X(01) Occurs 9 Times.
           05  Filler            Pic  X(03).
