      *----------------------------------------------------------------*
      *    Alert record on the ALERTS dataset - the one feed the
      *    enterprise monitoring agent watches instead of six job
      *    outputs. Appended only through Alertput, by CEERPT,
      *    OPSEVRPT, CMDRECON, PROCCHK, SHIFTRPT and the Parms batch
      *    scan whenever their threshold trips. Alrt-Severity is
      *    WARN (the reporting job ends 4) or ERROR (it ends 8);
      *    Alrt-Key identifies the condition, so the same key is
      *    not raised again inside its quiet period; Alrt-Report
      *    names where the detail is - the report's ddname, or the
      *    program name where the detail is the job's SYSOUT.
      *----------------------------------------------------------------*
       01  Alert-Record.
           05  Alrt-Timestamp    Pic  X(21).
           05  Filler            Pic  X(01).
           05  Alrt-Source       Pic  X(08).
           05  Filler            Pic  X(01).
           05  Alrt-Severity     Pic  X(05).
           05  Filler            Pic  X(01).
           05  Alrt-Key          Pic  X(20).
           05  Filler            Pic  X(01).
           05  Alrt-Text         Pic  X(60).
           05  Filler            Pic  X(01).
           05  Alrt-Report       Pic  X(08).
