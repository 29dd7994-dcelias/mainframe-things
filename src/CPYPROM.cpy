      *----------------------------------------------------------------*
      *    Promotion manifest (PROMMAN) written by Promote's gate: a
      *    header, then for every PROC member cleared to move from
      *    TEST to PROD a member record followed by one record per
      *    step whose PARM the move changes. Members the gate held
      *    are not on it - they are on the PROMRPT report with the
      *    reason. The header starts PENDING; only Promote's SIGN
      *    run, by someone other than the preparer, records the
      *    approver and makes it APPROVED, and a manifest counts as
      *    approved only in that state with its member count intact.
      *      'H'  header - run, preparer, libraries, sign-off
      *      'M'  member cleared for promotion, with its change counts
      *      'C'  a step of that member: CHANGED (PROD and TEST PARM
      *           as option sets differ), NEW (only on TEST) or
      *           REMOVED (only on PROD)
      *----------------------------------------------------------------*
       01  Prom-Record.
           05  Prom-Type         Pic  X(01).
           05  Filler            Pic  X(01).
           05  Prom-Data         Pic  X(248).
           05  Prom-Hdr          Redefines Prom-Data.
               10  Promh-Date        Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promh-Time        Pic  X(06).
               10  Filler            Pic  X(01).
               10  Promh-Prepared-By Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promh-Prod-Lib    Pic  X(44).
               10  Filler            Pic  X(01).
               10  Promh-Test-Lib    Pic  X(44).
               10  Filler            Pic  X(01).
               10  Promh-Members     Pic  9(04).
               10  Filler            Pic  X(01).
               10  Promh-State       Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promh-Approver    Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promh-Appr-Date   Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promh-Appr-Time   Pic  X(06).
               10  Filler            Pic  X(95).
           05  Prom-Mbr          Redefines Prom-Data.
               10  Promm-Member      Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promm-Verdict     Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promm-Steps       Pic  9(03).
               10  Filler            Pic  X(01).
               10  Promm-Changed     Pic  9(03).
               10  Filler            Pic  X(01).
               10  Promm-New         Pic  9(03).
               10  Filler            Pic  X(01).
               10  Promm-Removed     Pic  9(03).
               10  Filler            Pic  X(215).
           05  Prom-Chg          Redefines Prom-Data.
               10  Promc-Member      Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promc-Step        Pic  X(08).
               10  Filler            Pic  X(01).
               10  Promc-Kind        Pic  X(07).
               10  Filler            Pic  X(01).
               10  Promc-Prod-Parm   Pic  X(100).
               10  Filler            Pic  X(01).
               10  Promc-Test-Parm   Pic  X(100).
               10  Filler            Pic  X(21).
