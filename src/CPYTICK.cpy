      *----------------------------------------------------------------*
      *    Approved change ticket (CHGTICK), one per ticket that may
      *    change a compile PARM in the PROC libraries. The scope is
      *    the PROC library, member and step it covers - each exact,
      *    a prefix ending in '*', or blank for any, but at least
      *    one of member and step named - and the window the
      *    approval runs from and to, both days included. Parmrecn
      *    matches the journaled PARM changes (PARMJHST) against it.
      *----------------------------------------------------------------*
       01  Chg-Ticket-Record.
           05  Tick-Number       Pic  X(12).
           05  Filler            Pic  X(01).
           05  Tick-Library      Pic  X(44).
           05  Filler            Pic  X(01).
           05  Tick-Member       Pic  X(08).
           05  Filler            Pic  X(01).
           05  Tick-Step         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Tick-From         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Tick-To           Pic  X(08).
           05  Filler            Pic  X(01).
           05  Tick-Requester    Pic  X(08).
