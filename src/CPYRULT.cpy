      *    'E' lapsed - consumers that test for 'Y' exclude staged
      *    and expired rules for free. The effective dates ride in
      *    each entry so Rulmaint's rewrite preserves them.
      *    Wrul-As-Of is the date the statuses were resolved for -
      *    today, unless the caller set Wrul-Source to 'A' and put
      *    another date there before calling Ruleload (the what-if
      *    pass, which wants the rules as they will stand on the
      *    day a staged change lands).
      *    Each entry also carries the environment its rule is
      *    restricted to (spaces = all). A caller that puts the PROC
      *    library in Wrul-Library gets back in Wrul-Env the
      *    environment LIBENV maps it to, and every live rule that
      *    belongs to another environment comes back 'X' - in force,
      *    but not here - so the checks that test for 'Y' see only
      *    the rule set of the library being scanned. No library,
      *    or a library LIBENV does not know, leaves every rule in
      *    force, the strictest reading.
      *----------------------------------------------------------------*
       01  Wrul-Tables.
           03  Wrul-Source       Pic  X(01).
                                 Pic  X(01).
               05  Wrul-Opt-From Pic  X(08).
               05  Wrul-Opt-To   Pic  X(08).
               05  Wrul-Opt-Env  Pic  X(08).
           03  Wrul-Req-Cnt      Pic S9(04) Comp.
           03  Wrul-Req-Entry    Occurs 20 Times.
               05  Wrul-Req-Value
                                 Pic  X(01).
               05  Wrul-Req-From Pic  X(08).
               05  Wrul-Req-To   Pic  X(08).
               05  Wrul-Req-Env  Pic  X(08).
           03  Wrul-For-Cnt      Pic S9(04) Comp.
           03  Wrul-For-Entry    Occurs 20 Times.
               05  Wrul-For-Value
                                 Pic  X(01).
               05  Wrul-For-From Pic  X(08).
               05  Wrul-For-To   Pic  X(08).
               05  Wrul-For-Env  Pic  X(08).
           03  Wrul-Syn-Cnt      Pic S9(04) Comp.
           03  Wrul-Syn-Entry    Occurs 20 Times.
               05  Wrul-Syn-Variant
                                 Pic  X(01).
               05  Wrul-Syn-From Pic  X(08).
               05  Wrul-Syn-To   Pic  X(08).
               05  Wrul-Syn-Env  Pic  X(08).
           03  Wrul-Opp-Cnt      Pic S9(04) Comp.
           03  Wrul-Opp-Entry    Occurs 20 Times.
               05  Wrul-Opp-A    Pic  X(10).
                                 Pic  X(01).
               05  Wrul-Opp-From Pic  X(08).
               05  Wrul-Opp-To   Pic  X(08).
               05  Wrul-Opp-Env  Pic  X(08).
           03  Wrul-Sub-Cnt      Pic S9(04) Comp.
           03  Wrul-Sub-Entry    Occurs 100 Times.
               05  Wrul-Sub-Owner
                                 Pic  X(01).
               05  Wrul-Sub-From Pic  X(08).
               05  Wrul-Sub-To   Pic  X(08).
               05  Wrul-Sub-Env  Pic  X(08).
           03  Wrul-As-Of        Pic  X(08).
           03  Wrul-Library      Pic  X(44).
           03  Wrul-Env          Pic  X(08).
