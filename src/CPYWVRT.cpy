      *----------------------------------------------------------------*
      *    Waiver tables as Wvrload hands them back: every waiver on
      *    WAIVERS (CPYWVRR) with its standing on Wwvr-Today -
      *    'A' in force, 'S' in force but expiring within
      *    Wwvr-Warn-Days days (renew it or fix the finding), 'E'
      *    expired, or an expiry that is not a date. Only 'A' and
      *    'S' waive a finding; an expired waiver stays on the
      *    dataset, and on the reports, until it is renewed or
      *    removed. Wwvr-Days is the days left (negative once
      *    lapsed). Wwvr-Keep is Wvrmaint's: 'N' drops the entry
      *    from the rewritten dataset.
      *----------------------------------------------------------------*
       01  Wwvr-Tables.
           03  Wwvr-Today        Pic  X(08).
           03  Wwvr-Warn-Days    Pic S9(04) Comp.
           03  Wwvr-Cnt          Pic S9(04) Comp.
           03  Wwvr-Entry        Occurs 300 Times.
               05  Wwvr-Program  Pic  X(08).
               05  Wwvr-Context  Pic  X(08).
               05  Wwvr-Msg-Id   Pic  X(07).
               05  Wwvr-Approver Pic  X(08).
               05  Wwvr-Ticket   Pic  X(12).
               05  Wwvr-Expiry   Pic  X(08).
               05  Wwvr-Added    Pic  X(08).
               05  Wwvr-Added-By Pic  X(08).
               05  Wwvr-Reason   Pic  X(40).
               05  Wwvr-Days     Pic S9(05) Comp.
               05  Wwvr-State    Pic  X(01).
               05  Wwvr-Keep     Pic  X(01).
