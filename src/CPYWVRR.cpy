      *----------------------------------------------------------------*
      *    One waiver on the WAIVERS dataset: a finding that is known
      *    and accepted - a vendor PROC we may not change, a step
      *    under an approved exception until the next release - keyed
      *    exactly as FINDARCH deduplicates findings (program,
      *    context, message id). The approver, the change ticket and
      *    the reason say why it is accepted; the expiry date
      *    (YYYYMMDD, the last day it holds) says until when. Kept by
      *    Wvrmaint, read through Wvrload.
      *----------------------------------------------------------------*
       01  Waiver-Record.
           05  Wvr-Program       Pic  X(08).
           05  Filler            Pic  X(01).
           05  Wvr-Context       Pic  X(08).
           05  Filler            Pic  X(01).
           05  Wvr-Msg-Id        Pic  X(07).
           05  Filler            Pic  X(01).
           05  Wvr-Approver      Pic  X(08).
           05  Filler            Pic  X(01).
           05  Wvr-Ticket        Pic  X(12).
           05  Filler            Pic  X(01).
           05  Wvr-Expiry        Pic  X(08).
           05  Filler            Pic  X(01).
           05  Wvr-Added         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Wvr-Added-By      Pic  X(08).
           05  Filler            Pic  X(01).
           05  Wvr-Reason        Pic  X(40).
           05  Filler            Pic  X(05).
