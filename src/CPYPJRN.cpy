      *----------------------------------------------------------------*
      *    PARMJHST PARM change journal record, appended by Parmjrnl
      *    once a night per changed step and read by its inquiry
      *    modes and by Parmrecn's change-ticket reconciliation.
      *    Old PARM blank: the step was new that night; new PARM
      *    blank: the step was gone. Jhst-Library and Jhst-Member
      *    are where the step lives on the extract (on the previous
      *    night's for a step gone) - widened from the 219-byte
      *    record so a ticket can name a PROC member, not only a
      *    step; blank when the night's extract was the old PROCIN
      *    layout, and on records Pjrnconv converted from a
      *    219-byte journal, which only step-mask tickets can then
      *    cover. A journal still in the 219-byte layout will not
      *    open at this length - it goes through Pjrnconv once.
      *----------------------------------------------------------------*
       01  Parm-Jrnl-Record.
           05  Jhst-Date         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Jhst-Step         Pic  X(08).
           05  Filler            Pic  X(01).
           05  Jhst-Old-Parm     Pic  X(100).
           05  Filler            Pic  X(01).
           05  Jhst-New-Parm     Pic  X(100).
           05  Filler            Pic  X(01).
           05  Jhst-Library      Pic  X(44).
           05  Filler            Pic  X(01).
           05  Jhst-Member       Pic  X(08).
