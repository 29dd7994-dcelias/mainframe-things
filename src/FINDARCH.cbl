      *    FNDARCHI is last night's archive in, FNDARCHO tonight's
      *    archive out; a missing FNDARCHI just means every finding
      *    is NEW, the way the first night of anything is.
      *    A finding under a waiver in force (WAIVERS, see Wvrload)
      *    is still archived and its nights still counted, but it is
      *    listed in its own WAIVED section with the ticket, the
      *    approver and the expiry instead of among the open items;
      *    waivers due to lapse within 14 days, and those already
      *    lapsed, are listed after it so a renewal is never missed.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Findarch.
       01 Wnew-cnt          Pic  9(06) Value Zeros.
       01 Wrec-cnt          Pic  9(06) Value Zeros.
       01 Wres-cnt          Pic  9(06) Value Zeros.
       01 Wwvd-cnt          Pic  9(06) Value Zeros.
       01 Wwvd-hit          Pic S9(04) Comp.
       01 Wwvd-ix           Pic S9(04) Comp.
       01 Wwvd-shown        Pic S9(04) Comp.
       01 Wwvd-warn-ed      Pic  Z9.
       01 Wix               Pic S9(04) Comp.
       01 Whit              Pic S9(04) Comp.

             05 Wnew-Context
                            Pic  X(08).
             05 Wnew-Msg-Id Pic  X(07).
             05 Wnew-Waiver Pic S9(04) Comp.
             05 Wnew-Nights Pic  9(04).

      *    Run-lock area (Runlock): the roll reads FINDINGS and
      *    restarts it empty - a finding written in between would
          03 Wlock-since    Pic  X(21) Value Spaces.
          03 Wlock-rc       Pic S9(04) Comp Value Zeros.

           Copy CPYWVRT.

       Procedure Division.

       Rtr-process             Section.
                Goback
           End-if

           Call 'Wvrload' Using Wwvr-Tables
           Move Zeros To Return-Code

           Perform Rtr-carrega-arquivo-antigo
           Perform Rtr-carrega-achados
           Perform Rtr-grava-arquivo-novo
           Perform Rtr-reporta-dispensados
           Perform Rtr-reporta-resolvidos
           Perform Rtr-reporta-validade
           Perform Rtr-reinicia-achados

           Move 'FREE ' To Wlock-action
                   '  NEW: ' Wnew-cnt
                   '  RECURRING: ' Wrec-cnt
                   '  RESOLVED: ' Wres-cnt
                   '  WAIVED: ' Wwvd-cnt
           If   Wold-Over Greater Zeros Or Wnew-Over Greater Zeros
                Display 'FINDARCH - Warning: entries beyond the '
                        '500-entry tables were not classified'
           Move Wnew-Msg-Id(Wix)   To Archo-Msg-Id

           If   Whit Greater Wold-Cnt
                Move 1              To Archo-Nights
                Move Wtoday(1 : 8)  To Archo-First-Date
           Else
                Move 'Y' To Wold-Seen(Whit)
                Compute Archo-Nights = Wold-Nights(Whit) + 1
                Move Wold-First(Whit) To Archo-First-Date
           End-if
           Move Archo-Nights       To Wnew-Nights(Wix)

      *    a waived item keeps its history on the archive but is
      *    reported in the WAIVED section, not as open work
           Perform Rtr-procura-waiver
           Move Wwvd-hit           To Wnew-Waiver(Wix)
           Evaluate True
               When Wwvd-hit Greater Zeros
                    Add  1 To Wwvd-cnt
               When Whit Greater Wold-Cnt
                    Add  1 To Wnew-cnt
                    Display '  NEW       ' Archo-Program ' '
                            Archo-Context ' ' Archo-Msg-Id
               When Other
                    Add  1 To Wrec-cnt
                    Display '  RECURRING ' Archo-Program ' '
                            Archo-Context ' ' Archo-Msg-Id
                            ' - open ' Archo-Nights
                            ' nights (since ' Archo-First-Date ')'
           End-evaluate
           Write Arch-Out-Record.
       Rtr-classifica-item-x.  Exit.

       Rtr-procura-waiver      Section.
      *    keyed exactly as the deduplication above; only a waiver
      *    in force today ('A', or 'S' about to lapse) counts
           Move Zeros To Wwvd-hit
           Perform Varying Wwvd-ix From 1 By 1
                     Until Wwvd-ix Greater Wwvr-Cnt
               If   Wwvr-Program(Wwvd-ix) Equal Wnew-Program(Wix)
               And  Wwvr-Context(Wwvd-ix) Equal Wnew-Context(Wix)
               And  Wwvr-Msg-Id(Wwvd-ix)  Equal Wnew-Msg-Id(Wix)
               And (Wwvr-State(Wwvd-ix)   Equal 'A' Or
                    Wwvr-State(Wwvd-ix)   Equal 'S')
                    Move Wwvd-ix To Wwvd-hit
               End-if
           End-perform.
       Rtr-procura-waiver-x.   Exit.

       Rtr-reporta-dispensados Section.
           If   Return-Code Not Equal Zeros
                Go To Rtr-reporta-dispensados-x
           End-if
           Display ' '
           Display 'FINDARCH - Waived findings (accepted, not open '
                   'work):'
           Perform Varying Wix From 1 By 1
                     Until Wix Greater Wnew-Cnt-Tab
               If   Wnew-Waiver(Wix) Greater Zeros
                    Move Wnew-Waiver(Wix) To Wwvd-hit
                    Display '  WAIVED    ' Wnew-Program(Wix) ' '
                            Wnew-Context(Wix) ' '
                            Wnew-Msg-Id(Wix)
                            ' - open ' Wnew-Nights(Wix) ' nights'
                    Display '            ticket '
                            Wwvr-Ticket(Wwvd-hit)
                            ' approved by ' Wwvr-Approver(Wwvd-hit)
                            ' expires ' Wwvr-Expiry(Wwvd-hit)
               End-if
           End-perform
           If   Wwvd-cnt Equal Zeros
                Display '  (none)'
           End-if.
       Rtr-reporta-dispensados-x. Exit.

       Rtr-reporta-resolvidos  Section.
      *    with no findings read, "everything resolved" would be
      *    the allocation failure talking, not the shop
           End-if.
       Rtr-reporta-resolvidos-x. Exit.

       Rtr-reporta-validade    Section.
      *    Every waiver on the register due to lapse within the
      *    warning window, and every one already lapsed, whether or
      *    not its finding turned up tonight - a renewal has to be
      *    a decision, not a surprise on the morning it runs out
           Move Wwvr-Warn-Days To Wwvd-warn-ed
           Display ' '
           Display 'FINDARCH - Waivers expiring within '
                   Wwvd-warn-ed ' days:'
           Move Zeros To Wwvd-shown
           Perform Varying Wwvd-ix From 1 By 1
                     Until Wwvd-ix Greater Wwvr-Cnt
               If   Wwvr-State(Wwvd-ix) Equal 'S'
                    Add  1 To Wwvd-shown
                    Display '  EXPIRING  ' Wwvr-Program(Wwvd-ix) ' '
                            Wwvr-Context(Wwvd-ix) ' '
                            Wwvr-Msg-Id(Wwvd-ix)
                            ' - expires ' Wwvr-Expiry(Wwvd-ix)
                            ' ticket ' Wwvr-Ticket(Wwvd-ix)
                            ' approved by ' Wwvr-Approver(Wwvd-ix)
               End-if
           End-perform
           If   Wwvd-shown Equal Zeros
                Display '  (none)'
           End-if

           Display ' '
           Display 'FINDARCH - Waivers expired (no longer waiving):'
           Move Zeros To Wwvd-shown
           Perform Varying Wwvd-ix From 1 By 1
                     Until Wwvd-ix Greater Wwvr-Cnt
               If   Wwvr-State(Wwvd-ix) Equal 'E'
                    Add  1 To Wwvd-shown
                    Display '  EXPIRED   ' Wwvr-Program(Wwvd-ix) ' '
                            Wwvr-Context(Wwvd-ix) ' '
                            Wwvr-Msg-Id(Wwvd-ix)
                            ' - expiry ' Wwvr-Expiry(Wwvd-ix)
                            ' ticket ' Wwvr-Ticket(Wwvd-ix)
               End-if
           End-perform
           If   Wwvd-shown Equal Zeros
                Display '  (none)'
           End-if.
       Rtr-reporta-validade-x. Exit.

       Rtr-reinicia-achados    Section.
      *    The roll succeeded, so the flat dataset restarts empty -
      *    tomorrow morning's read is tonight's archive, not an
