      *----------------------------------------------------------------*
      *    Loads the finding waivers (CPYWVRT) for the programs that
      *    weigh findings - the Parms scan, FINDARCH's nightly roll
      *    and SHIFTRPT's turnover page - and for Wvrmaint, which
      *    keeps the WAIVERS dataset. Each waiver comes back with the
      *    days it has left and its standing today: in force, in
      *    force but due to expire within 14 days, or expired. A
      *    waiver whose expiry is not a real date is expired - it
      *    waives nothing rather than everything. No WAIVERS dataset
      *    just means nothing is waived.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Wvrload.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Waiver-File Assign To Waivers
                  Organization Is Sequential
                  File Status Is Wwvr-status.
       Data Division.
       File Section.
       FD  Waiver-File
           Recording Mode Is F
           Record Contains 120 Characters.
           Copy CPYWVRR.

       Working-storage Section.
       01 Wwvr-status       Pic  X(02) Value '00'.
       01 Wwvr-eof          Pic  X(01) Value 'N'.
       01 Wwvr-now          Pic  X(21) Value Spaces.
       01 Wwvr-today-num    Pic  9(08) Value Zeros.
       01 Wwvr-exp-num      Pic  9(08) Value Zeros.
       01 Wwvr-exp-parts Redefines Wwvr-exp-num.
          03 Wwvr-exp-yyyy  Pic  9(04).
          03 Wwvr-exp-mm    Pic  9(02).
          03 Wwvr-exp-dd    Pic  9(02).
       01 Wwvr-dropped      Pic  9(04) Value Zeros.
       01 Wwvr-in-force     Pic  9(04) Value Zeros.
       01 Wwvr-soon         Pic  9(04) Value Zeros.
       01 Wwvr-expired      Pic  9(04) Value Zeros.
       01 Wwvr-warn-ed      Pic  Z9.

       Linkage Section.
           Copy CPYWVRT.

       Procedure Division Using Wwvr-Tables.

       Rtr-process             Section.
           Move Function Current-Date To Wwvr-now
           Move Wwvr-now(1 : 8) To Wwvr-today-num
           Initialize Wwvr-Tables
           Move Wwvr-now(1 : 8) To Wwvr-Today
           Move 14           To Wwvr-Warn-Days
           Move Zeros        To Wwvr-dropped Wwvr-in-force
                                Wwvr-soon Wwvr-expired
           Move 'N'          To Wwvr-eof

           Open Input Waiver-File
           If   Wwvr-status Not Equal '00'
                Display 'WVRLOAD - WAIVERS not allocated (status '
                        Wwvr-status ') - no finding is waived'
                Goback
           End-if
           Perform Until Wwvr-eof Equal 'Y'
               Read Waiver-File
                   At End
                        Move 'Y' To Wwvr-eof
                   Not At End
                        Perform Rtr-carrega-registro
               End-read
           End-perform
           Close Waiver-File

           Move Wwvr-Warn-Days To Wwvr-warn-ed
           Display 'WVRLOAD - Waivers loaded from WAIVERS: '
                   Wwvr-in-force ' in force, '
                   Wwvr-soon ' expiring within ' Wwvr-warn-ed
                   ' days, ' Wwvr-expired ' expired'
           If   Wwvr-dropped Greater Zero
                Display 'WVRLOAD - Warning: ' Wwvr-dropped
                        ' waivers dropped (table full)'
           End-if

           Goback.
       Rtr-process-x.          Exit.

       Rtr-carrega-registro    Section.
           If   Wwvr-Cnt Not Less 300
                Add  1 To Wwvr-dropped
                Go To Rtr-carrega-registro-x
           End-if
           Add  1 To Wwvr-Cnt
           Move Wvr-Program  To Wwvr-Program(Wwvr-Cnt)
           Move Wvr-Context  To Wwvr-Context(Wwvr-Cnt)
           Move Wvr-Msg-Id   To Wwvr-Msg-Id(Wwvr-Cnt)
           Move Wvr-Approver To Wwvr-Approver(Wwvr-Cnt)
           Move Wvr-Ticket   To Wwvr-Ticket(Wwvr-Cnt)
           Move Wvr-Expiry   To Wwvr-Expiry(Wwvr-Cnt)
           Move Wvr-Added    To Wwvr-Added(Wwvr-Cnt)
           Move Wvr-Added-By To Wwvr-Added-By(Wwvr-Cnt)
           Move Wvr-Reason   To Wwvr-Reason(Wwvr-Cnt)
           Move 'Y'          To Wwvr-Keep(Wwvr-Cnt)
           Perform Rtr-avalia-validade.
       Rtr-carrega-registro-x. Exit.

       Rtr-avalia-validade     Section.
      *    the expiry date is the last day the waiver holds
           Move 'E'   To Wwvr-State(Wwvr-Cnt)
           Move Zeros To Wwvr-Days(Wwvr-Cnt)
           If   Wvr-Expiry Is Not Numeric
                Add  1 To Wwvr-expired
                Go To Rtr-avalia-validade-x
           End-if
           Move Wvr-Expiry To Wwvr-exp-num
           If   Wwvr-exp-yyyy Less 1601 Or
                Wwvr-exp-mm Less 1 Or Wwvr-exp-mm Greater 12 Or
                Wwvr-exp-dd Less 1 Or Wwvr-exp-dd Greater 31
                Add  1 To Wwvr-expired
                Go To Rtr-avalia-validade-x
           End-if
           Compute Wwvr-Days(Wwvr-Cnt) =
                   Function Integer-Of-Date(Wwvr-exp-num) -
                   Function Integer-Of-Date(Wwvr-today-num)
           Evaluate True
               When Wwvr-Days(Wwvr-Cnt) Less Zero
                    Add  1 To Wwvr-expired
               When Wwvr-Days(Wwvr-Cnt) Not Greater Wwvr-Warn-Days
                    Move 'S' To Wwvr-State(Wwvr-Cnt)
                    Add  1 To Wwvr-soon
               When Other
                    Move 'A' To Wwvr-State(Wwvr-Cnt)
                    Add  1 To Wwvr-in-force
           End-evaluate.
       Rtr-avalia-validade-x.  Exit.

       End Program Wvrload.
