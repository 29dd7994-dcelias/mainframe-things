      *----------------------------------------------------------------*
      *    Alert writer shared by the reporting jobs: CEERPT,
      *    OPSEVRPT, CMDRECON, PROCCHK, SHIFTRPT and the Parms batch
      *    scan used to signal trouble only with a return code and
      *    some SYSOUT lines, so the operations console watched six
      *    job outputs. Each now CALLs Alertput when its threshold
      *    trips, and the alert is appended to the ALERTS dataset
      *    (CPYALRT) the monitoring agent watches and pages from.
      *    Two controls on ALERTCTL, kept by operations:
      *      Q records give an alert key its quiet period in
      *        minutes - the same key is not raised again until the
      *        period since its last ALERTS record has run out (60
      *        minutes where no Q record covers the key);
      *      S records suppress known noise outright, until the
      *        date given or, with no date, until the record is
      *        taken off, with the reason operations recorded.
      *    A control key ending in '*' covers every alert key that
      *    starts with what precedes it, '*' alone covers all; the
      *    longest matching key wins, so a specific Q record can
      *    override a general one.
      *    Ls-Alrt-Rc: 0 raised, 1 held back by the quiet period,
      *    2 suppressed, 8 the ALERTS dataset could not be written.
      *    The calling job's own return code is left alone.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Alertput.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Alert-File Assign To Alerts
                  Organization Is Sequential
                  File Status Is Walrt-status.
           Select Alert-Ctl-File Assign To Alertctl
                  Organization Is Sequential
                  File Status Is Wactl-status.
       Data Division.
       File Section.
       FD  Alert-File
           Recording Mode Is F
           Record Contains 127 Characters.
           Copy CPYALRT.

       FD  Alert-Ctl-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Alert-Ctl-Record.
           05  Actl-Type         Pic  X(01).
           05  Filler            Pic  X(01).
           05  Actl-Key          Pic  X(20).
           05  Filler            Pic  X(01).
           05  Actl-Quiet        Pic  9(04).
           05  Filler            Pic  X(01).
           05  Actl-Until        Pic  X(08).
           05  Filler            Pic  X(01).
           05  Actl-Reason       Pic  X(40).
           05  Filler            Pic  X(03).

       Working-storage Section.
       01 Walrt-status      Pic  X(02) Value '00'.
       01 Wactl-status      Pic  X(02) Value '00'.
       01 Walr-eof          Pic  X(01) Value 'N'.
       01 Walr-Now          Pic  X(21) Value Spaces.
       01 Walr-Stamp        Pic  X(21) Value Spaces.
       01 Walr-Last         Pic  X(21) Value Spaces.
       01 Walr-Quiet        Pic  9(04) Value 60.
       01 Walr-Quiet-Len    Pic S9(04) Comp Value Zeros.
       01 Walr-Supp         Pic  X(01) Value 'N'.
       01 Walr-Supp-Len     Pic S9(04) Comp Value Zeros.
       01 Walr-Supp-Reason  Pic  X(40) Value Spaces.
       01 Walr-Match        Pic  X(01) Value 'N'.
       01 Walr-Match-Len    Pic S9(04) Comp Value Zeros.
       01 Walr-Stars        Pic S9(04) Comp Value Zeros.
       01 Walr-Date-Num     Pic  9(08) Value Zeros.
       01 Walr-Hh           Pic  9(02) Value Zeros.
       01 Walr-Mi           Pic  9(02) Value Zeros.
       01 Walr-Minutes      Pic S9(09) Comp Value Zeros.
       01 Walr-Min-Now      Pic S9(09) Comp Value Zeros.
       01 Walr-Min-Last     Pic S9(09) Comp Value Zeros.
       01 Walr-Ago          Pic S9(09) Comp Value Zeros.
       01 Walr-Ago-Ed       Pic  Z(06)9.

       Linkage Section.
       01 Ls-Alert-Area.
          03 Ls-Alrt-Source Pic  X(08).
          03 Ls-Alrt-Severity
                            Pic  X(05).
          03 Ls-Alrt-Key    Pic  X(20).
          03 Ls-Alrt-Text   Pic  X(60).
          03 Ls-Alrt-Report Pic  X(08).
          03 Ls-Alrt-Rc     Pic S9(04) Comp.

       Procedure Division Using Ls-Alert-Area.

       Rtr-process             Section.
           Move Zeros To Ls-Alrt-Rc
           Move Function Current-Date To Walr-Now

           Perform Rtr-carrega-controle
           If   Walr-Supp Equal 'Y'
                Move 2 To Ls-Alrt-Rc
                Display 'ALERTPUT - Alert ' Ls-Alrt-Key
                        ' suppressed: ' Walr-Supp-Reason
                Goback
           End-if

           Perform Rtr-verifica-silencio
           If   Ls-Alrt-Rc Equal 1
                Move Walr-Ago To Walr-Ago-Ed
                Display 'ALERTPUT - Alert ' Ls-Alrt-Key
                        ' already raised' Walr-Ago-Ed
                        ' minutes ago - quiet for ' Walr-Quiet
                Goback
           End-if

           Perform Rtr-grava-alerta
           Goback.
       Rtr-process-x.          Exit.

       Rtr-carrega-controle    Section.
      *    the quiet period and any live suppression for this key;
      *    no ALERTCTL means the default quiet period and nothing
      *    suppressed
           Move 60     To Walr-Quiet
           Move 'N'    To Walr-Supp
           Move Spaces To Walr-Supp-Reason
           Move -1     To Walr-Quiet-Len Walr-Supp-Len
           Move 'N'    To Walr-eof
           Open Input Alert-Ctl-File
           If   Wactl-status Not Equal '00'
                Go To Rtr-carrega-controle-x
           End-if
           Perform Until Walr-eof Equal 'Y'
               Read Alert-Ctl-File
                   At End
                        Move 'Y' To Walr-eof
                   Not At End
                        Perform Rtr-compara-chave
                        If   Walr-Match Equal 'Y'
                             Perform Rtr-aplica-controle
                        End-if
               End-read
           End-perform
           Close Alert-Ctl-File.
       Rtr-carrega-controle-x. Exit.

       Rtr-compara-chave       Section.
           Move 'N'   To Walr-Match
           Move Zeros To Walr-Stars
           Inspect Actl-Key Tallying Walr-Stars For All '*'
           If   Walr-Stars Equal Zeros
                If   Actl-Key Equal Ls-Alrt-Key
                     Move 'Y' To Walr-Match
                     Move 20  To Walr-Match-Len
                End-if
                Go To Rtr-compara-chave-x
           End-if
           Move Zeros To Walr-Match-Len
           Inspect Actl-Key Tallying Walr-Match-Len
                   For Characters Before '*'
           If   Walr-Match-Len Equal Zeros
                Move 'Y' To Walr-Match
           Else
                If   Actl-Key(1 : Walr-Match-Len) Equal
                     Ls-Alrt-Key(1 : Walr-Match-Len)
                     Move 'Y' To Walr-Match
                End-if
           End-if.
       Rtr-compara-chave-x.    Exit.

       Rtr-aplica-controle     Section.
           Evaluate Actl-Type
               When 'Q'
                    If   Actl-Quiet Is Numeric
                    And  Walr-Match-Len Greater Walr-Quiet-Len
                         Move Actl-Quiet     To Walr-Quiet
                         Move Walr-Match-Len To Walr-Quiet-Len
                    End-if
               When 'S'
      *             a suppression past its date has lapsed - the
      *             noise is expected to be fixed by then
                    If   Actl-Until Equal Spaces
                    Or   Actl-Until Not Less Walr-Now(1 : 8)
                         If   Walr-Match-Len Greater Walr-Supp-Len
                              Move 'Y'            To Walr-Supp
                              Move Actl-Reason    To Walr-Supp-Reason
                              Move Walr-Match-Len To Walr-Supp-Len
                         End-if
                    End-if
           End-evaluate.
       Rtr-aplica-controle-x.  Exit.

       Rtr-verifica-silencio   Section.
      *    the key's last appearance on ALERTS decides; an alert
      *    that was never raised, or a zero quiet period, goes out
           If   Walr-Quiet Equal Zeros
                Go To Rtr-verifica-silencio-x
           End-if
           Move Spaces To Walr-Last
           Move 'N'    To Walr-eof
           Open Input Alert-File
           If   Walrt-status Not Equal '00'
                Go To Rtr-verifica-silencio-x
           End-if
           Perform Until Walr-eof Equal 'Y'
               Read Alert-File
                   At End
                        Move 'Y' To Walr-eof
                   Not At End
                        If   Alrt-Key Equal Ls-Alrt-Key
                             Move Alrt-Timestamp To Walr-Last
                        End-if
               End-read
           End-perform
           Close Alert-File
           If   Walr-Last Equal Spaces
                Go To Rtr-verifica-silencio-x
           End-if

           Move Walr-Now To Walr-Stamp
           Perform Rtr-calcula-minutos
           Move Walr-Minutes To Walr-Min-Now
           Move Walr-Last To Walr-Stamp
           Perform Rtr-calcula-minutos
           Move Walr-Minutes To Walr-Min-Last
           Compute Walr-Ago = Walr-Min-Now - Walr-Min-Last
           If   Walr-Ago Less Walr-Quiet
                Move 1 To Ls-Alrt-Rc
           End-if.
       Rtr-verifica-silencio-x. Exit.

       Rtr-calcula-minutos     Section.
           Move Zeros To Walr-Minutes
           If   Walr-Stamp(1 : 12) Is Numeric
                Move Walr-Stamp(1 : 8)  To Walr-Date-Num
                Move Walr-Stamp(9 : 2)  To Walr-Hh
                Move Walr-Stamp(11 : 2) To Walr-Mi
                Compute Walr-Minutes =
                        Function Integer-Of-Date(Walr-Date-Num) * 1440
                      + Walr-Hh * 60 + Walr-Mi
           End-if.
       Rtr-calcula-minutos-x.  Exit.

       Rtr-grava-alerta        Section.
           Move Spaces             To Alert-Record
           Move Walr-Now           To Alrt-Timestamp
           Move Ls-Alrt-Source     To Alrt-Source
           Move Ls-Alrt-Severity   To Alrt-Severity
           Move Ls-Alrt-Key        To Alrt-Key
           Move Ls-Alrt-Text       To Alrt-Text
           Move Ls-Alrt-Report     To Alrt-Report
           Open Extend Alert-File
           If   Walrt-status Equal '35'
                Open Output Alert-File
           End-if
           If   Walrt-status Not Equal '00'
                Display 'ALERTPUT - Unable to open ALERTS - status '
                        Walrt-status ' - alert ' Ls-Alrt-Key
                        ' not raised'
                Move 8 To Ls-Alrt-Rc
                Go To Rtr-grava-alerta-x
           End-if
           Write Alert-Record
           Close Alert-File
           Display 'ALERTPUT - ' Ls-Alrt-Severity ' alert raised: '
                   Ls-Alrt-Key.
       Rtr-grava-alerta-x.     Exit.

       End Program Alertput.
