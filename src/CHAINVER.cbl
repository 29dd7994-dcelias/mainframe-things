      *----------------------------------------------------------------*
      *    Audit trail verifier for the monthly audit package. Walks
      *    the chained trails - CMDLOG, RULAUDIT, OPSAUDIT, STATAUD,
      *    PTRAUDIT and WVRAUDIT - front to back and recomputes
      *    every record's chain value through Chainput from the
      *    record's content and the chain value of the record before
      *    it (CHAINPUT). For each trail it reports the first
      *    record where the chain breaks - a record altered, or the
      *    one after a record taken out - and every gap in the
      *    sequence numbers. The first record of a trail either
      *    starts the chain at sequence 1 or follows the CHAINANC
      *    anchor that LOGRETN or CMDCOMP left when they took the
      *    records before it off the trail.
      *    Records written before the trail was chained are counted
      *    as unsealed ahead of the first sealed one; an unsealed
      *    record after it is a break.
      *    The result is the integrity certificate on CHAINCRT (also
      *    shown on SYSOUT): per trail records, unsealed, first and
      *    last sequence, the last chain value and INTACT, BROKEN or
      *    MISSING. The last sequence and chain value also let next
      *    month's certificate show nothing was cut off the end.
      *    A broken trail raises an ERROR alert (Alertput).
      *    PARM names one trail; empty verifies all six.
      *    Return code 0 every trail intact, 4 a trail missing or
      *    empty, 8 a break or a gap.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Chainver.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Cmd-Log-File  Assign To Cmdlog
                  Organization Is Sequential
                  File Status Is Wtrl-status.
           Select Rul-Aud-File  Assign To Rulaudit
                  Organization Is Sequential
                  File Status Is Wtrl-status.
           Select Ops-Aud-File  Assign To Opsaudit
                  Organization Is Sequential
                  File Status Is Wtrl-status.
           Select Stat-Aud-File Assign To Stataud
                  Organization Is Sequential
                  File Status Is Wtrl-status.
           Select Ptr-Aud-File  Assign To Ptraudit
                  Organization Is Sequential
                  File Status Is Wtrl-status.
           Select Wvr-Aud-File  Assign To Wvraudit
                  Organization Is Sequential
                  File Status Is Wtrl-status.
           Select Chain-Anc-File Assign To Chainanc
                  Organization Is Sequential
                  File Status Is Wanc-status.
           Select Chain-Crt-File Assign To Chaincrt
                  Organization Is Sequential
                  File Status Is Wcrt-status.
       Data Division.
       File Section.
       FD  Cmd-Log-File
           Recording Mode Is F
           Record Contains 151 Characters.
       01  Cmd-Log-Line          Pic  X(151).

       FD  Rul-Aud-File
           Recording Mode Is F
           Record Contains 152 Characters.
       01  Rul-Aud-Line          Pic  X(152).

       FD  Ops-Aud-File
           Recording Mode Is F
           Record Contains 136 Characters.
       01  Ops-Aud-Line          Pic  X(136).

       FD  Stat-Aud-File
           Recording Mode Is F
           Record Contains 85 Characters.
       01  Stat-Aud-Line         Pic  X(85).

       FD  Ptr-Aud-File
           Recording Mode Is F
           Record Contains 99 Characters.
       01  Ptr-Aud-Line          Pic  X(99).

       FD  Wvr-Aud-File
           Recording Mode Is F
           Record Contains 172 Characters.
       01  Wvr-Aud-Line          Pic  X(172).

       FD  Chain-Anc-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Chain-Anc-Record.
           05  Canc-Trail        Pic  X(08).
           05  Filler            Pic  X(01).
           05  Canc-Seq          Pic  9(08).
           05  Filler            Pic  X(01).
           05  Canc-Chain        Pic  9(16).
           05  Filler            Pic  X(01).
           05  Canc-Stamp        Pic  X(21).
           05  Filler            Pic  X(01).
           05  Canc-Job          Pic  X(08).
           05  Filler            Pic  X(15).

       FD  Chain-Crt-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Chain-Crt-Record      Pic  X(80).

       Working-storage Section.
       01 Wtrl-status       Pic  X(02) Value '00'.
       01 Wanc-status       Pic  X(02) Value '00'.
       01 Wcrt-status       Pic  X(02) Value '00'.
       01 Wver-eof          Pic  X(01) Value 'N'.
       01 Wver-Now          Pic  X(21) Value Spaces.
       01 Wver-Only         Pic  X(08) Value Spaces.
       01 Wver-Ix           Pic S9(04) Comp Value Zeros.
       01 Wver-Len          Pic S9(04) Comp Value Zeros.
       01 Wver-Seq-Pos      Pic S9(04) Comp Value Zeros.
       01 Wver-Chn-Pos      Pic S9(04) Comp Value Zeros.
       01 Wver-Buffer       Pic  X(172) Value Spaces.
       01 Wver-Seq          Pic  9(08) Value Zeros.
       01 Wver-Chain        Pic  9(16) Value Zeros.
       01 Wver-Last-Seq     Pic  9(08) Value Zeros.
       01 Wver-Gap-From     Pic  9(08) Value Zeros.
       01 Wver-Last-Chain   Pic  9(16) Value Zeros.
       01 Wver-Sealed       Pic  X(01) Value 'N'.
       01 Wver-Records      Pic  9(08) Value Zeros.
       01 Wver-Unsealed     Pic  9(08) Value Zeros.
       01 Wver-First-Seq    Pic  9(08) Value Zeros.
       01 Wver-Broken       Pic  X(01) Value 'N'.
       01 Wver-Break-Rec    Pic  9(08) Value Zeros.
       01 Wver-Break-Seq    Pic  9(08) Value Zeros.
       01 Wver-Break-Stamp  Pic  X(21) Value Spaces.
       01 Wver-Break-Why    Pic  X(40) Value Spaces.
       01 Wver-Anc-Used     Pic  X(01) Value 'N'.
       01 Wver-Anc-Stamp    Pic  X(21) Value Spaces.
       01 Wver-Anc-Job      Pic  X(08) Value Spaces.
       01 Wver-Status       Pic  X(07) Value Spaces.
       01 Wver-Checked      Pic  9(04) Value Zeros.
       01 Wver-Intact       Pic  9(04) Value Zeros.
       01 Wver-Rc           Pic S9(04) Comp Value Zeros.
       01 Wver-Ed-1         Pic  Z(07)9.
       01 Wver-Ed-2         Pic  Z(07)9.

      *    the chained trails and their record lengths - sequence
      *    number and chain value are always the last 26 bytes
       01 Wver-Values.
          03 Filler         Pic  X(11) Value 'CMDLOG  151'.
          03 Filler         Pic  X(11) Value 'RULAUDIT152'.
          03 Filler         Pic  X(11) Value 'OPSAUDIT136'.
          03 Filler         Pic  X(11) Value 'STATAUD 085'.
          03 Filler         Pic  X(11) Value 'PTRAUDIT099'.
          03 Filler         Pic  X(11) Value 'WVRAUDIT172'.
       01 Wver-Table Redefines Wver-Values.
          03 Wver-Entry     Occurs 6 Times.
             05 Wver-Tab-Name Pic X(08).
             05 Wver-Tab-Len  Pic 9(03).

      *    the trail's anchors off CHAINANC
       01 Wanc-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wanc-Ix           Pic S9(04) Comp Value Zeros.
       01 Wanc-Tab.
          03 Wanc-Entry     Occurs 200 Times.
             05 Wanc-Seq    Pic  9(08).
             05 Wanc-Chain  Pic  9(16).
             05 Wanc-Stamp  Pic  X(21).
             05 Wanc-Job    Pic  X(08).

      *    sequence gaps found on the trail (all are counted, the
      *    first 50 listed)
       01 Wgap-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wgap-Ix           Pic S9(04) Comp Value Zeros.
       01 Wgap-Tab.
          03 Wgap-Entry     Occurs 50 Times.
             05 Wgap-From   Pic  9(08).
             05 Wgap-To     Pic  9(08).

      *    certificate lines
       01 Wcrt-Line         Pic  X(80) Value Spaces.
       01 Wdet-Line.
          03 Wdet-Trail     Pic  X(08).
          03 Filler         Pic  X(01) Value Spaces.
          03 Wdet-Records   Pic  Z(07)9.
          03 Filler         Pic  X(01) Value Spaces.
          03 Wdet-Unsealed  Pic  Z(07)9.
          03 Filler         Pic  X(01) Value Spaces.
          03 Wdet-First     Pic  Z(07)9.
          03 Filler         Pic  X(01) Value Spaces.
          03 Wdet-Last      Pic  Z(07)9.
          03 Filler         Pic  X(01) Value Spaces.
          03 Wdet-Chain     Pic  X(16).
          03 Filler         Pic  X(01) Value Spaces.
          03 Wdet-Status    Pic  X(07).
          03 Filler         Pic  X(11) Value Spaces.

      *    Chain area (Chainput)
       01 Wchn-area.
          03 Wchn-trail     Pic  X(08) Value Spaces.
          03 Wchn-action    Pic  X(04) Value 'CALC'.
          03 Wchn-seq       Pic  9(08) Value Zeros.
          03 Wchn-prev      Pic  9(16) Value Zeros.
          03 Wchn-chain     Pic  9(16) Value Zeros.
          03 Wchn-job       Pic  X(08) Value 'CHAINVER'.
          03 Wchn-rc        Pic S9(04) Comp Value Zeros.

      *    Alert area (Alertput)
       01 Walrt-area.
          03 Walrt-source   Pic  X(08) Value 'CHAINVER'.
          03 Walrt-severity Pic  X(05) Value 'ERROR'.
          03 Walrt-key      Pic  X(20) Value Spaces.
          03 Walrt-text     Pic  X(60) Value Spaces.
          03 Walrt-report   Pic  X(08) Value 'CHAINCRT'.
          03 Walrt-rc       Pic S9(04) Comp Value Zeros.

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(08).

       Procedure Division Using Ls-Parm-Area.

       Rtr-process             Section.
           Move Zeros To Wver-Rc
           Move Function Current-Date To Wver-Now
           If   Ls-Parm-Len Greater Zeros
                Move Ls-Parm-Text(1 : Ls-Parm-Len) To Wver-Only
           End-if

           Open Output Chain-Crt-File
           If   Wcrt-status Not Equal '00'
                Display 'CHAINVER - Warning: CHAINCRT unavailable - '
                        'status ' Wcrt-status
                        ' - certificate on SYSOUT only'
           End-if

           Perform Rtr-cabecalho
           Perform Varying Wver-Ix From 1 By 1 Until Wver-Ix > 6
               If   Wver-Only Equal Spaces
               Or   Wver-Only Equal Wver-Tab-Name(Wver-Ix)
                    Perform Rtr-verifica-trilha
               End-if
           End-perform

           If   Wver-Checked Equal Zeros
                Move Spaces To Wcrt-Line
                String 'No chained trail named ' Wver-Only
                       Delimited By Size Into Wcrt-Line
                Perform Rtr-imprime
                Move 8 To Wver-Rc
           End-if
           Perform Rtr-rodape

           If   Wcrt-status Equal '00'
                Close Chain-Crt-File
           End-if
      *    Chainput and Alertput are called along the way, so the
      *    return code is only set here
           Move Wver-Rc To Return-Code
           Goback.
       Rtr-process-x.          Exit.

       Rtr-cabecalho           Section.
           Move Spaces To Wcrt-Line
           String 'CHAINVER - AUDIT TRAIL INTEGRITY CERTIFICATE  '
                  Wver-Now(1 : 4) '-' Wver-Now(5 : 2) '-'
                  Wver-Now(7 : 2) ' ' Wver-Now(9 : 2) ':'
                  Wver-Now(11 : 2)
                  Delimited By Size Into Wcrt-Line
           Perform Rtr-imprime
           Move All '=' To Wcrt-Line
           Perform Rtr-imprime
           Move Spaces To Wcrt-Line
           String 'TRAIL     RECORDS UNSEALED FIRST-SEQ LAST-SEQ '
                  'LAST CHAIN       STATUS'
                  Delimited By Size Into Wcrt-Line
           Perform Rtr-imprime.
       Rtr-cabecalho-x.        Exit.

       Rtr-verifica-trilha     Section.
           Add 1 To Wver-Checked
           Move Wver-Tab-Name(Wver-Ix) To Wchn-trail
           Move Wver-Tab-Len(Wver-Ix)  To Wver-Len
           Compute Wver-Seq-Pos = Wver-Len - 24
           Compute Wver-Chn-Pos = Wver-Len - 15
           Move Zeros  To Wver-Records Wver-Unsealed Wver-First-Seq
                          Wver-Last-Seq Wver-Last-Chain
                          Wver-Break-Rec Wver-Break-Seq Wgap-Cnt
           Move 'N'    To Wver-Sealed Wver-Broken Wver-Anc-Used
           Move Spaces To Wver-Break-Stamp Wver-Break-Why
                          Wver-Anc-Stamp Wver-Anc-Job
           Perform Rtr-carrega-ancoras

           Move 'N' To Wver-eof
           Evaluate Wver-Ix
               When 1 Open Input Cmd-Log-File
               When 2 Open Input Rul-Aud-File
               When 3 Open Input Ops-Aud-File
               When 4 Open Input Stat-Aud-File
               When 5 Open Input Ptr-Aud-File
               When 6 Open Input Wvr-Aud-File
           End-evaluate
           If   Wtrl-status Not Equal '00'
                Move 'MISSING' To Wver-Status
                Perform Rtr-imprime-trilha
                If   Wver-Rc Less 4
                     Move 4 To Wver-Rc
                End-if
                Go To Rtr-verifica-trilha-x
           End-if
           Perform Until Wver-eof Equal 'Y'
               Evaluate Wver-Ix
                   When 1 Read Cmd-Log-File Into Wver-Buffer
                            At End Move 'Y' To Wver-eof
                          End-read
                   When 2 Read Rul-Aud-File Into Wver-Buffer
                            At End Move 'Y' To Wver-eof
                          End-read
                   When 3 Read Ops-Aud-File Into Wver-Buffer
                            At End Move 'Y' To Wver-eof
                          End-read
                   When 4 Read Stat-Aud-File Into Wver-Buffer
                            At End Move 'Y' To Wver-eof
                          End-read
                   When 5 Read Ptr-Aud-File Into Wver-Buffer
                            At End Move 'Y' To Wver-eof
                          End-read
                   When 6 Read Wvr-Aud-File Into Wver-Buffer
                            At End Move 'Y' To Wver-eof
                          End-read
               End-evaluate
               If   Wver-eof Not Equal 'Y'
                    Add 1 To Wver-Records
                    Perform Rtr-verifica-registro
               End-if
           End-perform
           Evaluate Wver-Ix
               When 1 Close Cmd-Log-File
               When 2 Close Rul-Aud-File
               When 3 Close Ops-Aud-File
               When 4 Close Stat-Aud-File
               When 5 Close Ptr-Aud-File
               When 6 Close Wvr-Aud-File
           End-evaluate

           Evaluate True
               When Wver-Broken Equal 'Y'
               When Wgap-Cnt Greater Zeros
                    Move 'BROKEN ' To Wver-Status
                    Move 8 To Wver-Rc
                    Perform Rtr-grava-alerta
               When Wver-Sealed Not Equal 'Y'
                    Move 'MISSING' To Wver-Status
                    If   Wver-Rc Less 4
                         Move 4 To Wver-Rc
                    End-if
               When Other
                    Move 'INTACT ' To Wver-Status
                    Add 1 To Wver-Intact
           End-evaluate
           Perform Rtr-imprime-trilha.
       Rtr-verifica-trilha-x.  Exit.

       Rtr-carrega-ancoras     Section.
           Move Zeros To Wanc-Cnt
           Move 'N'   To Wver-eof
           Open Input Chain-Anc-File
           If   Wanc-status Not Equal '00'
                Go To Rtr-carrega-ancoras-x
           End-if
           Perform Until Wver-eof Equal 'Y'
               Read Chain-Anc-File
                   At End
                        Move 'Y' To Wver-eof
                   Not At End
                        If   Canc-Trail Equal Wchn-trail
                        And  Canc-Seq   Is Numeric
                        And  Canc-Chain Is Numeric
                        And  Wanc-Cnt Less 200
                             Add 1 To Wanc-Cnt
                             Move Canc-Seq   To Wanc-Seq(Wanc-Cnt)
                             Move Canc-Chain To Wanc-Chain(Wanc-Cnt)
                             Move Canc-Stamp To Wanc-Stamp(Wanc-Cnt)
                             Move Canc-Job   To Wanc-Job(Wanc-Cnt)
                        End-if
               End-read
           End-perform
           Close Chain-Anc-File.
       Rtr-carrega-ancoras-x.  Exit.

       Rtr-verifica-registro   Section.
           If   Wver-Buffer(Wver-Seq-Pos : 8)  Is Not Numeric
           Or   Wver-Buffer(Wver-Chn-Pos : 16) Is Not Numeric
                If   Wver-Sealed Equal 'Y'
                     Move Zeros To Wver-Seq
                     Move 'RECORD NOT SEALED' To Wver-Break-Why
                     Perform Rtr-marca-quebra
                Else
                     Add 1 To Wver-Unsealed
                End-if
                Go To Rtr-verifica-registro-x
           End-if
           Move Wver-Buffer(Wver-Seq-Pos : 8)  To Wver-Seq
           Move Wver-Buffer(Wver-Chn-Pos : 16) To Wver-Chain

           If   Wver-Sealed Not Equal 'Y'
                Move 'Y'      To Wver-Sealed
                Move Wver-Seq To Wver-First-Seq
                Perform Rtr-inicio-cadeia
           Else
                Evaluate True
                    When Wver-Seq Equal Wver-Last-Seq + 1
                         Continue
                    When Wver-Seq Greater Wver-Last-Seq + 1
                         Compute Wver-Gap-From = Wver-Last-Seq + 1
                         Perform Rtr-marca-lacuna
                    When Other
                         Move 'SEQUENCE OUT OF ORDER'
                           To Wver-Break-Why
                         Perform Rtr-marca-quebra
                End-evaluate
           End-if

           Move Wver-Last-Chain To Wchn-prev
           Call 'Chainput' Using Wchn-area Wver-Buffer
           If   Wchn-chain Not Equal Wver-Chain
                Move 'CHAIN VALUE DOES NOT MATCH' To Wver-Break-Why
                Perform Rtr-marca-quebra
           End-if
      *    go on from the chain value as written, so one altered
      *    record breaks once and a removed one breaks the next
           Move Wver-Seq   To Wver-Last-Seq
           Move Wver-Chain To Wver-Last-Chain.
       Rtr-verifica-registro-x. Exit.

       Rtr-inicio-cadeia       Section.
      *    sequence 1 starts from nothing; anything later must
      *    follow an anchor left for the records taken off
           Move Zeros To Wver-Last-Chain
           If   Wver-Seq Equal 1
                Go To Rtr-inicio-cadeia-x
           End-if
           Perform Varying Wanc-Ix From 1 By 1
                   Until Wanc-Ix > Wanc-Cnt
               If   Wanc-Seq(Wanc-Ix) + 1 Equal Wver-Seq
                    Move 'Y' To Wver-Anc-Used
                    Move Wanc-Chain(Wanc-Ix) To Wver-Last-Chain
                    Move Wanc-Stamp(Wanc-Ix) To Wver-Anc-Stamp
                    Move Wanc-Job(Wanc-Ix)   To Wver-Anc-Job
               End-if
           End-perform
           If   Wver-Anc-Used Not Equal 'Y'
                Move 'NO ANCHOR FOR FIRST SEALED RECORD'
                  To Wver-Break-Why
                Perform Rtr-marca-quebra
                Move Wver-Chain To Wver-Last-Chain
           End-if.
       Rtr-inicio-cadeia-x.    Exit.

       Rtr-marca-quebra        Section.
           If   Wver-Broken Equal 'Y'
                Go To Rtr-marca-quebra-x
           End-if
           Move 'Y'              To Wver-Broken
           Move Wver-Records     To Wver-Break-Rec
           Move Wver-Seq         To Wver-Break-Seq
           Move Wver-Buffer(1 : 21) To Wver-Break-Stamp.
       Rtr-marca-quebra-x.     Exit.

       Rtr-marca-lacuna        Section.
           Add 1 To Wgap-Cnt
           If   Wgap-Cnt Not Greater 50
                Move Wver-Gap-From To Wgap-From(Wgap-Cnt)
                Compute Wgap-To(Wgap-Cnt) = Wver-Seq - 1
           End-if.
       Rtr-marca-lacuna-x.     Exit.

       Rtr-imprime-trilha      Section.
           Move Wchn-trail     To Wdet-Trail
           Move Wver-Records   To Wdet-Records
           Move Wver-Unsealed  To Wdet-Unsealed
           Move Wver-First-Seq To Wdet-First
           Move Wver-Last-Seq  To Wdet-Last
           Move Wver-Last-Chain To Wdet-Chain
           Move Wver-Status    To Wdet-Status
           Move Wdet-Line      To Wcrt-Line
           Perform Rtr-imprime

           If   Wver-Anc-Used Equal 'Y'
                Move Wver-First-Seq To Wver-Ed-1
                Move Spaces To Wcrt-Line
                String '          follows anchor before sequence '
                       Wver-Ed-1 ' left by ' Wver-Anc-Job ' '
                       Wver-Anc-Stamp(1 : 8)
                       Delimited By Size Into Wcrt-Line
                Perform Rtr-imprime
           End-if
           If   Wver-Broken Equal 'Y'
                Move Wver-Break-Rec To Wver-Ed-1
                Move Wver-Break-Seq To Wver-Ed-2
                Move Spaces To Wcrt-Line
                String '          first break at record ' Wver-Ed-1
                       ' sequence ' Wver-Ed-2
                       Delimited By Size Into Wcrt-Line
                Perform Rtr-imprime
                Move Spaces To Wcrt-Line
                String '            ' Wver-Break-Why ' written '
                       Wver-Break-Stamp(1 : 14)
                       Delimited By Size Into Wcrt-Line
                Perform Rtr-imprime
           End-if
           Perform Varying Wgap-Ix From 1 By 1
                   Until Wgap-Ix > Wgap-Cnt Or Wgap-Ix > 50
               Move Wgap-From(Wgap-Ix) To Wver-Ed-1
               Move Wgap-To(Wgap-Ix)   To Wver-Ed-2
               Move Spaces To Wcrt-Line
               String '          sequence gap ' Wver-Ed-1 ' to '
                      Wver-Ed-2 ' missing'
                      Delimited By Size Into Wcrt-Line
               Perform Rtr-imprime
           End-perform
           If   Wgap-Cnt Greater 50
                Move Wgap-Cnt To Wver-Ed-1
                Move Spaces To Wcrt-Line
                String '          ' Wver-Ed-1
                       ' sequence gaps in all - first 50 listed'
                       Delimited By Size Into Wcrt-Line
                Perform Rtr-imprime
           End-if.
       Rtr-imprime-trilha-x.   Exit.

       Rtr-rodape              Section.
           Move All '=' To Wcrt-Line
           Perform Rtr-imprime
           Move Spaces To Wcrt-Line
           If   Wver-Checked Greater Zeros
           And  Wver-Intact Equal Wver-Checked
                Move Wver-Checked To Wver-Ed-1
                String 'TRAIL INTACT - ' Wver-Ed-1
                       ' trail(s) verified, no break and no gap'
                       Delimited By Size Into Wcrt-Line
           Else
                String 'TRAIL NOT INTACT - see the trails not '
                       'marked INTACT above'
                       Delimited By Size Into Wcrt-Line
           End-if
           Perform Rtr-imprime.
       Rtr-rodape-x.           Exit.

       Rtr-imprime             Section.
           Display Wcrt-Line
           If   Wcrt-status Equal '00'
                Write Chain-Crt-Record From Wcrt-Line
           End-if.
       Rtr-imprime-x.          Exit.

       Rtr-grava-alerta        Section.
           Move Spaces To Walrt-key Walrt-text
           String 'CHAIN ' Wchn-trail
                  Delimited By Size Into Walrt-key
           String Wchn-trail ' audit trail chain broken or sequence '
                  'gap'
                  Delimited By Size Into Walrt-text
           Call 'Alertput' Using Walrt-area.
       Rtr-grava-alerta-x.     Exit.

       End Program Chainver.
