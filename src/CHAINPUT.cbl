      *----------------------------------------------------------------*
      *    Chain value service for the audit trails we show the
      *    auditors - RULAUDIT, OPSAUDIT, STATAUD, PTRAUDIT,
      *    WVRAUDIT and CMDLOG. They are plain sequential datasets,
      *    and anyone with update access could take out a DENY line
      *    or an authority change without a trace. Every record on them
      *    now ends in a sequence number and a 16-digit chain value
      *    computed from the record's own content (sequence number
      *    included) and the chain value of the record before it,
      *    so a record deleted, altered or slipped in breaks the
      *    chain from that point on. The computation is keyed by
      *    the CHAINKEY dataset, readable only by the batch
      *    user-ids, so the chain cannot simply be recomputed by
      *    whoever edited the trail.
      *    Actions on Ls-Chn-Action:
      *      SEAL - the writer passes its record just before the
      *             WRITE; the trail's last record is read for the
      *             previous sequence and chain, and the record
      *             comes back with both filled in. The writer's
      *             own open/write/close is unchanged;
      *      CALC - chain value of the record given over
      *             Ls-Chn-Prev, for CHAINVER and CHAINSET;
      *      ANCH - appends an anchor to CHAINANC: the last
      *             sequence and chain of records taken off the
      *             head of a trail (LOGRETN archiving, CMDCOMP
      *             restarting CMDLOG), so the records left still
      *             chain onto something the verifier can check.
      *    A trail with no chained record and no anchor starts a
      *    new chain at sequence 1. Ls-Chn-Rc: 0 done, 4 a new
      *    chain was started, 8 unknown trail or action, or the
      *    anchor could not be written.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Chainput.
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
           Select Chain-Key-File Assign To Chainkey
                  Organization Is Sequential
                  File Status Is Wkey-status.
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

       FD  Chain-Key-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01  Chain-Key-Record.
           05  Ckey-Value        Pic  9(16).
           05  Filler            Pic  X(64).

       Working-storage Section.
       01 Wtrl-status       Pic  X(02) Value '00'.
       01 Wanc-status       Pic  X(02) Value '00'.
       01 Wkey-status       Pic  X(02) Value '00'.
       01 Wchn-eof          Pic  X(01) Value 'N'.
       01 Wchn-Key-Loaded   Pic  X(01) Value 'N'.
       01 Wchn-Key          Pic  9(16) Value Zeros.
       01 Wchn-Key-Parts Redefines Wchn-Key.
          03 Wchn-Key-1     Pic  9(08).
          03 Wchn-Key-2     Pic  9(08).
       01 Wchn-Ix           Pic S9(04) Comp Value Zeros.
       01 Wchn-Len          Pic S9(04) Comp Value Zeros.
       01 Wchn-Span         Pic S9(04) Comp Value Zeros.
       01 Wchn-Pos          Pic S9(04) Comp Value Zeros.
       01 Wchn-Byte         Pic S9(04) Comp Value Zeros.
       01 Wchn-Acc-1        Pic S9(18) Comp Value Zeros.
       01 Wchn-Acc-2        Pic S9(18) Comp Value Zeros.
       01 Wchn-Found        Pic  X(01) Value 'N'.
       01 Wchn-Last-Seq     Pic  9(08) Value Zeros.
       01 Wchn-Last-Chain   Pic  9(16) Value Zeros.
       01 Wchn-Buffer       Pic  X(172) Value Spaces.
       01 Wchn-Now          Pic  X(21) Value Spaces.

      *    the chained trails and their record lengths - sequence
      *    number and chain value are always the last 26 bytes
       01 Wchn-Values.
          03 Filler         Pic  X(11) Value 'CMDLOG  151'.
          03 Filler         Pic  X(11) Value 'RULAUDIT152'.
          03 Filler         Pic  X(11) Value 'OPSAUDIT136'.
          03 Filler         Pic  X(11) Value 'STATAUD 085'.
          03 Filler         Pic  X(11) Value 'PTRAUDIT099'.
          03 Filler         Pic  X(11) Value 'WVRAUDIT172'.
       01 Wchn-Table Redefines Wchn-Values.
          03 Wchn-Entry     Occurs 6 Times.
             05 Wchn-Tab-Name Pic X(08).
             05 Wchn-Tab-Len  Pic 9(03).

       Linkage Section.
       01 Ls-Chain-Area.
          03 Ls-Chn-Trail   Pic  X(08).
          03 Ls-Chn-Action  Pic  X(04).
          03 Ls-Chn-Seq     Pic  9(08).
          03 Ls-Chn-Prev    Pic  9(16).
          03 Ls-Chn-Chain   Pic  9(16).
          03 Ls-Chn-Job     Pic  X(08).
          03 Ls-Chn-Rc      Pic S9(04) Comp.
       01 Ls-Chn-Record     Pic  X(172).

       Procedure Division Using Ls-Chain-Area Ls-Chn-Record.

       Rtr-process             Section.
           Move Zeros To Ls-Chn-Rc
           Perform Rtr-localiza-trilha
           If   Wchn-Ix Equal Zeros
                Display 'CHAINPUT - Unknown trail ' Ls-Chn-Trail
                Move 8 To Ls-Chn-Rc
                Goback
           End-if
           If   Wchn-Key-Loaded Not Equal 'Y'
                Perform Rtr-carrega-chave
           End-if

           Evaluate Ls-Chn-Action
               When 'SEAL'
                    Perform Rtr-sela-registro
               When 'CALC'
                    Perform Rtr-calcula-elo
               When 'ANCH'
                    Perform Rtr-grava-ancora
               When Other
                    Display 'CHAINPUT - Unknown action ' Ls-Chn-Action
                    Move 8 To Ls-Chn-Rc
           End-evaluate
           Goback.
       Rtr-process-x.          Exit.

       Rtr-localiza-trilha     Section.
           Move Zeros To Wchn-Ix
           Perform Varying Wchn-Pos From 1 By 1 Until Wchn-Pos > 6
               If   Wchn-Tab-Name(Wchn-Pos) Equal Ls-Chn-Trail
                    Move Wchn-Pos To Wchn-Ix
                    Move Wchn-Tab-Len(Wchn-Pos) To Wchn-Len
               End-if
           End-perform
           Compute Wchn-Span = Wchn-Len - 16.
       Rtr-localiza-trilha-x.  Exit.

       Rtr-carrega-chave       Section.
      *    loaded once per run unit; no CHAINKEY means a zero key,
      *    and a trail sealed without its key will not verify
           Move Zeros To Wchn-Key
           Open Input Chain-Key-File
           If   Wkey-status Equal '00'
                Read Chain-Key-File
                    Not At End
                         If   Ckey-Value Is Numeric
                              Move Ckey-Value To Wchn-Key
                         End-if
                End-read
                Close Chain-Key-File
           Else
                Display 'CHAINPUT - Warning: CHAINKEY unavailable - '
                        'status ' Wkey-status
           End-if
           Move 'Y' To Wchn-Key-Loaded.
       Rtr-carrega-chave-x.    Exit.

       Rtr-sela-registro       Section.
      *    the separators ahead of sequence and chain are part of
      *    what is chained, so they are set here, not left to the
      *    writer
           Perform Rtr-le-ultimo
           If   Wchn-Found Not Equal 'Y'
                Perform Rtr-le-ancora
           End-if
           If   Wchn-Found Not Equal 'Y'
                Move Zeros To Wchn-Last-Seq Wchn-Last-Chain
                Move 4 To Ls-Chn-Rc
                Display 'CHAINPUT - ' Ls-Chn-Trail
                        ' has no chained record - new chain started'
           End-if
           Compute Ls-Chn-Seq = Wchn-Last-Seq + 1
           Move Wchn-Last-Chain To Ls-Chn-Prev
           Move Space To Ls-Chn-Record(Wchn-Len - 25 : 1)
           Move Ls-Chn-Seq To Ls-Chn-Record(Wchn-Len - 24 : 8)
           Move Space To Ls-Chn-Record(Wchn-Len - 16 : 1)
           Perform Rtr-calcula-elo
           Move Ls-Chn-Chain To Ls-Chn-Record(Wchn-Len - 15 : 16).
       Rtr-sela-registro-x.    Exit.

       Rtr-le-ultimo           Section.
      *    the trail's last record carries the previous sequence
      *    and chain; a record in the layout before chaining (or a
      *    trail not there yet) gives none
           Move 'N'    To Wchn-Found Wchn-eof
           Move Spaces To Wchn-Buffer
           Evaluate Wchn-Ix
               When 1 Open Input Cmd-Log-File
               When 2 Open Input Rul-Aud-File
               When 3 Open Input Ops-Aud-File
               When 4 Open Input Stat-Aud-File
               When 5 Open Input Ptr-Aud-File
               When 6 Open Input Wvr-Aud-File
           End-evaluate
           If   Wtrl-status Not Equal '00'
                Go To Rtr-le-ultimo-x
           End-if
           Perform Until Wchn-eof Equal 'Y'
               Evaluate Wchn-Ix
                   When 1 Read Cmd-Log-File Into Wchn-Buffer
                            At End Move 'Y' To Wchn-eof
                          End-read
                   When 2 Read Rul-Aud-File Into Wchn-Buffer
                            At End Move 'Y' To Wchn-eof
                          End-read
                   When 3 Read Ops-Aud-File Into Wchn-Buffer
                            At End Move 'Y' To Wchn-eof
                          End-read
                   When 4 Read Stat-Aud-File Into Wchn-Buffer
                            At End Move 'Y' To Wchn-eof
                          End-read
                   When 5 Read Ptr-Aud-File Into Wchn-Buffer
                            At End Move 'Y' To Wchn-eof
                          End-read
                   When 6 Read Wvr-Aud-File Into Wchn-Buffer
                            At End Move 'Y' To Wchn-eof
                          End-read
               End-evaluate
               If   Wchn-eof Not Equal 'Y'
                    Move 'Y' To Wchn-Found
               End-if
           End-perform
           Evaluate Wchn-Ix
               When 1 Close Cmd-Log-File
               When 2 Close Rul-Aud-File
               When 3 Close Ops-Aud-File
               When 4 Close Stat-Aud-File
               When 5 Close Ptr-Aud-File
               When 6 Close Wvr-Aud-File
           End-evaluate
           If   Wchn-Found Equal 'Y'
                If   Wchn-Buffer(Wchn-Len - 24 : 8)  Is Numeric
                And  Wchn-Buffer(Wchn-Len - 15 : 16) Is Numeric
                     Move Wchn-Buffer(Wchn-Len - 24 : 8)
                       To Wchn-Last-Seq
                     Move Wchn-Buffer(Wchn-Len - 15 : 16)
                       To Wchn-Last-Chain
                Else
                     Move 'N' To Wchn-Found
                End-if
           End-if.
       Rtr-le-ultimo-x.        Exit.

       Rtr-le-ancora           Section.
      *    the latest anchor for the trail, left when its chained
      *    records were archived or compacted away
           Move 'N' To Wchn-eof
           Open Input Chain-Anc-File
           If   Wanc-status Not Equal '00'
                Go To Rtr-le-ancora-x
           End-if
           Perform Until Wchn-eof Equal 'Y'
               Read Chain-Anc-File
                   At End
                        Move 'Y' To Wchn-eof
                   Not At End
                        If   Canc-Trail Equal Ls-Chn-Trail
                        And  Canc-Seq   Is Numeric
                        And  Canc-Chain Is Numeric
                             Move 'Y'        To Wchn-Found
                             Move Canc-Seq   To Wchn-Last-Seq
                             Move Canc-Chain To Wchn-Last-Chain
                        End-if
               End-read
           End-perform
           Close Chain-Anc-File.
       Rtr-le-ancora-x.        Exit.

       Rtr-calcula-elo         Section.
      *    two keyed running remainders over every byte ahead of
      *    the chain value, started from the previous chain value;
      *    the second weighs each byte by its position so bytes
      *    swapped within the record still show
           Divide Ls-Chn-Prev By 100000000
                  Giving Wchn-Acc-1 Remainder Wchn-Acc-2
           Perform Varying Wchn-Pos From 1 By 1
                   Until Wchn-Pos > Wchn-Span
               Compute Wchn-Byte =
                       Function Ord(Ls-Chn-Record(Wchn-Pos : 1))
               Compute Wchn-Acc-1 = Function Mod(Wchn-Acc-1 * 257
                       + Wchn-Byte + Wchn-Key-1, 99999989)
               Compute Wchn-Acc-2 = Function Mod(Wchn-Acc-2 * 263
                       + Wchn-Byte * Wchn-Pos + Wchn-Key-2, 99999971)
           End-perform
           Compute Ls-Chn-Chain = Wchn-Acc-1 * 100000000 + Wchn-Acc-2.
       Rtr-calcula-elo-x.      Exit.

       Rtr-grava-ancora        Section.
           Move Function Current-Date To Wchn-Now
           Move Spaces       To Chain-Anc-Record
           Move Ls-Chn-Trail To Canc-Trail
           Move Ls-Chn-Seq   To Canc-Seq
           Move Ls-Chn-Chain To Canc-Chain
           Move Wchn-Now     To Canc-Stamp
           Move Ls-Chn-Job   To Canc-Job
           Open Extend Chain-Anc-File
           If   Wanc-status Equal '35'
                Open Output Chain-Anc-File
           End-if
           If   Wanc-status Not Equal '00'
                Display 'CHAINPUT - Unable to open CHAINANC - status '
                        Wanc-status ' - ' Ls-Chn-Trail
                        ' anchor not written'
                Move 8 To Ls-Chn-Rc
                Go To Rtr-grava-ancora-x
           End-if
           Write Chain-Anc-Record
           Close Chain-Anc-File
           Display 'CHAINPUT - ' Ls-Chn-Trail ' anchored at sequence '
                   Ls-Chn-Seq.
       Rtr-grava-ancora-x.     Exit.

       End Program Chainput.
