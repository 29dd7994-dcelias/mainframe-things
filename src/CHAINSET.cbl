      *----------------------------------------------------------------*
      *    One-time changeover of an audit trail to its chained
      *    layout. RULAUDIT, OPSAUDIT, STATAUD, PTRAUDIT and CMDLOG
      *    each gained a sequence number and a chain value at the
      *    end of the record (CHAINPUT); a trail written before that
      *    is copied from CHNOLD, in the trail's previous layout, to
      *    CHNNEW in the chained one, every record sealed from
      *    sequence 1 through Chainput so CHAINVER covers the whole
      *    history from the changeover on. Nothing is dropped or
      *    reordered. PARM names the trail. A CMDLOG still in the
      *    original 109-byte layout goes through CMDCONV instead,
      *    which seals as it converts.
      *    Return code 0 done, 8 unknown trail or a dataset that
      *    would not open.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Chainset.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Old-Clog-File Assign To Chnold
                  Organization Is Sequential
                  File Status Is Wold-status.
           Select Old-Raud-File Assign To Chnold
                  Organization Is Sequential
                  File Status Is Wold-status.
           Select Old-Oaud-File Assign To Chnold
                  Organization Is Sequential
                  File Status Is Wold-status.
           Select Old-Saud-File Assign To Chnold
                  Organization Is Sequential
                  File Status Is Wold-status.
           Select Old-Paud-File Assign To Chnold
                  Organization Is Sequential
                  File Status Is Wold-status.
           Select New-Clog-File Assign To Chnnew
                  Organization Is Sequential
                  File Status Is Wnew-status.
           Select New-Raud-File Assign To Chnnew
                  Organization Is Sequential
                  File Status Is Wnew-status.
           Select New-Oaud-File Assign To Chnnew
                  Organization Is Sequential
                  File Status Is Wnew-status.
           Select New-Saud-File Assign To Chnnew
                  Organization Is Sequential
                  File Status Is Wnew-status.
           Select New-Paud-File Assign To Chnnew
                  Organization Is Sequential
                  File Status Is Wnew-status.
       Data Division.
       File Section.
       FD  Old-Clog-File
           Recording Mode Is F
           Record Contains 125 Characters.
       01  Old-Clog-Line         Pic  X(125).

       FD  Old-Raud-File
           Recording Mode Is F
           Record Contains 92 Characters.
       01  Old-Raud-Line         Pic  X(92).

       FD  Old-Oaud-File
           Recording Mode Is F
           Record Contains 110 Characters.
       01  Old-Oaud-Line         Pic  X(110).

       FD  Old-Saud-File
           Recording Mode Is F
           Record Contains 59 Characters.
       01  Old-Saud-Line         Pic  X(59).

       FD  Old-Paud-File
           Recording Mode Is F
           Record Contains 73 Characters.
       01  Old-Paud-Line         Pic  X(73).

       FD  New-Clog-File
           Recording Mode Is F
           Record Contains 151 Characters.
       01  New-Clog-Line         Pic  X(151).

       FD  New-Raud-File
           Recording Mode Is F
           Record Contains 152 Characters.
       01  New-Raud-Line         Pic  X(152).

       FD  New-Oaud-File
           Recording Mode Is F
           Record Contains 136 Characters.
       01  New-Oaud-Line         Pic  X(136).

       FD  New-Saud-File
           Recording Mode Is F
           Record Contains 85 Characters.
       01  New-Saud-Line         Pic  X(85).

       FD  New-Paud-File
           Recording Mode Is F
           Record Contains 99 Characters.
       01  New-Paud-Line         Pic  X(99).

       Working-storage Section.
       01 Wold-status       Pic  X(02) Value '00'.
       01 Wnew-status       Pic  X(02) Value '00'.
       01 Wset-eof          Pic  X(01) Value 'N'.
       01 Wset-Ix           Pic S9(04) Comp Value Zeros.
       01 Wset-Len          Pic S9(04) Comp Value Zeros.
       01 Wset-Pos          Pic S9(04) Comp Value Zeros.
       01 Wset-Trail        Pic  X(08) Value Spaces.
       01 Wset-Read         Pic  9(08) Value Zeros.
       01 Wset-Buffer       Pic  X(152) Value Spaces.

      *    the chained trails with their record lengths, previous
      *    and chained
       01 Wset-Values.
          03 Filler         Pic  X(14) Value 'CMDLOG  125151'.
          03 Filler         Pic  X(14) Value 'RULAUDIT092152'.
          03 Filler         Pic  X(14) Value 'OPSAUDIT110136'.
          03 Filler         Pic  X(14) Value 'STATAUD 059085'.
          03 Filler         Pic  X(14) Value 'PTRAUDIT073099'.
       01 Wset-Table Redefines Wset-Values.
          03 Wset-Entry     Occurs 5 Times.
             05 Wset-Tab-Name Pic X(08).
             05 Wset-Tab-Old  Pic 9(03).
             05 Wset-Tab-Len  Pic 9(03).

      *    Chain area (Chainput)
       01 Wchn-area.
          03 Wchn-trail     Pic  X(08) Value Spaces.
          03 Wchn-action    Pic  X(04) Value 'CALC'.
          03 Wchn-seq       Pic  9(08) Value Zeros.
          03 Wchn-prev      Pic  9(16) Value Zeros.
          03 Wchn-chain     Pic  9(16) Value Zeros.
          03 Wchn-job       Pic  X(08) Value 'CHAINSET'.
          03 Wchn-rc        Pic S9(04) Comp Value Zeros.

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(08).

       Procedure Division Using Ls-Parm-Area.

       Rtr-process             Section.
           Move Zeros To Return-Code
           Display ' '
           Display '==============================================='
           Display 'CHAINSET - Audit trail changeover to chaining'
           Display '==============================================='

           If   Ls-Parm-Len Greater Zeros
                Move Ls-Parm-Text(1 : Ls-Parm-Len) To Wset-Trail
           End-if
           Move Zeros To Wset-Ix
           Perform Varying Wset-Pos From 1 By 1 Until Wset-Pos > 5
               If   Wset-Tab-Name(Wset-Pos) Equal Wset-Trail
                    Move Wset-Pos To Wset-Ix
               End-if
           End-perform
           If   Wset-Ix Equal Zeros
                Display 'CHAINSET - PARM must name CMDLOG, RULAUDIT, '
                        'OPSAUDIT, STATAUD or PTRAUDIT'
                Move 8 To Return-Code
                Goback
           End-if
           Move Wset-Tab-Len(Wset-Ix) To Wset-Len
           Move Wset-Trail            To Wchn-trail

           Perform Rtr-abre-arquivos
           If   Return-Code Not Equal Zeros
                Goback
           End-if

           Move 'N' To Wset-eof
           Perform Until Wset-eof Equal 'Y'
               Perform Rtr-le-antigo
               If   Wset-eof Not Equal 'Y'
                    Add 1 To Wset-Read
                    Perform Rtr-sela-registro
               End-if
           End-perform
           Perform Rtr-fecha-arquivos

           Display 'CHAINSET - ' Wset-Trail ' ' Wset-Read
                   ' records sealed, last chain value ' Wchn-chain
           Goback.
       Rtr-process-x.          Exit.

       Rtr-abre-arquivos       Section.
           Evaluate Wset-Ix
               When 1 Open Input Old-Clog-File
               When 2 Open Input Old-Raud-File
               When 3 Open Input Old-Oaud-File
               When 4 Open Input Old-Saud-File
               When 5 Open Input Old-Paud-File
           End-evaluate
           If   Wold-status Not Equal '00'
                Display 'CHAINSET - Unable to open CHNOLD - status '
                        Wold-status
                Move 8 To Return-Code
                Go To Rtr-abre-arquivos-x
           End-if
           Evaluate Wset-Ix
               When 1 Open Output New-Clog-File
               When 2 Open Output New-Raud-File
               When 3 Open Output New-Oaud-File
               When 4 Open Output New-Saud-File
               When 5 Open Output New-Paud-File
           End-evaluate
           If   Wnew-status Not Equal '00'
                Display 'CHAINSET - Unable to open CHNNEW - status '
                        Wnew-status
                Evaluate Wset-Ix
                    When 1 Close Old-Clog-File
                    When 2 Close Old-Raud-File
                    When 3 Close Old-Oaud-File
                    When 4 Close Old-Saud-File
                    When 5 Close Old-Paud-File
                End-evaluate
                Move 8 To Return-Code
           End-if.
       Rtr-abre-arquivos-x.    Exit.

       Rtr-le-antigo           Section.
           Move Spaces To Wset-Buffer
           Evaluate Wset-Ix
               When 1 Read Old-Clog-File
                        At End Move 'Y' To Wset-eof
                        Not At End
                           Move Old-Clog-Line To Wset-Buffer
                      End-read
               When 2 Read Old-Raud-File
                        At End Move 'Y' To Wset-eof
                        Not At End
                           Move Old-Raud-Line To Wset-Buffer
                      End-read
               When 3 Read Old-Oaud-File
                        At End Move 'Y' To Wset-eof
                        Not At End
                           Move Old-Oaud-Line To Wset-Buffer
                      End-read
               When 4 Read Old-Saud-File
                        At End Move 'Y' To Wset-eof
                        Not At End
                           Move Old-Saud-Line To Wset-Buffer
                      End-read
               When 5 Read Old-Paud-File
                        At End Move 'Y' To Wset-eof
                        Not At End
                           Move Old-Paud-Line To Wset-Buffer
                      End-read
           End-evaluate.
       Rtr-le-antigo-x.        Exit.

       Rtr-sela-registro       Section.
      *    the old record is the new one's content; sequence and
      *    chain follow it, chained onto the record before
           Add 1 To Wchn-seq
           Move Wchn-chain To Wchn-prev
           Move Wchn-seq   To Wset-Buffer(Wset-Len - 24 : 8)
           Call 'Chainput' Using Wchn-area Wset-Buffer
           Move Wchn-chain To Wset-Buffer(Wset-Len - 15 : 16)
           Evaluate Wset-Ix
               When 1 Write New-Clog-Line From Wset-Buffer
               When 2 Write New-Raud-Line From Wset-Buffer
               When 3 Write New-Oaud-Line From Wset-Buffer
               When 4 Write New-Saud-Line From Wset-Buffer
               When 5 Write New-Paud-Line From Wset-Buffer
           End-evaluate.
       Rtr-sela-registro-x.    Exit.

       Rtr-fecha-arquivos      Section.
           Evaluate Wset-Ix
               When 1 Close Old-Clog-File New-Clog-File
               When 2 Close Old-Raud-File New-Raud-File
               When 3 Close Old-Oaud-File New-Oaud-File
               When 4 Close Old-Saud-File New-Saud-File
               When 5 Close Old-Paud-File New-Paud-File
           End-evaluate.
       Rtr-fecha-arquivos-x.   Exit.

       End Program Chainset.
