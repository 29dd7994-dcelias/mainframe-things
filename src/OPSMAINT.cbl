      *           freeze-from/freeze-to as 16 packed HHMM+HHMM+
      *           MMDD+MMDD (freeze spaces when none)
      *    Return code: 0 ok, 1 no matching record, 2 table full,
      *    4 bad action/type, 5 validation failed, 8 dataset error
      *    or OPSAUDIT held elsewhere (the change is refused
      *    untouched).
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Opsmaint.

       FD  Ops-Audit-File
           Recording Mode Is F
           Record Contains 136 Characters.
       01  Ops-Audit-Record.
           05  Oaud-Timestamp    Pic  X(21).
           05  Filler            Pic  X(02) Value Spaces.
           05  Oaud-Key-3        Pic  X(16).
           05  Filler            Pic  X(02) Value Spaces.
           05  Oaud-Result       Pic  X(04).
           05  Filler            Pic  X(01) Value Spaces.
           05  Oaud-Seq          Pic  9(08).
           05  Filler            Pic  X(01) Value Spaces.
           05  Oaud-Chain        Pic  9(16).

       Working-storage Section.
       01 Winv-status       Pic  X(02) Value '00'.
             05 Wwin-Frz-To Pic  X(04).
             05 Wwin-Keep   Pic  X(01).

      *    Chain area (Chainput): each audit record is sealed just
      *    before the write, chained onto the trail's last record
       01 Wchn-area.
          03 Wchn-trail     Pic  X(08) Value 'OPSAUDIT'.
          03 Wchn-action    Pic  X(04) Value 'SEAL'.
          03 Wchn-seq       Pic  9(08) Value Zeros.
          03 Wchn-prev      Pic  9(16) Value Zeros.
          03 Wchn-chain     Pic  9(16) Value Zeros.
          03 Wchn-job       Pic  X(08) Value 'OPSMAINT'.
          03 Wchn-rc        Pic S9(04) Comp Value Zeros.

      *    Run-lock area (Runlock): each log record is written under
      *    a claim on the log's ddname, the lock LOGRETN rolls the
      *    log under. OPSAUDIT is claimed before anything changes
      *    and held to the end, so no change is made that cannot be
      *    audited; Wlock-held 'Y' while the claim is held.
       01 Wlock-area.
          03 Wlock-resource Pic  X(08) Value Spaces.
          03 Wlock-action   Pic  X(05) Value Spaces.
          03 Wlock-job      Pic  X(08) Value 'OPSMAINT'.
          03 Wlock-holder   Pic  X(08) Value Spaces.
          03 Wlock-since    Pic  X(21) Value Spaces.
          03 Wlock-rc       Pic S9(04) Comp Value Zeros.
          03 Wlock-wait     Pic  9(04) Value 60.
       01 Wlock-save-rc     Pic S9(04) Comp Value Zeros.
       01 Wlock-held        Pic  X(01) Value 'N'.

       Linkage Section.
       01 Ls-Opsm-Area.
          03 Ls-Opsm-User   Pic  X(08).
           Move Zeros        To Ls-Opsm-Rc
           Move 'OK  '       To Wops-Result

      *    the audit trail first: an add or deactivate the trail
      *    cannot take is refused before any dataset is touched
           Move 'N' To Wlock-held
           If   Ls-Opsm-Action Not Equal 'LIST'
                Move 'OPSAUDIT' To Wlock-resource
                Perform Rtr-reserva-log
                If   Wlock-rc Equal Zeros
                     Move 'Y' To Wlock-held
                Else
                     If   Ls-Opsm-Action Equal 'ADD ' Or 'DEA '
                          Display 'OPSMAINT - Error: OPSAUDIT locked '
                                  'by ' Wlock-holder ' - change '
                                  'refused, nothing updated'
                          Move 8 To Ls-Opsm-Rc
                          Goback
                     End-if
                End-if
           End-if

           If   Ls-Opsm-Type Not Equal 'PRG' And 'AUT' And 'WIN'
                              And 'ROL'
                Display 'OPSMAINT - Error: type must be PRG, AUT, '
                Move 4      To Ls-Opsm-Rc
                Move 'FAIL' To Wops-Result
                Perform Rtr-grava-auditoria
                Perform Rtr-solta-auditoria
                Goback
           End-if

                    Perform Rtr-grava-auditoria
           End-evaluate

           Perform Rtr-solta-auditoria
           Goback.
       Rtr-process-x.          Exit.

       Rtr-solta-auditoria     Section.
           If   Wlock-held Equal 'Y'
                Perform Rtr-libera-log
                Move 'N' To Wlock-held
           End-if.
       Rtr-solta-auditoria-x.  Exit.

       Rtr-carrega-dataset     Section.
      *    The whole dataset is loaded and written back in full, the
      *    way RULMAINT handles OPTRULES - a dataset not allocated
      *    yet just loads empty, so the first add also creates it.
      *    The tables start empty on every call - a caller running
      *    several transactions in one run unit must not see the
      *    previous call's load written back twice.
           Move Zeros To Wprg-Cnt Waut-Cnt Wrol-Cnt Wwin-Cnt
           Move 'N' To Wops-eof
           Evaluate Ls-Opsm-Type
               When 'PRG'
           Move Ls-Opsm-Key-3  To Oaud-Key-3
           Move Wops-Result    To Oaud-Result

      *    the OPSAUDIT claim was taken in Rtr-process
           If   Wlock-held Not Equal 'Y'
                Display 'OPSMAINT - Warning: OPSAUDIT locked by '
                        Wlock-holder ' - audit record not written'
                Go To Rtr-grava-auditoria-x
           End-if
           Call 'Chainput' Using Wchn-area Ops-Audit-Record
           Open Extend Ops-Audit-File
           If   Waudit-status Equal '35'
                Open Output Ops-Audit-File
           End-if.
       Rtr-grava-auditoria-x.  Exit.

       Rtr-reserva-log         Section.
      *    claims the log named in Wlock-resource, waiting while
      *    LOGRETN rolls it - a record appended between its read
      *    and its rewrite would be lost. The return code is kept
      *    across the call.
           Move Return-Code To Wlock-save-rc
           Move 'WAIT '     To Wlock-action
           Call 'Runlock' Using Wlock-area
           Move Wlock-save-rc To Return-Code.
       Rtr-reserva-log-x.      Exit.

       Rtr-libera-log          Section.
           Move Return-Code To Wlock-save-rc
           Move 'FREE '     To Wlock-action
           Call 'Runlock' Using Wlock-area
           Move Wlock-save-rc To Return-Code.
       Rtr-libera-log-x.       Exit.

       End Program Opsmaint.
