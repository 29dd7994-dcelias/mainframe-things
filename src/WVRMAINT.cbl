      *----------------------------------------------------------------*
      *    Maintenance transaction for the finding waivers on the
      *    WAIVERS dataset (CPYWVRR) - in the mold of OPSMAINT and
      *    RULMAINT: add a waiver, renew one, remove one, or list
      *    them with their standing. A waiver is keyed the way
      *    FINDARCH deduplicates findings - program, context (the
      *    PROC step, command program) and message id - and carries
      *    the approver, the change ticket, the reason and the
      *    expiry date, the last day it holds. Nothing is waived
      *    for ever: the expiry may be at most a year out, and
      *    RNEW is how a waiver is carried past it - on purpose,
      *    with a new ticket and approver - instead of by surprise.
      *    The approver must be someone other than the user keying
      *    the waiver, and the message id must belong to the
      *    program named (PRM Parms, RSP Retspace, PSB Presubmt;
      *    PRC too for Parms, its source-member findings), or the
      *    waiver would never match a finding.
      *    Every ADD/RNEW/DEA attempt, pass or fail, leaves one
      *    WVRAUDIT record (chained, CHAINPUT) with the full waiver
      *    as keyed. The dataset is loaded through Wvrload and
      *    written back in full; not allocated yet it loads empty,
      *    so the first add also creates it.
      *    Return code: 0 ok, 1 no such waiver, 2 table full, 3
      *    waiver already on file, 4 bad action, 5 validation
      *    failed, 6 approver is the requesting user, 8 dataset
      *    error.
      *----------------------------------------------------------------*
       Identification Division.
       Program-id. Wvrmaint.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Waiver-File Assign To Waivers
                  Organization Is Sequential
                  File Status Is Wwvr-status.
           Select Wvr-Audit-File Assign To Wvraudit
                  Organization Is Sequential
                  File Status Is Waudit-status.
       Data Division.
       File Section.
       FD  Waiver-File
           Recording Mode Is F
           Record Contains 120 Characters.
           Copy CPYWVRR.

       FD  Wvr-Audit-File
           Recording Mode Is F
           Record Contains 172 Characters.
       01  Wvr-Audit-Record.
           05  Waud-Timestamp    Pic  X(21).
           05  Filler            Pic  X(02) Value Spaces.
           05  Waud-User         Pic  X(08).
           05  Filler            Pic  X(02) Value Spaces.
           05  Waud-Action       Pic  X(04).
           05  Filler            Pic  X(02) Value Spaces.
           05  Waud-Program      Pic  X(08).
           05  Filler            Pic  X(01) Value Spaces.
           05  Waud-Context      Pic  X(08).
           05  Filler            Pic  X(01) Value Spaces.
           05  Waud-Msg-Id       Pic  X(07).
           05  Filler            Pic  X(02) Value Spaces.
           05  Waud-Approver     Pic  X(08).
           05  Filler            Pic  X(02) Value Spaces.
           05  Waud-Ticket       Pic  X(12).
           05  Filler            Pic  X(02) Value Spaces.
           05  Waud-Expiry       Pic  X(08).
           05  Filler            Pic  X(02) Value Spaces.
           05  Waud-Result       Pic  X(04).
           05  Filler            Pic  X(02) Value Spaces.
           05  Waud-Reason       Pic  X(40).
           05  Filler            Pic  X(01) Value Spaces.
           05  Waud-Seq          Pic  9(08).
           05  Filler            Pic  X(01) Value Spaces.
           05  Waud-Chain        Pic  9(16).

       Working-storage Section.
           Copy CPYWVRT.
       01 Wwvr-status       Pic  X(02) Value '00'.
       01 Waudit-status     Pic  X(02) Value '00'.
       01 Wwvm-Ix           Pic S9(04) Comp.
       01 Wwvm-Hit          Pic S9(04) Comp.
       01 Wwvm-Result       Pic  X(04).
       01 Wwvm-Prefix       Pic  X(03).
       01 Wwvm-Days         Pic S9(05) Comp.
       01 Wwvm-Days-Ed      Pic  -(4)9.
       01 Wwvm-Standing     Pic  X(24).
       01 Wwvm-today-num    Pic  9(08) Value Zeros.
       01 Wwvm-exp-num      Pic  9(08) Value Zeros.
       01 Wwvm-exp-parts Redefines Wwvm-exp-num.
          03 Wwvm-exp-yyyy  Pic  9(04).
          03 Wwvm-exp-mm    Pic  9(02).
          03 Wwvm-exp-dd    Pic  9(02).

      *    Chain area (Chainput): each audit record is sealed just
      *    before the write, chained onto the trail's last record
       01 Wchn-area.
          03 Wchn-trail     Pic  X(08) Value 'WVRAUDIT'.
          03 Wchn-action    Pic  X(04) Value 'SEAL'.
          03 Wchn-seq       Pic  9(08) Value Zeros.
          03 Wchn-prev      Pic  9(16) Value Zeros.
          03 Wchn-chain     Pic  9(16) Value Zeros.
          03 Wchn-job       Pic  X(08) Value 'WVRMAINT'.
          03 Wchn-rc        Pic S9(04) Comp Value Zeros.

       Linkage Section.
       01 Ls-Wvrm-Area.
          03 Ls-Wvrm-User   Pic  X(08).
          03 Ls-Wvrm-Action Pic  X(04).
          03 Ls-Wvrm-Program
                            Pic  X(08).
          03 Ls-Wvrm-Context
                            Pic  X(08).
          03 Ls-Wvrm-Msg-Id Pic  X(07).
          03 Ls-Wvrm-Approver
                            Pic  X(08).
          03 Ls-Wvrm-Ticket Pic  X(12).
          03 Ls-Wvrm-Expiry Pic  X(08).
          03 Ls-Wvrm-Reason Pic  X(40).
          03 Ls-Wvrm-Rc     Pic S9(04) Comp.

       Procedure Division Using Ls-Wvrm-Area.

       Rtr-process             Section.
           Display ' '
           Display 'WVRMAINT - Finding waiver maintenance: action '
                   Ls-Wvrm-Action ' key ' Ls-Wvrm-Program ' '
                   Ls-Wvrm-Context ' ' Ls-Wvrm-Msg-Id

           Move Zeros        To Ls-Wvrm-Rc
           Move 'OK  '       To Wwvm-Result

           Call 'Wvrload' Using Wwvr-Tables
           Move Wwvr-Today   To Wwvm-today-num
           Perform Rtr-localiza-renuncia

           Evaluate Ls-Wvrm-Action
               When 'ADD '
               When 'RNEW'
                    Perform Rtr-valida-campos
                    If   Ls-Wvrm-Rc Equal Zeros
                         Perform Rtr-grava-renuncia
                    End-if
                    Perform Rtr-grava-auditoria
               When 'DEA '
                    Perform Rtr-remove-renuncia
                    Perform Rtr-grava-auditoria
               When 'LIST'
                    Perform Rtr-lista-renuncias
               When Other
                    Display 'WVRMAINT - Error: action must be ADD, '
                            'RNEW, DEA or LIST'
                    Move 4      To Ls-Wvrm-Rc
                    Move 'FAIL' To Wwvm-Result
                    Perform Rtr-grava-auditoria
           End-evaluate

           Goback.
       Rtr-process-x.          Exit.

       Rtr-localiza-renuncia   Section.
      *    Wwvm-Hit is the waiver on file under the key given, or 0
           Move 0 To Wwvm-Hit
           Perform Varying Wwvm-Ix From 1 By 1
                     Until Wwvm-Ix Greater Wwvr-Cnt
               If   Wwvr-Program(Wwvm-Ix) Equal Ls-Wvrm-Program
               And  Wwvr-Context(Wwvm-Ix) Equal Ls-Wvrm-Context
               And  Wwvr-Msg-Id(Wwvm-Ix)  Equal Ls-Wvrm-Msg-Id
                    Move Wwvm-Ix To Wwvm-Hit
               End-if
           End-perform.
       Rtr-localiza-renuncia-x. Exit.

       Rtr-valida-campos       Section.
           If   Ls-Wvrm-Program Equal Spaces Or
                Ls-Wvrm-Context Equal Spaces Or
                Ls-Wvrm-Msg-Id  Equal Spaces
                Display 'WVRMAINT - Error: program, context and '
                        'message id are all required'
                Move 5 To Ls-Wvrm-Rc
           End-if
           Move Spaces To Wwvm-Prefix
           Evaluate Ls-Wvrm-Program
               When 'PARMS   '
                    Move 'PRM' To Wwvm-Prefix
                    If   Ls-Wvrm-Msg-Id(1 : 3) Equal 'PRC'
                         Move 'PRC' To Wwvm-Prefix
                    End-if
               When 'RETSPACE'
                    Move 'RSP' To Wwvm-Prefix
               When 'PRESUBMT'
                    Move 'PSB' To Wwvm-Prefix
           End-evaluate
           If   Wwvm-Prefix Equal Spaces
                Display 'WVRMAINT - Error: program must be PARMS, '
                        'RETSPACE or PRESUBMT'
                Move 5 To Ls-Wvrm-Rc
           Else
                If   Ls-Wvrm-Msg-Id(1 : 3) Not Equal Wwvm-Prefix Or
                     Ls-Wvrm-Msg-Id(4 : 4) Not Numeric
                     Display 'WVRMAINT - Error: message id for '
                             Ls-Wvrm-Program ' must be '
                             Wwvm-Prefix 'nnnn'
                     Move 5 To Ls-Wvrm-Rc
                End-if
           End-if
           If   Ls-Wvrm-Ticket Equal Spaces
                Display 'WVRMAINT - Error: change ticket is required'
                Move 5 To Ls-Wvrm-Rc
           End-if
           If   Ls-Wvrm-Action Equal 'ADD ' And
                Ls-Wvrm-Reason Equal Spaces
                Display 'WVRMAINT - Error: reason is required'
                Move 5 To Ls-Wvrm-Rc
           End-if
           Perform Rtr-valida-expiracao

           If   Ls-Wvrm-Approver Equal Spaces
                Display 'WVRMAINT - Error: approver is required'
                Move 5 To Ls-Wvrm-Rc
           End-if
           If   Ls-Wvrm-Rc Equal Zeros And
                Ls-Wvrm-Approver Equal Ls-Wvrm-User
                Display 'WVRMAINT - Error: a waiver cannot be '
                        'approved by the user who keys it'
                Move 6 To Ls-Wvrm-Rc
           End-if

           If   Ls-Wvrm-Rc Equal Zeros
                If   Ls-Wvrm-Action Equal 'ADD ' And
                     Wwvm-Hit Not Equal 0
                     Display 'WVRMAINT - Error: a waiver for that key '
                             'is already on file - use RNEW'
                     Move 3 To Ls-Wvrm-Rc
                End-if
                If   Ls-Wvrm-Action Equal 'RNEW' And
                     Wwvm-Hit Equal 0
                     Display 'WVRMAINT - Error: no waiver on file for '
                             'that key'
                     Move 1 To Ls-Wvrm-Rc
                End-if
           End-if
           If   Ls-Wvrm-Rc Not Equal Zeros
                Move 'FAIL' To Wwvm-Result
           End-if.
       Rtr-valida-campos-x.    Exit.

       Rtr-valida-expiracao    Section.
      *    a real date, after today and no more than a year out -
      *    a waiver is reviewed at least once a year
           If   Ls-Wvrm-Expiry Is Not Numeric
                Display 'WVRMAINT - Error: expiry must be YYYYMMDD'
                Move 5 To Ls-Wvrm-Rc
                Go To Rtr-valida-expiracao-x
           End-if
           Move Ls-Wvrm-Expiry To Wwvm-exp-num
           If   Wwvm-exp-yyyy Less 1601 Or
                Wwvm-exp-mm Less 1 Or Wwvm-exp-mm Greater 12 Or
                Wwvm-exp-dd Less 1 Or Wwvm-exp-dd Greater 31
                Display 'WVRMAINT - Error: expiry ' Ls-Wvrm-Expiry
                        ' is not a valid date'
                Move 5 To Ls-Wvrm-Rc
                Go To Rtr-valida-expiracao-x
           End-if
           Compute Wwvm-Days =
                   Function Integer-Of-Date(Wwvm-exp-num) -
                   Function Integer-Of-Date(Wwvm-today-num)
           If   Wwvm-Days Less 1 Or Wwvm-Days Greater 366
                Display 'WVRMAINT - Error: expiry must be after '
                        'today and within a year'
                Move 5 To Ls-Wvrm-Rc
           End-if.
       Rtr-valida-expiracao-x. Exit.

       Rtr-grava-renuncia      Section.
      *    ADD takes a new entry; RNEW replaces approver, ticket
      *    and expiry on the one on file, and the reason too when
      *    one is given
           If   Ls-Wvrm-Action Equal 'ADD '
                If   Wwvr-Cnt Not Less 300
                     Display 'WVRMAINT - Error: waiver table is full'
                     Move 2      To Ls-Wvrm-Rc
                     Move 'FAIL' To Wwvm-Result
                     Go To Rtr-grava-renuncia-x
                End-if
                Add  1 To Wwvr-Cnt
                Move Wwvr-Cnt        To Wwvm-Hit
                Move Ls-Wvrm-Program To Wwvr-Program(Wwvm-Hit)
                Move Ls-Wvrm-Context To Wwvr-Context(Wwvm-Hit)
                Move Ls-Wvrm-Msg-Id  To Wwvr-Msg-Id(Wwvm-Hit)
                Move 'Y'             To Wwvr-Keep(Wwvm-Hit)
           End-if
           Move Ls-Wvrm-Approver To Wwvr-Approver(Wwvm-Hit)
           Move Ls-Wvrm-Ticket   To Wwvr-Ticket(Wwvm-Hit)
           Move Ls-Wvrm-Expiry   To Wwvr-Expiry(Wwvm-Hit)
           Move Wwvr-Today       To Wwvr-Added(Wwvm-Hit)
           Move Ls-Wvrm-User     To Wwvr-Added-By(Wwvm-Hit)
           If   Ls-Wvrm-Reason Not Equal Spaces
                Move Ls-Wvrm-Reason To Wwvr-Reason(Wwvm-Hit)
           End-if

           Perform Rtr-regrava-dataset
           If   Ls-Wvrm-Rc Equal Zeros
                If   Ls-Wvrm-Action Equal 'ADD '
                     Display 'WVRMAINT - Waiver added, holds through '
                             Ls-Wvrm-Expiry
                Else
                     Display 'WVRMAINT - Waiver renewed, holds '
                             'through ' Ls-Wvrm-Expiry
                End-if
           End-if.
       Rtr-grava-renuncia-x.   Exit.

       Rtr-remove-renuncia     Section.
      *    a removed waiver leaves the dataset; who removed it and
      *    when stays on WVRAUDIT, as with OPSMAINT's deactivations
           If   Wwvm-Hit Equal 0
                Display 'WVRMAINT - Error: no waiver on file for '
                        'that key'
                Move 1      To Ls-Wvrm-Rc
                Move 'FAIL' To Wwvm-Result
                Go To Rtr-remove-renuncia-x
           End-if
           Move 'N' To Wwvr-Keep(Wwvm-Hit)
           Move Wwvr-Approver(Wwvm-Hit) To Ls-Wvrm-Approver
           Move Wwvr-Ticket(Wwvm-Hit)   To Ls-Wvrm-Ticket
           Move Wwvr-Expiry(Wwvm-Hit)   To Ls-Wvrm-Expiry
           If   Ls-Wvrm-Reason Equal Spaces
                Move Wwvr-Reason(Wwvm-Hit) To Ls-Wvrm-Reason
           End-if
           Perform Rtr-regrava-dataset
           If   Ls-Wvrm-Rc Equal Zeros
                Display 'WVRMAINT - Waiver removed - the finding '
                        'counts again'
           End-if.
       Rtr-remove-renuncia-x.  Exit.

       Rtr-lista-renuncias     Section.
           Display 'WVRMAINT - Waivers on file:'
           Perform Varying Wwvm-Ix From 1 By 1
                     Until Wwvm-Ix Greater Wwvr-Cnt
               Perform Rtr-descreve-situacao
               Display '  ' Wwvr-Program(Wwvm-Ix) ' '
                       Wwvr-Context(Wwvm-Ix) ' '
                       Wwvr-Msg-Id(Wwvm-Ix) ' until '
                       Wwvr-Expiry(Wwvm-Ix) ' ' Wwvm-Standing
               Display '      ticket ' Wwvr-Ticket(Wwvm-Ix)
                       ' approved by ' Wwvr-Approver(Wwvm-Ix)
                       ' keyed by ' Wwvr-Added-By(Wwvm-Ix)
                       ' on ' Wwvr-Added(Wwvm-Ix)
               Display '      ' Wwvr-Reason(Wwvm-Ix)
           End-perform
           If   Wwvr-Cnt Equal Zeros
                Display '  (dataset is empty)'
           End-if.
       Rtr-lista-renuncias-x.  Exit.

       Rtr-descreve-situacao   Section.
           Move Spaces To Wwvm-Standing
           Evaluate Wwvr-State(Wwvm-Ix)
               When 'A'
                    Move 'IN FORCE' To Wwvm-Standing
               When 'S'
                    Move Wwvr-Days(Wwvm-Ix) To Wwvm-Days-Ed
                    String 'EXPIRES IN' Wwvm-Days-Ed ' DAYS'
                           Delimited By Size Into Wwvm-Standing
               When Other
                    Move 'EXPIRED - NOT WAIVING' To Wwvm-Standing
           End-evaluate.
       Rtr-descreve-situacao-x. Exit.

       Rtr-regrava-dataset     Section.
           Open Output Waiver-File
           If   Wwvr-status Not Equal '00'
                Display 'WVRMAINT - Error: unable to rewrite WAIVERS '
                        '- status ' Wwvr-status
                Move 'FAIL' To Wwvm-Result
                Move 8 To Ls-Wvrm-Rc
                Go To Rtr-regrava-dataset-x
           End-if
           Perform Varying Wwvm-Ix From 1 By 1
                     Until Wwvm-Ix Greater Wwvr-Cnt
               If   Wwvr-Keep(Wwvm-Ix) Equal 'Y'
                    Move Spaces To Waiver-Record
                    Move Wwvr-Program(Wwvm-Ix)  To Wvr-Program
                    Move Wwvr-Context(Wwvm-Ix)  To Wvr-Context
                    Move Wwvr-Msg-Id(Wwvm-Ix)   To Wvr-Msg-Id
                    Move Wwvr-Approver(Wwvm-Ix) To Wvr-Approver
                    Move Wwvr-Ticket(Wwvm-Ix)   To Wvr-Ticket
                    Move Wwvr-Expiry(Wwvm-Ix)   To Wvr-Expiry
                    Move Wwvr-Added(Wwvm-Ix)    To Wvr-Added
                    Move Wwvr-Added-By(Wwvm-Ix) To Wvr-Added-By
                    Move Wwvr-Reason(Wwvm-Ix)   To Wvr-Reason
                    Write Waiver-Record
               End-if
           End-perform
           Close Waiver-File.
       Rtr-regrava-dataset-x.  Exit.

       Rtr-grava-auditoria     Section.
      *    One audit record per attempt, pass or fail, carrying the
      *    waiver as keyed - accepting a finding is a decision with
      *    an owner, the same as a rule or an authority change.
           Move Spaces           To Wvr-Audit-Record
           Move Function Current-Date To Waud-Timestamp
           Move Ls-Wvrm-User     To Waud-User
           Move Ls-Wvrm-Action   To Waud-Action
           Move Ls-Wvrm-Program  To Waud-Program
           Move Ls-Wvrm-Context  To Waud-Context
           Move Ls-Wvrm-Msg-Id   To Waud-Msg-Id
           Move Ls-Wvrm-Approver To Waud-Approver
           Move Ls-Wvrm-Ticket   To Waud-Ticket
           Move Ls-Wvrm-Expiry   To Waud-Expiry
           Move Wwvm-Result      To Waud-Result
           Move Ls-Wvrm-Reason   To Waud-Reason

           Call 'Chainput' Using Wchn-area Wvr-Audit-Record
           Open Extend Wvr-Audit-File
           If   Waudit-status Equal '35'
                Open Output Wvr-Audit-File
           End-if
           If   Waudit-status Not Equal '00'
                Display 'WVRMAINT - Warning: WVRAUDIT unavailable - '
                        'status ' Waudit-status
           Else
                Write Wvr-Audit-Record
                Close Wvr-Audit-File
           End-if.
       Rtr-grava-auditoria-x.  Exit.

       End Program Wvrmaint.
