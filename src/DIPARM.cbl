           Select Proc-In2-File Assign To Procin2
                  Organization Is Sequential
                  File Status Is Wprocin2-status.
           Select Job-In2-File  Assign To Jobin2
                  Organization Is Sequential
                  File Status Is Wjobin2-status.
           Select Parm-Report-File Assign To Parmrpt
                  Organization Is Sequential
                  File Status Is Wrpt-status.
           Select Ops-Event-File Assign To Opsevlog
                  Organization Is Sequential
                  File Status Is Wevt-status.
           Select What-Work-File Assign To Whatwrk
                  Organization Is Sequential
                  File Status Is Wwhat-status.
           Select What-Report-File Assign To Whatrpt
                  Organization Is Sequential
                  File Status Is Wwrpt-status.
           Select Scan-Hist-File Assign To Scanhist
                  Organization Is Sequential
                  File Status Is Whst-status.
           Select Src-Lib-File Assign To Srclib
                  Organization Is Sequential
                  File Status Is Wsrc-status.
           Select Opt-File-Extract Assign To Optfiles
                  Organization Is Sequential
                  File Status Is Woptf-status.
       Data Division.
       File Section.
       FD  Parm-Out-File
           Record Contains 160 Characters.
           Copy PROCIN2.

      *    Effective-PARM extract cut by JOBXTR from the JOB library:
      *    the PARM each PROC step really runs with in each job
       FD  Job-In2-File
           Recording Mode Is F
           Record Contains 220 Characters.
           Copy JOBIN2.

       FD  Parm-Report-File
           Recording Mode Is F
           Record Contains 100 Characters.

       FD  Parm-Ckpt-File
           Recording Mode Is F
           Record Contains 40 Characters.
       01 Parm-Ckpt-Record.
          03 Ckpt-Step-Name     Pic  X(08).
          03 Filler             Pic  X(01).
          03 Ckpt-Total         Pic  9(06).
          03 Filler             Pic  X(01).
          03 Ckpt-Errors        Pic  9(06).
          03 Filler             Pic  X(01).
          03 Ckpt-Member        Pic  X(08).
          03 Filler             Pic  X(01).
          03 Ckpt-Exec-Step     Pic  X(08).

      *    Corrected extract cut by the batch scan when PROCFIX is
      *    allocated: the input copied through with each failing
           Record Contains 87 Characters.
           Copy CPYEVT.

      *    What-if work file: the live-rule pass's findings, one
      *    record per finding keyed on the step's place in the
      *    extract, read back in step with the staged-rule pass
       FD  What-Work-File
           Recording Mode Is F
           Record Contains 86 Characters.
       01 What-Work-Record.
          03 Wwrk-Seq           Pic  9(06).
          03 Filler             Pic  X(01).
          03 Wwrk-Type          Pic  X(12).
          03 Filler             Pic  X(01).
          03 Wwrk-Sev           Pic  X(05).
          03 Filler             Pic  X(01).
          03 Wwrk-Text          Pic  X(60).

       FD  What-Report-File
           Recording Mode Is F
           Record Contains 100 Characters.
       01 What-Report-Record    Pic  X(100).

       FD  Scan-Hist-File
           Recording Mode Is F
           Record Contains 90 Characters.
           Copy CPYSCNH.

      *    COBOL source library unloaded as card images in the
      *    IEBUPDTE shape PROCXTR reads ('./ ADD NAME=member' in
      *    front of each member)
       FD  Src-Lib-File
           Recording Mode Is F
           Record Contains 80 Characters.
       01 Src-Lib-Card          Pic  X(80).

      *    SYSOPTF option files of the steps whose PARM names OPTFILE
       FD  Opt-File-Extract
           Recording Mode Is F
           Record Contains 120 Characters.
           Copy CPYOPTF.

       Working-storage Section.
           Copy CPYRULT.
           Copy CPYWVRT.
       01 Wevt-status       Pic  X(02) Value '00'.
       01 Wevt-dd           Pic  X(08) Value Spaces.
       01 Wevt-fs           Pic  X(02) Value Spaces.
       01 Wevt-deg          Pic  X(40) Value Spaces.
       01 Wrul-First-Time   Pic  X(01) Value 'Y'.
      *    the PROC library whose rule set is wanted for the step
      *    about to be checked (Rtr-regras-biblioteca)
       01 Wrul-Want-Lib     Pic  X(44) Value Spaces.
       01 Wsyn-Ix           Pic S9(04) Comp.
       01 Wopp-Ix           Pic S9(04) Comp.
       01 Wopt-Check        Pic  X(100).
       01 Wparmout-status   Pic  X(02) Value '00'.
       01 Wprocin-status    Pic  X(02) Value '00'.
       01 Wprocin2-status   Pic  X(02) Value '00'.
       01 Wjobin2-status    Pic  X(02) Value '00'.
       01 Wrpt-status       Pic  X(02) Value '00'.

      *    The scan reads the wide second-generation extract
      *    (PROCIN2) when it is allocated and falls back to the old
      *    43-byte PROCIN during the changeover; every record lands
      *    in these fields so the checks downstream see one shape
      *    whichever layout fed them. Ahead of both, the batch scan
      *    takes JOBXTR's effective-PARM extract (JOBIN2) when it is
      *    allocated - Wproc2-mode 'J' - with the job in the member
      *    fields and the job's EXEC step and PROC alongside, so a
      *    step is reported against the job that actually runs it
       01 Wproc2-mode       Pic  X(01) Value 'N'.
       01 Wscan-step        Pic  X(08) Value Spaces.
       01 Wscan-parm        Pic  X(100) Value Spaces.
       01 Wscan-library2    Pic  X(44) Value Spaces.
       01 Wscan-member      Pic  X(08) Value Spaces.
       01 Wscan-jstep       Pic  X(08) Value Spaces.
       01 Wscan-proc        Pic  X(08) Value Spaces.

      *    Corrected-extract machinery: Wfix-open says PROCFIX was
      *    allocated and is being written; Wfix-verify turns the
       01 Wfix-fixed-cnt    Pic S9(06) Comp Value Zeros.
       01 Wverif-errors     Pic S9(06) Comp Value Zeros.

      *    Staged-rule what-if (PARM='WHATIF,yyyymmdd[,libname]'):
      *    the extract is scanned twice, quietly like the PROCFIX
      *    verification pass - first under today's live rules, then
      *    under the rules as Ruleload resolves them on the given
      *    date - and WHATRPT lists, per PROC member and step, the
      *    findings that will appear and the ones that will go away
      *    on that date. Nothing goes to FINDINGS, PARMOUT, PARMCKPT
      *    or PARMRPT; the live tables are put back afterwards.
       01 Wwhat-mode        Pic  X(01) Value 'N'.
       01 Wwhat-pass        Pic  X(01) Value Spaces.
       01 Wwhat-date        Pic  X(08) Value Spaces.
       01 Wwhat-date-fmt    Pic  X(10) Value Spaces.
       01 Wwhat-status      Pic  X(02) Value '00'.
       01 Wwrpt-status      Pic  X(02) Value '00'.
       01 Wwhat-eof         Pic  X(01) Value 'N'.
       01 Wwhat-seq         Pic  9(06) Value Zeros.
       01 Wwhat-member      Pic  X(08) Value Spaces.
       01 Wwhat-mbr-shown   Pic  X(01) Value 'N'.
       01 Wwhat-old-err     Pic  X(01) Value 'N'.
       01 Wwhat-changed     Pic  X(01) Value 'N'.
       01 Wwhat-Ix          Pic S9(04) Comp Value Zeros.
       01 Wwhat-Jx          Pic S9(04) Comp Value Zeros.
       01 Wwhat-total       Pic S9(06) Comp Value Zeros.
       01 Wwhat-live-err    Pic S9(06) Comp Value Zeros.
       01 Wwhat-stag-err    Pic S9(06) Comp Value Zeros.
       01 Wwhat-affected    Pic S9(06) Comp Value Zeros.
       01 Wwhat-to-fail     Pic S9(06) Comp Value Zeros.
       01 Wwhat-to-pass     Pic S9(06) Comp Value Zeros.
       01 Wwhat-appear      Pic S9(06) Comp Value Zeros.
       01 Wwhat-gone        Pic S9(06) Comp Value Zeros.
       01 Wwhat-Old-Cnt     Pic S9(04) Comp Value Zeros.
       01 Wwhat-Old-Tab.
          03 Wwhat-Old-Entry Occurs 20 Times.
             05 Wwhat-Old-Type  Pic  X(12).
             05 Wwhat-Old-Sev   Pic  X(05).
             05 Wwhat-Old-Text  Pic  X(60).
             05 Wwhat-Old-Match Pic  X(01).
       01 Wwhat-New-Tab.
          03 Wwhat-New-Match Pic  X(01) Occurs 20 Times.

      *    Source-library scan (PARM='SOURCE[,libname]'): the CBL
      *    and PROCESS statements at the head of every member of a
      *    COBOL source library (SRCLIB) override the PROC's options
      *    for that one program, so each goes through the same
      *    checks as a PARM. Their findings carry the PRC message
      *    ids (Wfnd-Msg-Pfx) and the member as context. The options
      *    of all of a member's cards are then compared with the
      *    PARM of every PROC step named after the member - the
      *    step runs that program, the lookup Presubmt makes - and
      *    one that contradicts it is a CBL-VS-PROC finding, listed
      *    again in a section of its own.
       01 Wsrc-mode         Pic  X(01) Value 'N'.
       01 Wsrc-status       Pic  X(02) Value '00'.
       01 Wsrc-eof          Pic  X(01) Value 'N'.
       01 Wsrc-member       Pic  X(08) Value Spaces.
       01 Wsrc-in-head      Pic  X(01) Value 'N'.
       01 Wsrc-mbr-error    Pic  X(01) Value 'N'.
       01 Wsrc-proc-ok      Pic  X(01) Value 'N'.
       01 Wsrc-opp-hit      Pic  X(01) Value 'N'.
       01 Wsrc-word         Pic  X(08) Value Spaces.
       01 Wsrc-text         Pic  X(72) Value Spaces.
       01 Wsrc-pos          Pic S9(04) Comp.
       01 Wsrc-beg          Pic S9(04) Comp.
       01 Wsrc-i            Pic S9(04) Comp.
       01 Wsrc-dep          Pic S9(04) Comp.
       01 Wsrc-Ix1          Pic S9(04) Comp.
       01 Wsrc-Ix2          Pic S9(04) Comp.
       01 Wsrc-Base-1       Pic  X(10).
       01 Wsrc-Base-2       Pic  X(10).
       01 Wsrc-members      Pic S9(06) Comp Value Zeros.
       01 Wsrc-with-cards   Pic S9(06) Comp Value Zeros.
       01 Wsrc-stmts        Pic S9(06) Comp Value Zeros.
       01 Wsrc-errors       Pic S9(06) Comp Value Zeros.
       01 Wsrc-Opt-Cnt      Pic S9(04) Comp Value Zeros.
       01 Wsrc-Opt-Tab.
          03 Wsrc-Opt       Pic  X(100) Occurs 50 Times.
       01 Wsrc-Tok-Cnt      Pic S9(04) Comp Value Zeros.
       01 Wsrc-Prc-Cnt      Pic S9(04) Comp Value Zeros.
       01 Wsrc-Prc-Ix       Pic S9(04) Comp.
       01 Wsrc-Prc-Hit      Pic S9(04) Comp.
       01 Wsrc-Prc-Dropped  Pic S9(06) Comp Value Zeros.
       01 Wsrc-Prc-Tab.
          03 Wsrc-Prc-Entry Occurs 1000 Times.
             05 Wsrc-Prc-Member Pic  X(08).
             05 Wsrc-Prc-Step   Pic  X(08).
             05 Wsrc-Prc-Parm   Pic  X(100).
       01 Wsrc-Cfl-Total    Pic S9(06) Comp Value Zeros.
       01 Wsrc-Cfl-Cnt      Pic S9(04) Comp Value Zeros.
       01 Wsrc-Cfl-Ix       Pic S9(04) Comp.
       01 Wsrc-Cfl-Tab.
          03 Wsrc-Cfl-Entry Occurs 100 Times.
             05 Wsrc-Cfl-Member Pic  X(08).
             05 Wsrc-Cfl-Card   Pic  X(24).
             05 Wsrc-Cfl-Proc   Pic  X(08).
             05 Wsrc-Cfl-Step   Pic  X(08).
             05 Wsrc-Cfl-Parm   Pic  X(24).
             05 Wsrc-Cfl-Sev    Pic  X(05).
             05 Wsrc-Cfl-Waived Pic  X(01).
       01 Wfnd-Msg-Pfx      Pic  X(03) Value 'PRM'.

      *    Run-lock area (Runlock): the batch scan rewrites the
      *    PARMCKPT checkpoint after every step - two overlapping
      *    scans produce a checkpoint neither run can trust, so the
          03 Wflock-since   Pic  X(21) Value Spaces.
          03 Wflock-rc      Pic S9(04) Comp Value Zeros.

      *    Alert area (Alertput): a batch scan that found PARM
      *    errors, or could not run, is raised on the ALERTS feed
      *    keyed on the library scanned
       01 Walrt-area.
          03 Walrt-source   Pic  X(08) Value 'PARMS'.
          03 Walrt-severity Pic  X(05) Value 'ERROR'.
          03 Walrt-key      Pic  X(20) Value Spaces.
          03 Walrt-text     Pic  X(60) Value Spaces.
          03 Walrt-report   Pic  X(08) Value 'PARMRPT'.
          03 Walrt-rc       Pic S9(04) Comp Value Zeros.
       01 Walrt-errors      Pic  Z(05)9.
       01 Walrt-total       Pic  Z(05)9.

      *    Per-step validation findings, captured alongside the
      *    Display lines so the batch-scan report can show every
      *    error and warning under the step that raised it instead
             05 Wfnd-Type   Pic  X(12).
             05 Wfnd-Sev    Pic  X(05).
             05 Wfnd-Text   Pic  X(60).
             05 Wfnd-Waived Pic  X(01).
       01 Wfnd-Type-In      Pic  X(12).
       01 Wfnd-Text-In      Pic  X(60).
       01 Wfnd-Token-In     Pic  X(35).
       01 Wfind-status      Pic  X(02) Value '00'.
       01 Wfind-open        Pic  X(01) Value 'N'.

      *    A finding under a waiver in force (WAIVERS, see Wvrload)
      *    is still displayed and still written to FINDINGS under
      *    its own severity - FINDARCH has to keep seeing it - but
      *    it no longer fails the step. The batch scan keeps each
      *    one for the summary with its ticket and expiry, so an
      *    accepted exception is never a silent one.
       01 Wfnd-Msg-Id       Pic  X(07).

      *    Scan history (SCANHIST, CPYSCNH): one record per step the
      *    batch scan checks, appended as it goes - the flags gather
      *    the step's message ids while its findings come through
       01 Whst-status       Pic  X(02) Value '00'.
       01 Whst-open         Pic  X(01) Value 'N'.
       01 Whst-now          Pic  X(21) Value Spaces.
       01 Whst-Flags.
          03 Whst-Flag      Pic  X(01) Occurs 9 Times.
       01 Wfnd-Waived-In    Pic  X(01) Value 'N'.
       01 Wwvx-Ix           Pic S9(04) Comp.
       01 Wwvx-Hit          Pic S9(04) Comp.
       01 Wwvx-Total        Pic S9(06) Comp Value Zeros.
       01 Wwvx-Cnt          Pic S9(04) Comp Value Zeros.
       01 Wwvx-Tab.
          03 Wwvx-Entry     Occurs 100 Times.
             05 Wwvx-Step   Pic  X(08).
             05 Wwvx-Msg-Id Pic  X(07).
             05 Wwvx-Ticket Pic  X(12).
             05 Wwvx-Approver
                            Pic  X(08).
             05 Wwvx-Expiry Pic  X(08).

      *    Batch-scan checkpoint: the last step completed - its
      *    step name with the member (the job on JOBIN2, the PROC on
      *    PROCIN2) and EXEC step it came from, since the same step
      *    name turns up under every job that runs the PROC - plus
      *    the running totals, rewritten to PARMCKPT after every
      *    step and cleared when the scan ends normally - a rerun
      *    repositions past the checkpoint and carries the totals
      *    forward so the final summary still covers the whole
       01 Wckpt-resume      Pic  X(01) Value 'N'.
       01 Wckpt-found       Pic  X(01) Value 'N'.
       01 Wckpt-step        Pic  X(08) Value Spaces.
       01 Wckpt-member      Pic  X(08) Value Spaces.
       01 Wckpt-jstep       Pic  X(08) Value Spaces.
       01 Wckpt-step-out    Pic  X(08) Value Spaces.
       01 Wckpt-member-out  Pic  X(08) Value Spaces.
       01 Wckpt-jstep-out   Pic  X(08) Value Spaces.

       01 Wsum-Types.
          03 Filler         Pic  X(12) Value 'INVALID-OPT'.
          03 Filler         Pic  X(12) Value 'MISSING-REQ'.
          03 Filler         Pic  X(12) Value 'FORBIDDEN'.
          03 Filler         Pic  X(12) Value 'UNBAL-PAREN'.
          03 Filler         Pic  X(12) Value 'CBL-VS-PROC'.
          03 Filler         Pic  X(12) Value 'UNVERIFIABLE'.
       01 Filler Redefines Wsum-Types.
          03 Wsum-Type      Pic  X(12) Occurs 9 Times.
       01 Wsum-Counts.
          03 Wsum-Cnt       Pic S9(06) Comp Occurs 9 Times.
       01 Wsum-Type-Cnt     Pic S9(04) Comp Value 9.
       01 Wsum-Ix           Pic S9(04) Comp.

      *    Per-check severities, indexed the same as Wsum-Types. The
      *    billing libraries can fail on duplicates while the sandbox
      *    library only warns on unknown options. Only an ERROR
      *    severity drives Wstep-has-error (and so Ls-Parm-Error).
      *    CBL-VS-PROC is raised only by the source-library scan and
      *    warns by default: the card may be the approved exception.
      *    UNVERIFIABLE is an OPTFILE whose options file could not be
      *    found - an error, since nothing about its options is known.
       01 Wsev-Defaults.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'ERROR'.
          03 Filler         Pic  X(05) Value 'WARN'.
          03 Filler         Pic  X(05) Value 'ERROR'.
       01 Filler Redefines Wsev-Defaults.
          03 Wsev-Dft       Pic  X(05) Occurs 9 Times.
       01 Wsev-Vals.
          03 Wsev-Val       Pic  X(05) Occurs 9 Times.
       01 Wsev-status       Pic  X(02) Value '00'.
       01 Wsev-eof          Pic  X(01) Value 'N'.
       01 Wsev-Ix           Pic S9(04) Comp.
       01 Wrpt-open         Pic  X(01) Value 'N'.
       01 Wrpt-num-ed       Pic  ZZZZZ9.
       01 Wrpt-head         Pic  X(100).
       01 Wrpt-env-shown    Pic  X(08) Value Spaces.
       01 Wrpt-env-text     Pic  X(30) Value Spaces.

      *    Proposed corrected PARM= for a failing step, rebuilt from
      *    the normalized option list so the programmer can paste it
          03 Wparm-r        Pic  X(01) Occurs 100 Times.
       01 Wparm-lista.
          03 Wparm-lista-l  Pic  X(100) Occurs 50 Times.
      *    where each option in the list came from: 'P' the PARM
      *    itself, 'F' the step's SYSOPTF file brought in by OPTFILE
       01 Wparm-origens.
          03 Wparm-orig     Pic  X(01) Occurs 50 Times.

      *    OPTFILE: the OPTFILES extract is loaded once per run, on
      *    the first call; Woptf-step is the step whose PARM is being
      *    checked, which is what the extract is keyed by
       01 Woptf-status      Pic  X(02) Value '00'.
       01 Woptf-eof         Pic  X(01) Value 'N'.
       01 Woptf-loaded      Pic  X(01) Value 'N'.
       01 Woptf-step        Pic  X(08) Value Spaces.
       01 Woptf-used        Pic  X(01) Value 'N'.
       01 Woptf-dsn         Pic  X(44) Value Spaces.
       01 Woptf-Cnt         Pic S9(04) Comp Value Zeros.
       01 Woptf-Dropped     Pic S9(04) Comp Value Zeros.
       01 Woptf-Ix          Pic S9(04) Comp.
       01 Woptf-Tab.
          03 Woptf-Entry    Occurs 500 Times.
             05 Woptf-Type  Pic  X(01).
             05 Woptf-Key   Pic  X(44).
             05 Woptf-Text  Pic  X(72).
       01 Woptf-buf         Pic  X(2000).
       01 Filler Redefines Woptf-buf.
          03 Woptf-r        Pic  X(01) Occurs 2000 Times.
       01 Woptf-ptr         Pic S9(06) Comp.
       01 Woptf-cards       Pic S9(04) Comp.
       01 Woptf-i           Pic S9(06) Comp.
       01 Woptf-beg         Pic S9(06) Comp.
       01 Woptf-dep         Pic S9(06) Comp.
       01 Woptf-slot        Pic S9(06) Comp.
       01 Woptf-end         Pic S9(06) Comp.
       01 Woptf-tam         Pic S9(06) Comp.
       01 Woptf-lost        Pic S9(04) Comp.
       01 Woptf-from-p      Pic  X(01).
       01 Woptf-from-f      Pic  X(01).
       01 Woptf-save        Pic  X(60).

       01 Wind-ini          Pic S9(06) Comp Value Zeros.
       01 Wind-fim          Pic S9(06) Comp Value Zeros.
       01 Wfl-escopo        Pic  X(01)      Value Spaces.
       01 Wtam              Pic S9(06) Comp Value Zeros.

      *    Second run-lock area (Runlock) for the shared logs: each
      *    log record is written under a claim on the log's ddname,
      *    the lock LOGRETN rolls the log under - its own area, so
      *    the claim above is never clobbered
       01 Wllock-area.
          03 Wllock-resource Pic  X(08) Value Spaces.
          03 Wllock-action   Pic  X(05) Value Spaces.
          03 Wllock-job      Pic  X(08) Value 'PARMS'.
          03 Wllock-holder   Pic  X(08) Value Spaces.
          03 Wllock-since    Pic  X(21) Value Spaces.
          03 Wllock-rc       Pic S9(04) Comp Value Zeros.
          03 Wllock-wait     Pic  9(04) Value 60.
       01 Wllock-save-rc     Pic S9(04) Comp Value Zeros.

       Linkage Section.
       01 Ls-Parm-Area.
          03 Ls-Parm-Len    Pic S9(04) Comp.
          03 Ls-Parm-Text   Pic  X(100).
          03 Ls-Parm-Error  Pic  X(01).
      *   A caller that knows the PROC library the PARM came from
      *   (PRESUBMT) appends 'LIBRARY=' and the library name, so the
      *   single-call check uses that library's rule set; the tag
      *   is read only on a single call, and without it every rule
      *   applies
          03 Ls-Parm-Lib-Tag
                            Pic  X(08).
          03 Ls-Parm-Library
                            Pic  X(44).
      *   ... and 'STEP=' with the step name, so an OPTFILE in the
      *   PARM can be resolved from that step's SYSOPTF file
          03 Ls-Parm-Step-Tag
                            Pic  X(05).
          03 Ls-Parm-Step   Pic  X(08).

       Procedure Division Using Ls-Parm-Area.


           Move 'N' To Ls-Parm-Error
           Initialize Wsum-Counts
           Move 'N' To Wwhat-mode
           Move 'N' To Wsrc-mode
           Move 'PRM' To Wfnd-Msg-Pfx
           If   Ls-Parm-Len Greater 7 And
                Ls-Parm-Text(1 : 7) Equal 'WHATIF,'
                Move 'Y' To Wwhat-mode
           End-if

      *    The rule tables are external now (OPTRULES, see Ruleload) -
      *    loaded once per run unit, not once per call, so a batch
      *    scan doesn't reread the rules dataset for every step. The
      *    first load is the full rule set; a step from a library
      *    LIBENV maps to an environment reloads them for it
      *    (Rtr-regras-biblioteca)
           If   Wrul-First-Time Equal 'Y'
                Move Spaces To Wrul-Source Wrul-Library
                Call 'Ruleload' Using Wrul-Tables
                Perform Rtr-carrega-politica
                Call 'Wvrload' Using Wwvr-Tables
                Perform Rtr-optf-carrega
                Move 'N' To Wrul-First-Time
           End-if

           If   Wwhat-mode Equal 'Y'
                Perform Rtr-what-if
                Display ' '
                Display 'End Of Program'
                Goback
           End-if

      *    PARM='SOURCE' scans the CBL/PROCESS cards of a COBOL
      *    source library (SRCLIB) instead of PROC PARMs;
      *    PARM='SOURCE,libname' names the library for the headings
      *    and the rule set
           If  (Ls-Parm-Len Equal 6 And
                Ls-Parm-Text(1 : 6) Equal 'SOURCE') Or
               (Ls-Parm-Len Greater 7 And
                Ls-Parm-Text(1 : 7) Equal 'SOURCE,')
                Move 'Y'    To Wsrc-mode
                Move 'PRC'  To Wfnd-Msg-Pfx
                Move 'N'    To Wbatch-mode
                Move Spaces To Wscan-library
                If   Ls-Parm-Len Greater 7
                     Move Ls-Parm-Text(8 : Ls-Parm-Len - 7)
                       To Wscan-library
                End-if
                Perform Rtr-fonte-scan
                If   Wsrc-errors Greater Zero
                     Move 'Y' To Ls-Parm-Error
                End-if
                Display ' '
                Display 'End Of Program'
                Goback
           End-if

      *    PARM='BATCH' drives the batch scan; PARM='BATCH,libname'
      *    does the same and names the PROC library on the report
      *    headings, since the PROCIN extract itself doesn't say
                Perform Rtr-batch-scan
                If   Wbatch-errors Greater Zero
                     Move 'Y' To Ls-Parm-Error
                     Perform Rtr-grava-alerta
                End-if
           Else
                Initialize Wparm-usr
                Move 'N' To Wstep-has-error
                Move '*SINGLE*' To Wfnd-Context
                Move Spaces To Wrul-Want-Lib
                If   Ls-Parm-Lib-Tag Equal 'LIBRARY='
                     Move Ls-Parm-Library To Wrul-Want-Lib
                End-if
                Move Spaces To Woptf-step
                If   Ls-Parm-Step-Tag Equal 'STEP='
                     Move Ls-Parm-Step To Woptf-step
                End-if
                Perform Rtr-regras-biblioteca
                If   Ls-Parm-Len Greater Length Of Wparm-usr
                     Display 'Error: PARM too long (' Ls-Parm-Len
                             ' bytes) - maximum is ' Length Of Wparm-usr
           Goback.
       Rtr-process-x.         Exit.

       Rtr-grava-alerta        Section.
           Move Spaces To Walrt-key Walrt-text
           String 'SCAN ' Wscan-library
                  Delimited By Size Into Walrt-key
           Move Wbatch-errors To Walrt-errors
           Move Wbatch-total  To Walrt-total
           String 'Batch scan: ' Walrt-errors ' of ' Walrt-total
                  ' steps in error or not run'
                  Delimited By Size Into Walrt-text
           Call 'Alertput' Using Walrt-area.
       Rtr-grava-alerta-x.     Exit.

       Rtr-batch-scan          Section.
      *    PARM='BATCH' drives a batch run that scans every step's
      *    PARM value out of a flat extract of a PROC library (one
           End-if

      *    the wide extract wins when both are allocated; the old
      *    43-byte PROCIN keeps working until the last job cuts over.
      *    The effective-PARM extract of the jobs wins over both
           Move 'N' To Wproc2-mode
           Open Input  Job-In2-File
           If   Wjobin2-status Equal '00'
                Move 'J' To Wproc2-mode
                Display 'Batch scan: reading the effective-PARM '
                        'JOBIN2 extract - steps reported by job'
           Else
                Open Input  Proc-In2-File
                If   Wprocin2-status Equal '00'
                     Move 'Y' To Wproc2-mode
                     Display 'Batch scan: reading the wide PROCIN2 '
                             'extract'
                Else
                     Open Input  Proc-In-File
                End-if
           End-if

           If   Wproc2-mode Equal 'N' And
      *              changes nothing
                     Move 'N' To Wfix-open
                     Move Zeros To Wfix-wrote-cnt Wfix-fixed-cnt
      *              a job's PARM is repaired in its PROC or its
      *              override, never in a PROC extract - no PROCFIX
      *              from the jobs
                     If   Wproc2-mode Equal 'J'
                          Display 'Batch scan: PROCFIX is not cut '
                                  'from the JOBIN2 extract'
                     Else
                          Open Output Proc-Fix-File
                          If   Wfixf-status Equal '00'
                               Move 'Y' To Wfix-open
                               Display 'Batch scan: corrected '
                                       'extract will be written to '
                                       'PROCFIX'
                          End-if
                     End-if
                     Perform Rtr-ckpt-le
                     If   Wckpt-resume Equal 'Y'
                         If   Wproc-eof Not Equal 'Y'
                              Add  1   To Wbatch-total
                              Move 'N' To Wstep-has-error
                              Move Spaces To Whst-Flags
                              Move Wscan-step
                                To Wfnd-Context
      *                       a job's step is the job's finding
                              If   Wproc2-mode Equal 'J'
                                   Move Wscan-member
                                     To Wfnd-Context
                              End-if
                              Perform Rtr-regras-passo
                              Initialize Wparm-usr
                              Move Wscan-parm To Wparm-usr
                              Perform Rtr-check-parm
                              If   Wproc2-mode Equal 'J'
                                   Display 'Job ' Wscan-member
                                           ' step ' Wscan-jstep '.'
                                           Wscan-step ' (PROC '
                                           Wscan-proc ')'
                              End-if
                              If   Wstep-has-error Equal 'Y'
                                   Add 1 To Wbatch-errors
                                   Display 'Step ' Wscan-step
                              If   Wrpt-open Equal 'Y'
                                   Perform Rtr-rpt-step
                              End-if
                              Perform Rtr-grava-historico
                              Move Wscan-step
                                To Wckpt-step-out
                              Move Wscan-member
                                To Wckpt-member-out
                              Move Wscan-jstep
                                To Wckpt-jstep-out
                              Perform Rtr-ckpt-grava
                              If   Wfix-open Equal 'Y'
                                   Perform Rtr-fix-grava-passo
      *              the next run starts from record one instead of
      *              resuming past the last step of this one
                     Move Spaces To Wckpt-step-out
                                    Wckpt-member-out
                                    Wckpt-jstep-out
                     Perform Rtr-ckpt-grava

                     Perform Rtr-fecha-extrato
                     Close Parm-Out-File
                     If   Whst-open Equal 'Y'
                          Close Scan-Hist-File
                          Move 'N' To Whst-open
                     End-if

                     If   Wfix-open Equal 'Y'
                          Close Proc-Fix-File
       Rtr-le-proximo-passo    Section.
      *    One reader for both extract generations: whichever file
      *    the scan opened, the step lands in Wscan-step and the
      *    PARM - full width from PROCIN2 and JOBIN2, 35 bytes from
      *    the old layout - in Wscan-parm
           Move Spaces To Wscan-jstep Wscan-proc
           If   Wproc2-mode Equal 'J'
                Read Job-In2-File
                    At End
                         Move 'Y' To Wproc-eof
                    Not At End
                         Move Job2-Step-Name   To Wscan-step
                                                  Woptf-step
                         Move Spaces           To Wscan-parm
                         Move Job2-Parm-Value  To Wscan-parm
                         Move Job2-Proc-Library To Wscan-library2
                         Move Job2-Job-Name    To Wscan-member
                         Move Job2-Exec-Step   To Wscan-jstep
                         Move Job2-Proc-Name   To Wscan-proc
                End-read
                Go To Rtr-le-proximo-passo-x
           End-if
           If   Wproc2-mode Equal 'Y'
                Read Proc-In2-File
                    At End
                         Move 'Y' To Wproc-eof
                    Not At End
                         Move Proc2-Step-Name  To Wscan-step
                                                  Woptf-step
                         Move Spaces           To Wscan-parm
                         Move Proc2-Parm-Value To Wscan-parm
                         Move Proc2-Library    To Wscan-library2
                         Move 'Y' To Wproc-eof
                    Not At End
                         Move Proc-Step-Name   To Wscan-step
                                                  Woptf-step
                         Move Spaces           To Wscan-parm
                         Move Proc-Parm-Value  To Wscan-parm
                         Move Spaces           To Wscan-library2
                        Move 'Y' To Wfix-eof
                   Not At End
                        Move 'N' To Wstep-has-error
                        Move Proc2f-Library To Wscan-library2
                        Move Proc2f-Step-Name To Woptf-step
                        Perform Rtr-regras-passo
                        Initialize Wparm-usr
                        Move Proc2f-Parm-Value To Wparm-usr
                        Perform Rtr-check-parm
       Rtr-fix-verifica-x.     Exit.

       Rtr-fecha-extrato       Section.
           Evaluate Wproc2-mode
               When 'J'
                    Close Job-In2-File
               When 'Y'
                    Close Proc-In2-File
               When Other
                    Close Proc-In-File
           End-evaluate.
       Rtr-fecha-extrato-x.    Exit.

       Rtr-ckpt-le             Section.
           Move 'N'          To Wckpt-resume
           Move Spaces       To Wckpt-step Wckpt-member Wckpt-jstep
           Open Input Parm-Ckpt-File
           If   Wckpt-status Equal '00'
                Read Parm-Ckpt-File
                         If   Ckpt-Step-Name Not Equal Spaces
                              Move 'Y'            To Wckpt-resume
                              Move Ckpt-Step-Name To Wckpt-step
                              Move Ckpt-Member    To Wckpt-member
                              Move Ckpt-Exec-Step To Wckpt-jstep
                              Move Ckpt-Total     To Wbatch-total
                              Move Ckpt-Errors    To Wbatch-errors
                         End-if
           End-if.
       Rtr-ckpt-le-x.           Exit.

       Rtr-ckpt-reposiciona    Section.
           Display 'Batch scan: resuming after checkpoint step '
                   Wckpt-member ' ' Wckpt-jstep ' ' Wckpt-step
                   ' with ' Wbatch-total
                   ' steps and ' Wbatch-errors
                   ' errors carried forward'
           Move 'N'          To Wckpt-found
           Perform Until Wckpt-found Equal 'Y'
                      Or Wproc-eof   Equal 'Y'
               Perform Rtr-le-proximo-passo
               If   Wproc-eof    Not Equal 'Y'         And
                    Wscan-step   Equal Wckpt-step          And
                    Wscan-member Equal Wckpt-member        And
                    Wscan-jstep  Equal Wckpt-jstep
                    Move 'Y' To Wckpt-found
               End-if
           End-perform

           If   Wckpt-found Equal 'N'
      *         The checkpointed step is no longer in the extract -
      *         the library changed under us, so the only safe rerun
      *         is the whole file from record one with fresh totals
                Display 'Batch scan: checkpoint step ' Wckpt-step
                        ' not found in the extract - rescanning the '
                        'whole library'
                Perform Rtr-fecha-extrato
                Evaluate Wproc2-mode
                    When 'J'
                         Open Input Job-In2-File
                    When 'Y'
                         Open Input Proc-In2-File
                    When Other
                         Open Input Proc-In-File
                End-evaluate
                Move 'N'   To Wproc-eof
                Move Zeros To Wbatch-total Wbatch-errors
           End-if.
       Rtr-ckpt-reposiciona-x.  Exit.

       Rtr-ckpt-grava          Section.
      *    One-record dataset, rewritten in place after every step -
      *    an open/write/close per step is the price of a checkpoint
      *    that survives an operator cancel mid-window
           Open Output Parm-Ckpt-File
           If   Wckpt-status Not Equal '00'
                Display 'Warning: unable to write PARMCKPT - status '
                        Wckpt-status ' - restart not possible'
                Move 'PARMCKPT' To Wevt-dd
                Move Wckpt-status To Wevt-fs
                Move 'RESTART NOT POSSIBLE' To Wevt-deg
                Perform Rtr-grava-evento
           Else
                Move Spaces         To Parm-Ckpt-Record
                Move Wckpt-step-out To Ckpt-Step-Name
                Move Wckpt-member-out To Ckpt-Member
                Move Wckpt-jstep-out  To Ckpt-Exec-Step
                Move Wbatch-total   To Ckpt-Total
                Move Wbatch-errors  To Ckpt-Errors
                Write Parm-Ckpt-Record
                Close Parm-Ckpt-File
           End-if.
       Rtr-ckpt-grava-x.        Exit.

       Rtr-regras-passo        Section.
      *    a step's rule set follows the library on its extract
      *    record; the old extract carries none, so the library on
      *    the PARM stands in for it
           Move Wscan-library2 To Wrul-Want-Lib
           If   Wrul-Want-Lib Equal Spaces
                Move Wscan-library To Wrul-Want-Lib
           End-if
           Perform Rtr-regras-biblioteca.
       Rtr-regras-passo-x.     Exit.

       Rtr-regras-biblioteca   Section.
      *    The PROC library decides the rule set: Ruleload maps it
      *    to its environment through LIBENV and holds back the
      *    rules kept for other environments, so a TEST library is
      *    not failed on the PROD standard. The tables are reloaded
      *    only when the library changes - a one-library extract
      *    loads them once. The what-if second pass keeps its date.
           If   Wrul-Want-Lib Equal Wrul-Library
                Go To Rtr-regras-biblioteca-x
           End-if
           Move Wrul-Want-Lib To Wrul-Library
           If   Wwhat-pass Equal '2'
                Move 'A'        To Wrul-Source
                Move Wwhat-date To Wrul-As-Of
           Else
                Move Spaces     To Wrul-Source
           End-if
           Call 'Ruleload' Using Wrul-Tables
           If   Wrul-Env Not Equal Spaces
                Display 'Rule set: environment ' Wrul-Env
                        ' for library ' Wrul-Library
           End-if.
       Rtr-regras-biblioteca-x. Exit.

       Rtr-fonte-scan          Section.
      *    PARM='SOURCE' reads the unloaded source library card by
      *    card; the findings go to FINDINGS and the report to
      *    PARMRPT as in the batch scan, under the PRC ids. The
      *    library on the PARM picks the rule set, as LIBENV maps
      *    it.
           Move Zeros        To Wsrc-members Wsrc-with-cards
                                Wsrc-stmts Wsrc-errors
                                Wsrc-Cfl-Total Wsrc-Cfl-Cnt
                                Wwvx-Total Wwvx-Cnt
           Move Zeros        To Wrpt-page Wrpt-line-cnt
           Perform Varying Wsum-Ix From 1 By 1
                     Until Wsum-Ix Greater Wsum-Type-Cnt
               Move Zeros To Wsum-Cnt(Wsum-Ix)
           End-perform
           Move Wscan-library To Wrul-Want-Lib
           Perform Rtr-regras-biblioteca

           Move 'N'          To Wrpt-open
           Open Output Parm-Report-File
           If   Wrpt-status Not Equal '00'
                Display 'Warning: unable to open Parm-Report-File'
                        ' - status ' Wrpt-status
                        ' - scan report not produced'
                Move 'PARMRPT ' To Wevt-dd
                Move Wrpt-status To Wevt-fs
                Move 'SCAN REPORT NOT PRODUCED' To Wevt-deg
                Perform Rtr-grava-evento
           Else
                Move 'Y' To Wrpt-open
                Move Function Current-Date To Wrpt-date-raw
                Perform Rtr-rpt-formata-data
           End-if

           Perform Rtr-fonte-carrega-proc

           Open Input Src-Lib-File
           If   Wsrc-status Not Equal '00'
                Display 'Error: unable to open Src-Lib-File - status '
                        Wsrc-status ' - SRCLIB is not allocated'
                Add  1 To Wsrc-errors
                Move 'SRCLIB  ' To Wevt-dd
                Move Wsrc-status To Wevt-fs
                Move 'SOURCE SCAN NOT RUN' To Wevt-deg
                Perform Rtr-grava-evento
           Else
                Open Output Parm-Out-File
                If   Wparmout-status Not Equal '00'
                     Display 'Error: unable to open Parm-Out-File'
                             ' - status ' Wparmout-status
                     Add  1 To Wsrc-errors
                     Move 'PARMOUT ' To Wevt-dd
                     Move Wparmout-status To Wevt-fs
                     Move 'SOURCE SCAN NOT RUN' To Wevt-deg
                     Perform Rtr-grava-evento
                     Close Src-Lib-File
                Else
                     Move 'N'    To Wsrc-eof Wsrc-in-head
                     Move Spaces To Wsrc-member
                     Move Zeros  To Wsrc-Opt-Cnt
                     Perform Until Wsrc-eof Equal 'Y'
                         Read Src-Lib-File
                             At End
                                  Move 'Y' To Wsrc-eof
                             Not At End
                                  Perform Rtr-fonte-cartao
                         End-read
                     End-perform
                     Perform Rtr-fonte-fecha-membro
                     Close Src-Lib-File
                     Close Parm-Out-File
                End-if
           End-if

           If   Wrpt-open Equal 'Y'
                Perform Rtr-fonte-rpt-resumo
                Close Parm-Report-File
                Move 'N' To Wrpt-open
           End-if

           If   Wfind-open Equal 'Y'
                Close Finding-File
                Move 'FINDINGS' To Wflock-resource
                Move 'FREE '    To Wflock-action
                Move 'PARMS   ' To Wflock-job
                Call 'Runlock' Using Wflock-area
           End-if
           Move 'N' To Wfind-open

           Display ' '
           Display 'Source scan complete: ' Wsrc-members
                   ' members read, ' Wsrc-with-cards
                   ' with CBL/PROCESS cards, ' Wsrc-errors
                   ' in error'.
       Rtr-fonte-scan-x.       Exit.

       Rtr-fonte-carrega-proc  Section.
      *    The PROC steps the cards are compared with, off the
      *    extract the batch scan reads - PROCIN2, or the old
      *    PROCIN during the changeover. Neither allocated leaves
      *    nothing to compare with; the cards are still checked.
           Move Zeros        To Wsrc-Prc-Cnt Wsrc-Prc-Dropped
           Move 'N'          To Wproc-eof Wproc2-mode Wsrc-proc-ok
           Open Input  Proc-In2-File
           If   Wprocin2-status Equal '00'
                Move 'Y' To Wproc2-mode
           Else
                Open Input  Proc-In-File
           End-if
           If   Wproc2-mode Equal 'N' And
                Wprocin-status Not Equal '00'
                Display 'Source scan: neither PROCIN2 nor PROCIN is '
                        'allocated - cards not compared with the '
                        'PROC PARM'
                Go To Rtr-fonte-carrega-proc-x
           End-if
           Move 'Y' To Wsrc-proc-ok
           Perform Until Wproc-eof Equal 'Y'
               Perform Rtr-le-proximo-passo
               If   Wproc-eof Not Equal 'Y'
                    If   Wsrc-Prc-Cnt Less 1000
                         Add  1 To Wsrc-Prc-Cnt
                         Move Wscan-member
                           To Wsrc-Prc-Member(Wsrc-Prc-Cnt)
                         Move Wscan-step
                           To Wsrc-Prc-Step(Wsrc-Prc-Cnt)
                         Move Wscan-parm
                           To Wsrc-Prc-Parm(Wsrc-Prc-Cnt)
                    Else
                         Add  1 To Wsrc-Prc-Dropped
                    End-if
               End-if
           End-perform
           Perform Rtr-fecha-extrato
           Display 'Source scan: ' Wsrc-Prc-Cnt
                   ' PROC steps loaded for the comparison'
           If   Wsrc-Prc-Dropped Greater Zeros
                Display 'Source scan: Warning: ' Wsrc-Prc-Dropped
                        ' PROC steps dropped (table full)'
           End-if.
       Rtr-fonte-carrega-proc-x. Exit.

       Rtr-fonte-cartao        Section.
      *    './ ADD NAME=member' opens a member. Only its head is
      *    read: CBL and PROCESS statements, with blank and comment
      *    cards among them - the first card of anything else is
      *    the program proper and ends the head. A statement starts
      *    in column 1, or after a sequence number in columns 1-6,
      *    and runs to column 72.
           If   Src-Lib-Card(1 : 2) Equal './'
                Perform Rtr-fonte-fecha-membro
                Perform Rtr-fonte-abre-membro
                Go To Rtr-fonte-cartao-x
           End-if
           If   Wsrc-in-head Not Equal 'Y'
                Go To Rtr-fonte-cartao-x
           End-if

           Move 1 To Wsrc-beg
           If   Src-Lib-Card(1 : 6) Is Numeric
                Move 7 To Wsrc-beg
           End-if
           Move Zeros To Wsrc-pos
           Perform Varying Wsrc-i From Wsrc-beg By 1
                     Until Wsrc-i Greater 72
                        Or Wsrc-pos Greater Zeros
               If   Src-Lib-Card(Wsrc-i : 1) Not Equal Space
                    Move Wsrc-i To Wsrc-pos
               End-if
           End-perform
           If   Wsrc-pos Equal Zeros
                Go To Rtr-fonte-cartao-x
           End-if
           If  (Wsrc-pos Equal 7 And
               (Src-Lib-Card(7 : 1) Equal '*' Or
                Src-Lib-Card(7 : 1) Equal '/')) Or
                Src-Lib-Card(Wsrc-pos : 2) Equal '*>'
                Go To Rtr-fonte-cartao-x
           End-if

           Move Spaces To Wsrc-word
           Unstring Src-Lib-Card(Wsrc-pos : 73 - Wsrc-pos)
                    Delimited By Space Into Wsrc-word
           Evaluate Wsrc-word
               When 'CBL'
                    Compute Wsrc-i = Wsrc-pos + 3
               When 'PROCESS'
                    Compute Wsrc-i = Wsrc-pos + 7
               When Other
                    Move 'N' To Wsrc-in-head
                    Go To Rtr-fonte-cartao-x
           End-evaluate

      *    the options, left-justified; a bare CBL card has none
           Move Spaces To Wsrc-text
           If   Wsrc-i Not Greater 72
                Move Src-Lib-Card(Wsrc-i : 73 - Wsrc-i) To Wsrc-text
           End-if
           Move Zeros To Wsrc-beg
           Inspect Wsrc-text Tallying Wsrc-beg For Leading Spaces
           If   Wsrc-beg Not Less Length Of Wsrc-text
                Go To Rtr-fonte-cartao-x
           End-if
           Initialize Wparm-usr
           Move Wsrc-text(Wsrc-beg + 1 : Length Of Wsrc-text - Wsrc-beg)
             To Wparm-usr

           Add  1 To Wsrc-stmts
           Move Wsrc-member To Wfnd-Context
           Move 'N' To Wstep-has-error
           Display ' '
           Display 'Member ' Wsrc-member ': ' Wsrc-word ' ' Wparm-usr
           Perform Rtr-check-parm
           If   Wstep-has-error Equal 'Y'
                Move 'Y' To Wsrc-mbr-error
           End-if
           Perform Varying Wsrc-Ix1 From 1 By 1
                     Until Wsrc-Ix1 Greater Wdup-Total
               If   Wsrc-Opt-Cnt Less 50
                    Add  1 To Wsrc-Opt-Cnt
                    Move Wparm-lista-l(Wsrc-Ix1)
                      To Wsrc-Opt(Wsrc-Opt-Cnt)
               End-if
           End-perform
           If   Wrpt-open Equal 'Y'
                Perform Rtr-rpt-step
           End-if.
       Rtr-fonte-cartao-x.     Exit.

       Rtr-fonte-abre-membro   Section.
           Move Spaces To Wsrc-member
           Move Zeros  To Wsrc-pos
           Inspect Src-Lib-Card Tallying Wsrc-pos
                   For Characters Before 'NAME='
           If   Wsrc-pos Less 75
                Compute Wsrc-beg = Wsrc-pos + 6
                Move Zeros To Wsrc-dep
                Perform Varying Wsrc-i From Wsrc-beg By 1
                          Until Wsrc-i Greater 80
                             Or Src-Lib-Card(Wsrc-i : 1) Equal Space
                             Or Src-Lib-Card(Wsrc-i : 1) Equal ','
                    Add  1 To Wsrc-dep
                End-perform
                If   Wsrc-dep Greater 8
                     Move 8 To Wsrc-dep
                End-if
                If   Wsrc-dep Greater Zeros
                     Move Src-Lib-Card(Wsrc-beg : Wsrc-dep)
                       To Wsrc-member
                End-if
           End-if
           Add  1      To Wsrc-members
           Move 'Y'    To Wsrc-in-head
           Move 'N'    To Wsrc-mbr-error
           Move Zeros  To Wsrc-Opt-Cnt.
       Rtr-fonte-abre-membro-x. Exit.

       Rtr-fonte-fecha-membro  Section.
      *    A member with cards is compared with every PROC step
      *    named after it, then counted; one with none is done
           If   Wsrc-member Equal Spaces Or
                Wsrc-Opt-Cnt Equal Zeros
                Move Zeros To Wsrc-Opt-Cnt
                Go To Rtr-fonte-fecha-membro-x
           End-if
           Add  1 To Wsrc-with-cards
           Move Wsrc-member To Wfnd-Context
           Move 'N'   To Wstep-has-error
           Move Zeros To Wfnd-Cnt Wsrc-Prc-Hit
           Perform Varying Wsrc-Prc-Ix From 1 By 1
                     Until Wsrc-Prc-Ix Greater Wsrc-Prc-Cnt
               If   Wsrc-Prc-Step(Wsrc-Prc-Ix) Equal Wsrc-member
                    Add  1 To Wsrc-Prc-Hit
                    Perform Rtr-fonte-compara-proc
               End-if
           End-perform
           If   Wstep-has-error Equal 'Y'
                Move 'Y' To Wsrc-mbr-error
           End-if

           If   Wrpt-open Equal 'Y'
                Move Spaces To Wrpt-detail
                String 'MEMBER ' Wsrc-member '  AGAINST THE PROC PARM'
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-rpt-write
                Move Spaces To Wrpt-detail
                Evaluate True
                    When Wsrc-proc-ok Not Equal 'Y'
                         Move '   NO PROC EXTRACT - NOT COMPARED'
                           To Wrpt-detail
                         Perform Rtr-rpt-write
                    When Wsrc-Prc-Hit Equal Zeros
                         String '   NO PROC STEP NAMED '
                                Delimited By Size
                                Wsrc-member Delimited By Space
                                ' ON THE EXTRACT - NOT COMPARED'
                                Delimited By Size Into Wrpt-detail
                         Perform Rtr-rpt-write
                    When Wfnd-Cnt Equal Zeros
                         Move Wsrc-Prc-Hit To Wrpt-num-ed
                         String '   NO CONTRADICTION - PROC STEPS '
                                'COMPARED: ' Wrpt-num-ed
                                Delimited By Size Into Wrpt-detail
                         Perform Rtr-rpt-write
                    When Other
                         Perform Varying Wrpt-opt-ix From 1 By 1
                                   Until Wrpt-opt-ix Greater Wfnd-Cnt
                             Move Spaces To Wrpt-detail
                             If   Wfnd-Waived(Wrpt-opt-ix) Equal 'Y'
                                  String '   --- WAIVED '
                                         Wfnd-Sev(Wrpt-opt-ix) ' '
                                         Wfnd-Text(Wrpt-opt-ix)
                                         Delimited By Size
                                         Into Wrpt-detail
                             Else
                                  String '   *** '
                                         Wfnd-Sev(Wrpt-opt-ix) ' '
                                         Wfnd-Text(Wrpt-opt-ix)
                                         Delimited By Size
                                         Into Wrpt-detail
                             End-if
                             Perform Rtr-rpt-write
                         End-perform
                End-evaluate
                Move Spaces To Wrpt-detail
                Perform Rtr-rpt-write
           End-if

           If   Wsrc-mbr-error Equal 'Y'
                Add  1 To Wsrc-errors
                Display 'Member ' Wsrc-member
                        ': CBL/PROCESS cards have errors'
           Else
                Display 'Member ' Wsrc-member ': OK'
           End-if
           Move Zeros To Wsrc-Opt-Cnt.
       Rtr-fonte-fecha-membro-x. Exit.

       Rtr-fonte-compara-proc  Section.
      *    A card option contradicts the PROC when the PROC PARM has
      *    its opposite (per the opposite pairs) or the same option
      *    with other sub-values; the same option as the PROC only
      *    repeats it
           Initialize Wparm-usr
           Move Wsrc-Prc-Parm(Wsrc-Prc-Ix) To Wparm-usr
           Perform Rtr-fonte-lista-proc
           Perform Varying Wsrc-Ix1 From 1 By 1
                     Until Wsrc-Ix1 Greater Wsrc-Opt-Cnt
               Move Spaces To Wsrc-Base-1
               Unstring Wsrc-Opt(Wsrc-Ix1) Delimited By '('
                        Into Wsrc-Base-1
               Perform Varying Wsrc-Ix2 From 1 By 1
                         Until Wsrc-Ix2 Greater Wsrc-Tok-Cnt
                   Move Spaces To Wsrc-Base-2
                   Unstring Wparm-lista-l(Wsrc-Ix2) Delimited By '('
                            Into Wsrc-Base-2
                   Perform Rtr-fonte-oposto
                   If  (Wsrc-Base-1 Equal Wsrc-Base-2 And
                        Wsrc-Opt(Wsrc-Ix1) Not Equal
                        Wparm-lista-l(Wsrc-Ix2)) Or
                        Wsrc-opp-hit Equal 'Y'
                        Perform Rtr-fonte-registra-conflito
                   End-if
               End-perform
           End-perform.
       Rtr-fonte-compara-proc-x. Exit.

       Rtr-fonte-lista-proc    Section.
      *    The PROC PARM cut into options and normalized the way
      *    Rtr-check-parm does, but not checked again - the batch
      *    scan answers for the PROC
           Initialize Wparm-lista
           Move Zeros To Wsrc-Tok-Cnt Wsrc-dep
           Move 1     To Wsrc-beg
           Perform Varying Wsrc-i From 1 By 1
                     Until Wsrc-i Greater Length Of Wparm-usr
               Evaluate Wparm-r(Wsrc-i)
                   When '('
                        Add  1 To Wsrc-dep
                   When ')'
                        Subtract 1 From Wsrc-dep
                   When ','
                   When Space
                        If   Wsrc-dep Not Greater Zeros
                             Perform Rtr-fonte-corta-opcao
                             Compute Wsrc-beg = Wsrc-i + 1
                        End-if
               End-evaluate
           End-perform
           Perform Rtr-fonte-corta-opcao.
       Rtr-fonte-lista-proc-x. Exit.

       Rtr-fonte-corta-opcao   Section.
           If   Wsrc-i Greater Wsrc-beg And
                Wsrc-Tok-Cnt Less 50
                Add  1 To Wsrc-Tok-Cnt
                Move Wsrc-Tok-Cnt To Wind-2
                Move Wparm-usr(Wsrc-beg : Wsrc-i - Wsrc-beg)
                  To Wparm-lista-l(Wind-2)
                Perform Rtr-normaliza-opcao
           End-if.
       Rtr-fonte-corta-opcao-x. Exit.

       Rtr-fonte-oposto        Section.
           Move 'N' To Wsrc-opp-hit
           Perform Varying Wopp-Ix From 1 By 1
                     Until Wopp-Ix Greater Wrul-Opp-Cnt
               If  Wrul-Opp-Active(Wopp-Ix) Equal 'Y' And
                  ((Wsrc-Base-1 Equal Wrul-Opp-A(Wopp-Ix) And
                    Wsrc-Base-2 Equal Wrul-Opp-B(Wopp-Ix)) Or
                   (Wsrc-Base-1 Equal Wrul-Opp-B(Wopp-Ix) And
                    Wsrc-Base-2 Equal Wrul-Opp-A(Wopp-Ix)))
                    Move 'Y' To Wsrc-opp-hit
               End-if
           End-perform.
       Rtr-fonte-oposto-x.     Exit.

       Rtr-fonte-registra-conflito Section.
           Move 'CBL-VS-PROC' To Wfnd-Type-In
           Move Wsrc-Opt(Wsrc-Ix1) To Wfnd-Token-In
           Move Zeros  To Wfnd-Col-In
           Move Spaces To Wfnd-Text-In
           String Wsrc-Opt(Wsrc-Ix1) Delimited By Space
                  ' contradicts PROC ' Delimited By Size
                  Wsrc-Prc-Member(Wsrc-Prc-Ix) Delimited By Space
                  ' step ' Delimited By Size
                  Wsrc-Prc-Step(Wsrc-Prc-Ix) Delimited By Space
                  ' ' Delimited By Size
                  Wparm-lista-l(Wsrc-Ix2) Delimited By Space
                  Into Wfnd-Text-In
           Perform Rtr-registra-acha
           Add  1 To Wsrc-Cfl-Total
           If   Wsrc-Cfl-Cnt Less 100
                Add  1 To Wsrc-Cfl-Cnt
                Move Wsrc-member To Wsrc-Cfl-Member(Wsrc-Cfl-Cnt)
                Move Wsrc-Opt(Wsrc-Ix1) To Wsrc-Cfl-Card(Wsrc-Cfl-Cnt)
                Move Wsrc-Prc-Member(Wsrc-Prc-Ix)
                  To Wsrc-Cfl-Proc(Wsrc-Cfl-Cnt)
                Move Wsrc-Prc-Step(Wsrc-Prc-Ix)
                  To Wsrc-Cfl-Step(Wsrc-Cfl-Cnt)
                Move Wparm-lista-l(Wsrc-Ix2)
                  To Wsrc-Cfl-Parm(Wsrc-Cfl-Cnt)
                Move Wfnd-Sev-Now   To Wsrc-Cfl-Sev(Wsrc-Cfl-Cnt)
                Move Wfnd-Waived-In To Wsrc-Cfl-Waived(Wsrc-Cfl-Cnt)
           End-if.
       Rtr-fonte-registra-conflito-x. Exit.

       Rtr-fonte-requerida     Section.
      *    A card only adds to the PROC's options, so a required
      *    option it leaves out is not missing - but a card that
      *    switches one off (its opposite) or gives it other
      *    sub-values overrides the standard for that program
           Perform Varying Wstd-Ix From 1 By 1
                     Until Wstd-Ix Greater Wrul-Req-Cnt
               If   Wrul-Req-Active(Wstd-Ix) Equal 'Y'
                    Move Spaces To Wsrc-Base-1
                    Unstring Wrul-Req-Value(Wstd-Ix) Delimited By '('
                             Into Wsrc-Base-1
                    Perform Varying Wstd-Tok-Ix From 1 By 1
                              Until Wstd-Tok-Ix Greater Wdup-Total
                        Move Spaces To Wsrc-Base-2
                        Unstring Wparm-lista-l(Wstd-Tok-Ix)
                                 Delimited By '(' Into Wsrc-Base-2
                        Perform Rtr-fonte-oposto
                        If  (Wsrc-Base-2 Equal Wsrc-Base-1 And
                             Wparm-lista-l(Wstd-Tok-Ix) Not Equal
                             Wrul-Req-Value(Wstd-Ix)) Or
                             Wsrc-opp-hit Equal 'Y'
                             Move 'MISSING-REQ' To Wfnd-Type-In
                             Move Wparm-lista-l(Wstd-Tok-Ix)
                                                To Wfnd-Token-In
                             Move Zeros         To Wfnd-Col-In
                             Move Spaces        To Wfnd-Text-In
                             String 'card overrides required option - '
                                    Wrul-Req-Value(Wstd-Ix)
                                    Delimited By Size Into Wfnd-Text-In
                             Perform Rtr-registra-acha
                        End-if
                    End-perform
               End-if
           End-perform.
       Rtr-fonte-requerida-x.  Exit.

       Rtr-fonte-rpt-resumo    Section.
           Move Spaces       To Wrpt-detail
           Perform Rtr-rpt-write
           Move 'SUMMARY OF SOURCE SCAN'      To Wrpt-detail
           Perform Rtr-rpt-write

           Move Spaces       To Wrpt-detail
           Move 'MEMBERS READ.......:'        To Wrpt-detail
           Move Wsrc-members To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-rpt-write

           Move Spaces       To Wrpt-detail
           Move 'MEMBERS WITH CARDS.:'        To Wrpt-detail
           Move Wsrc-with-cards To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-rpt-write

           Move Spaces       To Wrpt-detail
           Move 'STATEMENTS CHECKED.:'        To Wrpt-detail
           Move Wsrc-stmts   To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-rpt-write

           Move Spaces       To Wrpt-detail
           Move 'MEMBERS WITH ERRORS:'        To Wrpt-detail
           Move Wsrc-errors  To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-rpt-write

           Move Spaces       To Wrpt-detail
           Move 'FAILURES BY ERROR TYPE:'     To Wrpt-detail
           Perform Rtr-rpt-write
           Perform Varying Wsum-Ix From 1 By 1
                     Until Wsum-Ix Greater Wsum-Type-Cnt
               If   Wsum-Cnt(Wsum-Ix) Greater Zeros
                    Move Spaces To Wrpt-detail
                    Move Wsum-Type(Wsum-Ix) To Wrpt-detail(4 : 12)
                    Move Wsum-Cnt(Wsum-Ix)  To Wrpt-num-ed
                    Move Wrpt-num-ed        To Wrpt-detail(18 : 6)
                    Perform Rtr-rpt-write
               End-if
           End-perform

           Move Spaces       To Wrpt-detail
           Move 'FINDINGS WAIVED....:'        To Wrpt-detail
           Move Wwvx-Total   To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-rpt-write
           Perform Varying Wwvx-Ix From 1 By 1
                     Until Wwvx-Ix Greater Wwvx-Cnt
               Move Spaces To Wrpt-detail
               String '   MEMBER ' Wwvx-Step(Wwvx-Ix)
                      ' ' Wwvx-Msg-Id(Wwvx-Ix)
                      ' TICKET ' Wwvx-Ticket(Wwvx-Ix)
                      ' APPROVED BY ' Wwvx-Approver(Wwvx-Ix)
                      ' EXPIRES ' Wwvx-Expiry(Wwvx-Ix)
                      Delimited By Size Into Wrpt-detail
               Perform Rtr-rpt-write
           End-perform

      *    the contradictions again, on their own: the cards that
      *    quietly change what the PROC compiles with
           Move Spaces       To Wrpt-detail
           Perform Rtr-rpt-write
           Move 'CBL/PROCESS OPTIONS CONTRADICTING THE PROC PARM:'
             To Wrpt-detail
           Perform Rtr-rpt-write
           Move Spaces       To Wrpt-detail
           Move 'MEMBER'     To Wrpt-detail(4 : 6)
           Move 'CARD OPTION' To Wrpt-detail(14 : 11)
           Move 'PROC'       To Wrpt-detail(40 : 4)
           Move 'STEP'       To Wrpt-detail(50 : 4)
           Move 'PROC OPTION' To Wrpt-detail(60 : 11)
           Move 'SEV'        To Wrpt-detail(86 : 3)
           Perform Rtr-rpt-write
           If   Wsrc-Cfl-Total Equal Zeros
                Move '   NONE' To Wrpt-detail
                Perform Rtr-rpt-write
           End-if
           Perform Varying Wsrc-Cfl-Ix From 1 By 1
                     Until Wsrc-Cfl-Ix Greater Wsrc-Cfl-Cnt
               Move Spaces To Wrpt-detail
               Move Wsrc-Cfl-Member(Wsrc-Cfl-Ix) To Wrpt-detail(4 : 8)
               Move Wsrc-Cfl-Card(Wsrc-Cfl-Ix)  To Wrpt-detail(14 : 24)
               Move Wsrc-Cfl-Proc(Wsrc-Cfl-Ix)  To Wrpt-detail(40 : 8)
               Move Wsrc-Cfl-Step(Wsrc-Cfl-Ix)  To Wrpt-detail(50 : 8)
               Move Wsrc-Cfl-Parm(Wsrc-Cfl-Ix)  To Wrpt-detail(60 : 24)
               Move Wsrc-Cfl-Sev(Wsrc-Cfl-Ix)   To Wrpt-detail(86 : 5)
               If   Wsrc-Cfl-Waived(Wsrc-Cfl-Ix) Equal 'Y'
                    Move 'WAIVED' To Wrpt-detail(92 : 6)
               End-if
               Perform Rtr-rpt-write
           End-perform
           If   Wsrc-Cfl-Total Greater Wsrc-Cfl-Cnt
                Move Spaces  To Wrpt-detail
                Move '   (FURTHER CONTRADICTIONS NOT LISTED)'
                  To Wrpt-detail
                Perform Rtr-rpt-write
           End-if.
       Rtr-fonte-rpt-resumo-x.  Exit.

       Rtr-what-if             Section.
      *    PARM='WHATIF,yyyymmdd' or 'WHATIF,yyyymmdd,libname' - see
      *    Wwhat-mode. Ls-Parm-Error comes back 'Y' when the staged
      *    rules would fail a step that passes today, or when the
      *    comparison could not be run.
           Move Spaces To Wwhat-date Wscan-library
           If   Ls-Parm-Len Greater 14
                Move Ls-Parm-Text(8 : 8) To Wwhat-date
           End-if
           If   Ls-Parm-Len Greater 16 And
                Ls-Parm-Text(16 : 1) Equal ','
                Move Ls-Parm-Text(17 : Ls-Parm-Len - 16)
                  To Wscan-library
           End-if
           If   Wwhat-date Not Numeric Or
               (Ls-Parm-Len Greater 15 And
                Ls-Parm-Text(16 : 1) Not Equal ',')
                Display 'What-if: PARM must be WHATIF,yyyymmdd or '
                        'WHATIF,yyyymmdd,libname'
                Move 'Y' To Ls-Parm-Error
                Go To Rtr-what-if-x
           End-if
           Move Spaces To Wwhat-date-fmt
           String Wwhat-date(1 : 4) '-' Wwhat-date(5 : 2) '-'
                  Wwhat-date(7 : 2)
                  Delimited By Size Into Wwhat-date-fmt
           Display 'What-if: findings under the rules as of '
                   Wwhat-date-fmt ' against today''s rules'

           Move Zeros To Wwhat-total Wwhat-live-err Wwhat-stag-err
                         Wwhat-affected Wwhat-to-fail Wwhat-to-pass
                         Wwhat-appear Wwhat-gone
                         Wrpt-page Wrpt-line-cnt
           Move Function Current-Date To Wrpt-date-raw
           Perform Rtr-rpt-formata-data

           Open Output What-Report-File
           If   Wwrpt-status Not Equal '00'
                Display 'What-if: unable to open WHATRPT - status '
                        Wwrpt-status ' - comparison not run'
                Move 'Y' To Ls-Parm-Error
                Move 'WHATRPT ' To Wevt-dd
                Move Wwrpt-status To Wevt-fs
                Move 'WHAT-IF REPORT NOT RUN' To Wevt-deg
                Perform Rtr-grava-evento
                Go To Rtr-what-if-x
           End-if
           Open Output What-Work-File
           If   Wwhat-status Not Equal '00'
                Display 'What-if: unable to open WHATWRK - status '
                        Wwhat-status ' - comparison not run'
                Move 'Y' To Ls-Parm-Error
                Move 'WHATWRK ' To Wevt-dd
                Move Wwhat-status To Wevt-fs
                Move 'WHAT-IF REPORT NOT RUN' To Wevt-deg
                Perform Rtr-grava-evento
                Close What-Report-File
                Go To Rtr-what-if-x
           End-if
           Perform Rtr-what-abre-extrato
           If   Wproc2-mode Equal 'N' And
                Wprocin-status Not Equal '00'
                Move 'Y' To Ls-Parm-Error
                Close What-Work-File What-Report-File
                Go To Rtr-what-if-x
           End-if

      *    first pass - today's live rules, every finding kept on
      *    the work file under the step's place in the extract
           Move 'Y'   To Wfix-verify
           Move '1'   To Wwhat-pass
           Move Zeros To Wwhat-seq
           Perform Until Wproc-eof Equal 'Y'
               Perform Rtr-le-proximo-passo
               If   Wproc-eof Not Equal 'Y'
                    Perform Rtr-what-passo-vivo
               End-if
           End-perform
           Perform Rtr-fecha-extrato
           Close What-Work-File

      *    second pass - the rules as Ruleload resolves them on the
      *    date asked for, compared step by step with the first
           Move 'A'        To Wrul-Source
           Move Wwhat-date To Wrul-As-Of
           Call 'Ruleload' Using Wrul-Tables
           If   Wrul-Source Equal 'D'
                Display 'What-if: OPTRULES not allocated - the '
                        'compiled defaults carry no effective dates, '
                        'so no finding can change'
           End-if
           Open Input What-Work-File
           If   Wwhat-status Not Equal '00'
                Display 'What-if: unable to reread WHATWRK - status '
                        Wwhat-status ' - comparison not run'
                Move 'Y' To Ls-Parm-Error
                Close What-Report-File
                Perform Rtr-what-restaura
                Go To Rtr-what-if-x
           End-if
           Move 'N' To Wwhat-eof
           Perform Rtr-what-le-trabalho
           Perform Rtr-what-abre-extrato
           Move '2'    To Wwhat-pass
           Move Zeros  To Wwhat-seq
           Move 'N'    To Wwhat-mbr-shown
           Move Spaces To Wwhat-member
           Perform Until Wproc-eof Equal 'Y'
               Perform Rtr-le-proximo-passo
               If   Wproc-eof Not Equal 'Y'
                    Perform Rtr-what-passo-datado
               End-if
           End-perform
           Perform Rtr-fecha-extrato
           Close What-Work-File

           Perform Rtr-what-resumo
           Close What-Report-File
           Perform Rtr-what-restaura

           If   Wwhat-to-fail Greater Zeros
                Move 'Y' To Ls-Parm-Error
           End-if
           Display ' '
           Display 'What-if complete: ' Wwhat-total
                   ' steps scanned, ' Wwhat-to-fail
                   ' newly failing and ' Wwhat-to-pass
                   ' newly passing on ' Wwhat-date-fmt.
       Rtr-what-if-x.          Exit.

       Rtr-what-abre-extrato   Section.
      *    same choice of extract as the batch scan - the wide one
      *    when it is allocated, the old 43-byte one otherwise
           Move 'N' To Wproc-eof Wproc2-mode
           Open Input  Proc-In2-File
           If   Wprocin2-status Equal '00'
                Move 'Y' To Wproc2-mode
           Else
                Open Input  Proc-In-File
                If   Wprocin-status Not Equal '00'
                     Display 'Error: unable to open Proc-In-File - '
                             'status ' Wprocin-status ' - neither '
                             'PROCIN2 nor PROCIN is allocated'
                     Move 'PROCIN  ' To Wevt-dd
                     Move Wprocin-status To Wevt-fs
                     Move 'WHAT-IF REPORT NOT RUN' To Wevt-deg
                     Perform Rtr-grava-evento
                End-if
           End-if.
       Rtr-what-abre-extrato-x. Exit.

       Rtr-what-restaura       Section.
      *    Parms keeps its tables for the rest of the run unit, so
      *    the live ones go back before anything else is checked
           Move Spaces To Wrul-Source
           Call 'Ruleload' Using Wrul-Tables
           Move 'N'    To Wfix-verify
           Move Spaces To Wwhat-pass.
       Rtr-what-restaura-x.    Exit.

       Rtr-what-le-trabalho    Section.
           Read What-Work-File
               At End
                    Move 'Y' To Wwhat-eof
           End-read.
       Rtr-what-le-trabalho-x. Exit.

       Rtr-what-checa-passo    Section.
           Add  1   To Wwhat-seq
           Move 'N' To Wstep-has-error
           Perform Rtr-regras-passo
           Move Wscan-step To Wfnd-Context
           Initialize Wparm-usr
           Move Wscan-parm To Wparm-usr
           Perform Rtr-check-parm.
       Rtr-what-checa-passo-x. Exit.

       Rtr-what-passo-vivo     Section.
           Perform Rtr-what-checa-passo
           Add  1 To Wwhat-total
           If   Wstep-has-error Equal 'Y'
                Add 1 To Wwhat-live-err
           End-if
           Perform Varying Wwhat-Ix From 1 By 1
                     Until Wwhat-Ix Greater Wfnd-Cnt
               Move Spaces              To What-Work-Record
               Move Wwhat-seq           To Wwrk-Seq
               Move Wfnd-Type(Wwhat-Ix) To Wwrk-Type
               Move Wfnd-Sev(Wwhat-Ix)  To Wwrk-Sev
               Move Wfnd-Text(Wwhat-Ix) To Wwrk-Text
               Write What-Work-Record
           End-perform.
       Rtr-what-passo-vivo-x.  Exit.

       Rtr-what-passo-datado   Section.
           Perform Rtr-what-checa-passo
           If   Wstep-has-error Equal 'Y'
                Add 1 To Wwhat-stag-err
           End-if

      *    the first pass's findings for this same step
           Move Zeros To Wwhat-Old-Cnt
           Move 'N'   To Wwhat-old-err
           Perform Until Wwhat-eof Equal 'Y'
                      Or Wwrk-Seq Greater Wwhat-seq
               If   Wwrk-Seq Equal Wwhat-seq And
                    Wwhat-Old-Cnt Less 20
                    Add  1 To Wwhat-Old-Cnt
                    Move Wwrk-Type To Wwhat-Old-Type(Wwhat-Old-Cnt)
                    Move Wwrk-Sev  To Wwhat-Old-Sev(Wwhat-Old-Cnt)
                    Move Wwrk-Text To Wwhat-Old-Text(Wwhat-Old-Cnt)
                    Move 'N'       To Wwhat-Old-Match(Wwhat-Old-Cnt)
                    If   Wwrk-Sev Equal 'ERROR'
                         Move 'Y' To Wwhat-old-err
                    End-if
               End-if
               Perform Rtr-what-le-trabalho
           End-perform

      *    the same check raising the same message under both rule
      *    sets is the same finding; whatever is left unpaired on
      *    either side is what the staged rules change
           Perform Varying Wwhat-Jx From 1 By 1
                     Until Wwhat-Jx Greater Wfnd-Cnt
               Move 'N' To Wwhat-New-Match(Wwhat-Jx)
               Perform Varying Wwhat-Ix From 1 By 1
                         Until Wwhat-Ix Greater Wwhat-Old-Cnt
                   If   Wwhat-New-Match(Wwhat-Jx) Equal 'N'
                   And  Wwhat-Old-Match(Wwhat-Ix) Equal 'N'
                   And  Wwhat-Old-Type(Wwhat-Ix) Equal
                        Wfnd-Type(Wwhat-Jx)
                   And  Wwhat-Old-Text(Wwhat-Ix) Equal
                        Wfnd-Text(Wwhat-Jx)
                        Move 'Y' To Wwhat-New-Match(Wwhat-Jx)
                                    Wwhat-Old-Match(Wwhat-Ix)
                   End-if
               End-perform
           End-perform

           Move 'N' To Wwhat-changed
           Perform Varying Wwhat-Jx From 1 By 1
                     Until Wwhat-Jx Greater Wfnd-Cnt
               If   Wwhat-New-Match(Wwhat-Jx) Equal 'N'
                    Move 'Y' To Wwhat-changed
               End-if
           End-perform
           Perform Varying Wwhat-Ix From 1 By 1
                     Until Wwhat-Ix Greater Wwhat-Old-Cnt
               If   Wwhat-Old-Match(Wwhat-Ix) Equal 'N'
                    Move 'Y' To Wwhat-changed
               End-if
           End-perform
           If   Wwhat-changed Equal 'Y'
                Perform Rtr-what-rpt-passo
           End-if.
       Rtr-what-passo-datado-x. Exit.

       Rtr-what-rpt-passo      Section.
           Add  1 To Wwhat-affected
           If   Wwhat-mbr-shown Equal 'N' Or
                Wscan-member Not Equal Wwhat-member
                Move 'Y'          To Wwhat-mbr-shown
                Move Wscan-member To Wwhat-member
                Move Spaces       To Wrpt-detail
                If   Wscan-member Equal Spaces
                     Move 'MEMBER (NOT ON THE OLD PROCIN EXTRACT)'
                       To Wrpt-detail
                Else
                     String 'MEMBER ' Wscan-member '   '
                            Wscan-library2
                            Delimited By Size Into Wrpt-detail
                End-if
                Perform Rtr-what-write
           End-if

           Move Spaces To Wrpt-detail
           Evaluate True
               When Wwhat-old-err Equal 'N' And
                    Wstep-has-error Equal 'Y'
                    Add 1 To Wwhat-to-fail
                    String '  STEP ' Wscan-step
                           '  PASSES TODAY - WILL FAIL ON '
                           Wwhat-date-fmt
                           Delimited By Size Into Wrpt-detail
               When Wwhat-old-err Equal 'Y' And
                    Wstep-has-error Equal 'N'
                    Add 1 To Wwhat-to-pass
                    String '  STEP ' Wscan-step
                           '  FAILS TODAY - WILL PASS ON '
                           Wwhat-date-fmt
                           Delimited By Size Into Wrpt-detail
               When Wstep-has-error Equal 'Y'
                    String '  STEP ' Wscan-step
                           '  FAILS TODAY - STILL FAILS, FINDINGS '
                           'CHANGE'
                           Delimited By Size Into Wrpt-detail
               When Other
                    String '  STEP ' Wscan-step
                           '  PASSES TODAY - STILL PASSES, FINDINGS '
                           'CHANGE'
                           Delimited By Size Into Wrpt-detail
           End-evaluate
           Perform Rtr-what-write

           Perform Varying Wwhat-Jx From 1 By 1
                     Until Wwhat-Jx Greater Wfnd-Cnt
               If   Wwhat-New-Match(Wwhat-Jx) Equal 'N'
                    Add  1 To Wwhat-appear
                    Move Spaces To Wrpt-detail
                    String '     NEW  ' Wfnd-Sev(Wwhat-Jx) ' '
                           Wfnd-Type(Wwhat-Jx) ' '
                           Wfnd-Text(Wwhat-Jx)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-what-write
               End-if
           End-perform
           Perform Varying Wwhat-Ix From 1 By 1
                     Until Wwhat-Ix Greater Wwhat-Old-Cnt
               If   Wwhat-Old-Match(Wwhat-Ix) Equal 'N'
                    Add  1 To Wwhat-gone
                    Move Spaces To Wrpt-detail
                    String '     GONE ' Wwhat-Old-Sev(Wwhat-Ix) ' '
                           Wwhat-Old-Type(Wwhat-Ix) ' '
                           Wwhat-Old-Text(Wwhat-Ix)
                           Delimited By Size Into Wrpt-detail
                    Perform Rtr-what-write
               End-if
           End-perform
           Move Spaces To Wrpt-detail
           Perform Rtr-what-write.
       Rtr-what-rpt-passo-x.   Exit.

       Rtr-what-heading        Section.
           Add  1            To Wrpt-page
           Move Spaces       To Wrpt-head
           String 'PARMS - STAGED RULE WHAT-IF REPORT'
                  Delimited By Size Into Wrpt-head
           Move 'PAGE'       To Wrpt-head(70 : 4)
           Move Wrpt-page    To Wrpt-head(75 : 4)
           Move Wrpt-head    To What-Report-Record
           Write What-Report-Record

           Move Spaces       To Wrpt-head
           String 'RUN DATE: ' Wrpt-date-fmt
                  '   RULES AS OF: ' Wwhat-date-fmt
                  '   COMPARED WITH TODAY''S LIVE RULES'
                  Delimited By Size Into Wrpt-head
           Move Wrpt-head    To What-Report-Record
           Write What-Report-Record

           Move Spaces       To Wrpt-head
           If   Wscan-library Equal Spaces
                Move 'LIBRARY: (NOT SUPPLIED)' To Wrpt-head
           Else
                String 'LIBRARY: ' Wscan-library
                       Delimited By Size Into Wrpt-head
           End-if
           Move Wrpt-head    To What-Report-Record
           Write What-Report-Record

           Move Spaces       To What-Report-Record
           Write What-Report-Record
           Move 4            To Wrpt-line-cnt.
       Rtr-what-heading-x.      Exit.

       Rtr-what-write          Section.
           If   Wrpt-page Equal Zeros Or Wrpt-line-cnt Greater 54
                Perform Rtr-what-heading
           End-if
           Move Wrpt-detail  To What-Report-Record
           Write What-Report-Record
           Add  1            To Wrpt-line-cnt.
       Rtr-what-write-x.        Exit.

       Rtr-what-resumo         Section.
           If   Wwhat-affected Equal Zeros
                Move Spaces  To Wrpt-detail
                String 'NO STEP CHANGES - THE RULES AS OF '
                       Wwhat-date-fmt ' RAISE THE SAME FINDINGS '
                       'AS TODAY'
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-what-write
           End-if
           Move Spaces       To Wrpt-detail
           Perform Rtr-what-write
           Move 'SUMMARY OF WHAT-IF'            To Wrpt-detail
           Perform Rtr-what-write

           Move Spaces       To Wrpt-detail
           Move 'STEPS SCANNED..........:'      To Wrpt-detail
           Move Wwhat-total  To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(26 : 6)
           Perform Rtr-what-write

           Move Spaces       To Wrpt-detail
           Move 'STEPS FAILING TODAY....:'      To Wrpt-detail
           Move Wwhat-live-err To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(26 : 6)
           Perform Rtr-what-write

           Move Spaces       To Wrpt-detail
           String 'STEPS FAILING ' Wwhat-date-fmt ':'
                  Delimited By Size Into Wrpt-detail
           Move Wwhat-stag-err To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(26 : 6)
           Perform Rtr-what-write

           Move Spaces       To Wrpt-detail
           Move 'STEPS WITH CHANGES.....:'      To Wrpt-detail
           Move Wwhat-affected To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(26 : 6)
           Perform Rtr-what-write

           Move Spaces       To Wrpt-detail
           Move 'STEPS NEWLY FAILING....:'      To Wrpt-detail
           Move Wwhat-to-fail To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(26 : 6)
           Perform Rtr-what-write

           Move Spaces       To Wrpt-detail
           Move 'STEPS NEWLY PASSING....:'      To Wrpt-detail
           Move Wwhat-to-pass To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(26 : 6)
           Perform Rtr-what-write

           Move Spaces       To Wrpt-detail
           Move 'FINDINGS APPEARING.....:'      To Wrpt-detail
           Move Wwhat-appear To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(26 : 6)
           Perform Rtr-what-write

           Move Spaces       To Wrpt-detail
           Move 'FINDINGS GOING AWAY....:'      To Wrpt-detail
           Move Wwhat-gone   To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(26 : 6)
           Perform Rtr-what-write.
       Rtr-what-resumo-x.       Exit.

       Rtr-check-parm         Section.
           Initialize           Wparm-lista
           Move Spaces       To Wparm-origens
           Move 'N'          To Woptf-used
           Move Zeros        To Wfnd-Cnt
           Move 1            To Wind-ini Wind-2
           Move Zeros        To Wind-fim Wtam  
                            Move Wparm-usr(Wind-ini : Wind-fim)
                                              To  Wparm-lista-l(Wind-2)
                            Perform Rtr-normaliza-opcao
                            Move 'P' To Wparm-orig(Wind-2)
                            If   Wparm-lista-l(Wind-2) Equal 'OPTFILE'
                                 And Wsrc-mode Not Equal 'Y'
                                 Perform Rtr-optf-expande
                            Else
                                 If   Wfix-verify Not Equal 'Y'
                                      Display 'Parameter (' Wind-2
                                              ') at column ' Wind-ini
                                              ': '
                                              Wparm-lista-l(Wind-2)
                                      Move Wparm-lista-l(Wind-2)
                                                To  Parm-Out-Record
                                      Write Parm-Out-Record
                                 End-if
                                 Move Wparm-lista-l(Wind-2)
                                                To  Wopt-Check
                                 Perform Rtr-valida-opcao
                            End-if

                            Add  1            To  Wind-2 Wind-fim
                            Add Wind-fim      To  Wind-ini
                Move Wparm-usr(Wind-ini : Wind-fim)
                                     To  Wparm-lista-l(Wind-2)
                Perform Rtr-normaliza-opcao
                Move 'P' To Wparm-orig(Wind-2)
                If   Wparm-lista-l(Wind-2) Equal 'OPTFILE' And
                     Wsrc-mode Not Equal 'Y'
                     Perform Rtr-optf-expande
                Else
                     If   Wfix-verify Not Equal 'Y'
                          Display 'Parameter (' Wind-2
                                  ') at column ' Wind-ini ': '
                                  Wparm-lista-l(Wind-2)
                          Move Wparm-lista-l(Wind-2)
                                             To  Parm-Out-Record
                          Write Parm-Out-Record
                     End-if
                     Move Wparm-lista-l(Wind-2) To Wopt-Check
                     Perform Rtr-valida-opcao
                End-if

                Add  1            To  Wind-2
           End-if.
           Perform Rtr-verifica-oposto.
           Perform Rtr-verifica-padrao.

      *    a CBL/PROCESS card is not rebuilt: the repair would carry
      *    the PROC's required options onto a card that only adds
           If   Wstep-has-error Equal 'Y' And
                Wsrc-mode Not Equal 'Y'
                Perform Rtr-gera-parm-corrigida
           End-if.
       Rtr-check-parm-x.        Exit.

       Rtr-optf-expande        Section.
      *    OPTFILE in the PARM: the compiler reads the step's SYSOPTF
      *    options at the point OPTFILE stands, so they take its place
      *    in the list - an option ahead of OPTFILE in the PARM is
      *    overridden by the file, one after it overrides the file -
      *    and PARM and file are checked as the one set the compiler
      *    ends up with. The options come from the OPTFILES extract;
      *    when it has nothing for the step the OPTFILE stays in the
      *    list as it is and the step is reported unverifiable - an
      *    options file nobody can see is not a clean PARM.
           Perform Rtr-optf-procura
           If   Woptf-cards Equal Zeros
                If   Wfix-verify Not Equal 'Y'
                     Display 'Parameter (' Wind-2
                             ') at column ' Wind-ini ': '
                             Wparm-lista-l(Wind-2)
                     Move Wparm-lista-l(Wind-2) To  Parm-Out-Record
                     Write Parm-Out-Record
                End-if
                Move 'UNVERIFIABLE' To Wfnd-Type-In
                Move 'OPTFILE'      To Wfnd-Token-In
                Move Wind-ini       To Wfnd-Col-In
                Move Spaces         To Wfnd-Text-In
                Evaluate True
                    When Woptf-loaded Not Equal 'Y'
                         String 'OPTFILE - OPTFILES not allocated,'
                                ' options unknown'
                                Delimited By Size Into Wfnd-Text-In
                    When Woptf-step Equal Spaces
                         String 'OPTFILE - no step name to find the'
                                ' options file by'
                                Delimited By Size Into Wfnd-Text-In
                    When Other
                         String 'OPTFILE - no options file on OPTFILES'
                                ' for step ' Woptf-step
                                Delimited By Size Into Wfnd-Text-In
                End-evaluate
                Perform Rtr-registra-acha
                Go To Rtr-optf-expande-x
           End-if

           Move 'Y' To Woptf-used
           If   Wfix-verify Not Equal 'Y'
                If   Woptf-dsn Equal Spaces
                     Display 'OPTFILE at column ' Wind-ini
                             ': SYSOPTF options of step ' Woptf-step
                Else
                     Display 'OPTFILE at column ' Wind-ini
                             ': SYSOPTF options of step ' Woptf-step
                             ' from ' Woptf-dsn
                End-if
           End-if
           Move Wind-2 To Woptf-slot
           Move Zeros  To Woptf-lost Woptf-dep
           Move 1      To Woptf-beg
           Compute Woptf-end = Woptf-ptr - 1
           If   Woptf-end Greater Length Of Woptf-buf
                Move Length Of Woptf-buf To Woptf-end
           End-if
           Perform Varying Woptf-i From 1 By 1
                     Until Woptf-i Greater Woptf-end
               Evaluate Woptf-r(Woptf-i)
                  When ','
                  When Spaces
                       If   Woptf-dep Equal Zeros
                            Perform Rtr-optf-corta
                            Compute Woptf-beg = Woptf-i + 1
                       End-if
                  When '('
                       Add   1    To   Woptf-dep
                  When ')'
                       Subtract 1 From Woptf-dep
               End-evaluate
           End-perform
           Perform Rtr-optf-corta

      *    the caller moves on to the slot after the last file option
      *    (an empty file leaves the OPTFILE slot for the next one)
           Compute Wind-2 = Woptf-slot - 1
           If   Woptf-lost Greater Zeros
                Display 'OPTFILE: ' Woptf-lost ' options of step '
                        Woptf-step ' past the 50-option list not '
                        'checked'
           End-if.
       Rtr-optf-expande-x.     Exit.

       Rtr-optf-corta          Section.
      *    one option of the file, Woptf-beg up to Woptf-i - 1, goes
      *    into the list exactly as a PARM option would
           Compute Woptf-tam = Woptf-i - Woptf-beg
           If   Woptf-tam Less 1
                Go To Rtr-optf-corta-x
           End-if
           If   Woptf-slot Greater 50
                Add  1 To Woptf-lost
                Go To Rtr-optf-corta-x
           End-if
           If   Woptf-tam Greater Length Of Wparm-lista-l(1)
                Move Length Of Wparm-lista-l(1) To Woptf-tam
           End-if
           Move Woptf-slot To Wind-2
           Move Spaces     To Wparm-lista-l(Wind-2)
           Move Woptf-buf(Woptf-beg : Woptf-tam)
                           To Wparm-lista-l(Wind-2)
           Perform Rtr-normaliza-opcao
           Move 'F' To Wparm-orig(Wind-2)
           If   Wfix-verify Not Equal 'Y'
                Display 'Parameter (' Wind-2 ') from SYSOPTF: '
                        Wparm-lista-l(Wind-2)
                Move Wparm-lista-l(Wind-2) To  Parm-Out-Record
                Write Parm-Out-Record
           End-if
           Move Wparm-lista-l(Wind-2) To Wopt-Check
           Perform Rtr-valida-opcao
           Add  1 To Woptf-slot.
       Rtr-optf-corta-x.       Exit.

       Rtr-optf-procura        Section.
      *    the step's own cards first; failing those, the cards of
      *    the dataset its SYSOPTF DD points at - all strung into
      *    Woptf-buf in card order
           Move Spaces To Woptf-buf Woptf-dsn
           Move Zeros  To Woptf-cards
           Move 1      To Woptf-ptr
           If   Woptf-loaded Not Equal 'Y' Or
                Woptf-step Equal Spaces
                Go To Rtr-optf-procura-x
           End-if
           Perform Varying Woptf-Ix From 1 By 1
                     Until Woptf-Ix Greater Woptf-Cnt
               If   Woptf-Type(Woptf-Ix) Equal 'S' And
                    Woptf-Key(Woptf-Ix) Equal Woptf-step
                    Perform Rtr-optf-anexa
               End-if
           End-perform
           If   Woptf-cards Greater Zeros
                Go To Rtr-optf-procura-x
           End-if

           Perform Varying Woptf-Ix From 1 By 1
                     Until Woptf-Ix Greater Woptf-Cnt
                        Or Woptf-dsn Not Equal Spaces
               If   Woptf-Type(Woptf-Ix) Equal 'L' And
                    Woptf-Key(Woptf-Ix) Equal Woptf-step
                    Move Woptf-Text(Woptf-Ix) To Woptf-dsn
               End-if
           End-perform
           If   Woptf-dsn Equal Spaces
                Go To Rtr-optf-procura-x
           End-if
           Perform Varying Woptf-Ix From 1 By 1
                     Until Woptf-Ix Greater Woptf-Cnt
               If   Woptf-Type(Woptf-Ix) Equal 'D' And
                    Woptf-Key(Woptf-Ix) Equal Woptf-dsn
                    Perform Rtr-optf-anexa
               End-if
           End-perform.
       Rtr-optf-procura-x.     Exit.

       Rtr-optf-anexa          Section.
      *    a comment card still proves the file is there
           Add  1 To Woptf-cards
           If   Woptf-Text(Woptf-Ix)(1 : 1) Equal '*'
                Go To Rtr-optf-anexa-x
           End-if
           String Woptf-Text(Woptf-Ix) ' '
                  Delimited By Size
                  Into Woptf-buf With Pointer Woptf-ptr
               On Overflow
                  Display 'OPTFILE: options of step ' Woptf-step
                          ' longer than ' Length Of Woptf-buf
                          ' bytes - the rest not checked'
           End-string.
       Rtr-optf-anexa-x.       Exit.

       Rtr-optf-origem         Section.
      *    Which source the finding's option came from: the PARM, the
      *    SYSOPTF file, or both (the same option in each). A finding
      *    not about one option in the list (a required option that
      *    is missing, say) is left as it is. A conflict names both
      *    of its options (the pair Rtr-verifica-oposto is on), in
      *    the order the finding text gives them ([PARM/SYSOPTF]).
           Move 'N' To Woptf-from-p Woptf-from-f
           If   Wfnd-Type-In Equal 'CONFLICT'
                Move Wparm-orig(Wdup-Ix1) To Woptf-from-p
                Move Wparm-orig(Wdup-Ix2) To Woptf-from-f
           Else
                Perform Varying Woptf-Ix From 1 By 1
                          Until Woptf-Ix Greater Wind-2
                             Or Woptf-Ix Greater 50
                    If   Wparm-lista-l(Woptf-Ix)(1 : 35) Equal
                         Wfnd-Token-In
                         Evaluate Wparm-orig(Woptf-Ix)
                             When 'P'
                                  Move 'Y' To Woptf-from-p
                             When 'F'
                                  Move 'Y' To Woptf-from-f
                         End-evaluate
                    End-if
                End-perform
           End-if
           Move Wfnd-Text-In To Woptf-save
           Move Spaces       To Wfnd-Text-In
           Evaluate True
               When Wfnd-Type-In Equal 'CONFLICT' And
                    Woptf-from-p Equal 'P' And Woptf-from-f Equal 'F'
                    String '[PARM/SYSOPTF] ' Woptf-save
                           Delimited By Size Into Wfnd-Text-In
               When Wfnd-Type-In Equal 'CONFLICT' And
                    Woptf-from-p Equal 'F' And Woptf-from-f Equal 'P'
                    String '[SYSOPTF/PARM] ' Woptf-save
                           Delimited By Size Into Wfnd-Text-In
               When Wfnd-Type-In Equal 'CONFLICT' And
                    Woptf-from-p Equal 'F'
                    String '[SYSOPTF] ' Woptf-save
                           Delimited By Size Into Wfnd-Text-In
               When Wfnd-Type-In Equal 'CONFLICT'
                    String '[PARM] ' Woptf-save
                           Delimited By Size Into Wfnd-Text-In
               When Woptf-from-p Equal 'Y' And Woptf-from-f Equal 'Y'
                    String '[PARM+SYSOPTF] ' Woptf-save
                           Delimited By Size Into Wfnd-Text-In
               When Woptf-from-f Equal 'Y'
                    String '[SYSOPTF] ' Woptf-save
                           Delimited By Size Into Wfnd-Text-In
               When Woptf-from-p Equal 'Y'
                    String '[PARM] ' Woptf-save
                           Delimited By Size Into Wfnd-Text-In
               When Other
                    Move Woptf-save To Wfnd-Text-In
           End-evaluate.
       Rtr-optf-origem-x.      Exit.

       Rtr-optf-carrega        Section.
      *    Without OPTFILES nothing is lost until a PARM names
      *    OPTFILE - that step is then reported unverifiable.
           Move Zeros To Woptf-Cnt Woptf-Dropped
           Move 'N'   To Woptf-loaded Woptf-eof
           Open Input Opt-File-Extract
           If   Woptf-status Not Equal '00'
                Display 'OPTFILES not allocated (status '
                        Woptf-status ') - an OPTFILE PARM cannot be'
                        ' verified'
                Go To Rtr-optf-carrega-x
           End-if
           Move 'Y' To Woptf-loaded
           Perform Until Woptf-eof Equal 'Y'
               Read Opt-File-Extract
                   At End
                        Move 'Y' To Woptf-eof
                   Not At End
                        If   Woptf-Cnt Less 500
                             Add  1 To Woptf-Cnt
                             Move Optf-Type To Woptf-Type(Woptf-Cnt)
                             Move Optf-Key  To Woptf-Key(Woptf-Cnt)
                             Move Optf-Text To Woptf-Text(Woptf-Cnt)
                        Else
                             Add  1 To Woptf-Dropped
                        End-if
               End-read
           End-perform
           Close Opt-File-Extract
           Display 'OPTFILES: ' Woptf-Cnt ' option file records loaded'
           If   Woptf-Dropped Greater Zeros
                Display 'OPTFILES: Warning - ' Woptf-Dropped
                        ' records dropped (table full)'
           End-if.
       Rtr-optf-carrega-x.     Exit.

       Rtr-gera-parm-corrigida Section.
      *    Rebuilds the PARM the way the standards want it: the list
      *    is already normalized to canonical spellings, so collapse
      *    plain NOOPT are both caught).
           Perform Varying Wstd-Ix From 1 By 1
                     Until Wstd-Ix Greater Wrul-Req-Cnt
               If   Wrul-Req-Active(Wstd-Ix) Equal 'Y' And
                    Wsrc-mode Not Equal 'Y'
                    Move 'N' To Wstd-Found
                    Perform Varying Wstd-Tok-Ix From 1 By 1
                              Until Wstd-Tok-Ix Greater Wdup-Total
                    End-if
               End-if
           End-perform
           If   Wsrc-mode Equal 'Y'
                Perform Rtr-fonte-requerida
           End-if

           Perform Varying Wstd-Ix From 1 By 1
                     Until Wstd-Ix Greater Wrul-For-Cnt
      *    verdict: severity is resolved and Wstep-has-error set,
      *    but nothing is displayed, tabled or written to FINDINGS
      *    for a file that may never be delivered.
      *    The what-if passes run just as quietly, but keep the
      *    finding in the step's table for the comparison.
      *    A finding under a waiver in force is displayed as waived
      *    and written to FINDINGS as usual, but fails nothing and
      *    stays out of the failures-by-type counts.
      *    A step whose PARM pulled options in through OPTFILE gets
      *    its findings tagged with where the option came from.
           If   Woptf-used Equal 'Y'
                Perform Rtr-optf-origem
           End-if
           If   Wfix-verify Equal 'Y'
                Perform Rtr-avalia-acha-quieto
                If   Wwhat-pass Not Equal Spaces And
                     Wfnd-Cnt Less 20
                     Add  1 To Wfnd-Cnt
                     Move Wfnd-Type-In To Wfnd-Type(Wfnd-Cnt)
                     Move Wfnd-Sev-Now To Wfnd-Sev(Wfnd-Cnt)
                     Move Wfnd-Text-In To Wfnd-Text(Wfnd-Cnt)
                     Move Wfnd-Waived-In To Wfnd-Waived(Wfnd-Cnt)
                End-if
                Go To Rtr-registra-acha-x
           End-if
           Move Wsev-Dft(1)  To Wfnd-Sev-Now
               End-if
           End-perform

           If   Wfnd-Id-Digit Greater Zeros
                Move 'Y' To Whst-Flag(Wfnd-Id-Digit)
           End-if

           Perform Rtr-procura-waiver
           If   Wfnd-Waived-In Equal 'Y'
                If   Wfnd-Id-Digit Greater Zeros
                     Subtract 1 From Wsum-Cnt(Wfnd-Id-Digit)
                End-if
                Display 'Waived: ' Wfnd-Text-In
                Display '        ' Wfnd-Msg-Id ' ticket '
                        Wwvr-Ticket(Wwvx-Hit) ' approved by '
                        Wwvr-Approver(Wwvx-Hit) ' expires '
                        Wwvr-Expiry(Wwvx-Hit)
                If   Wbatch-mode Equal 'Y' Or Wsrc-mode Equal 'Y'
                     Add  1 To Wwvx-Total
                     If   Wwvx-Cnt Less 100
                          Add  1 To Wwvx-Cnt
                          Move Wfnd-Context To Wwvx-Step(Wwvx-Cnt)
                          Move Wfnd-Msg-Id  To Wwvx-Msg-Id(Wwvx-Cnt)
                          Move Wwvr-Ticket(Wwvx-Hit)
                            To Wwvx-Ticket(Wwvx-Cnt)
                          Move Wwvr-Approver(Wwvx-Hit)
                            To Wwvx-Approver(Wwvx-Cnt)
                          Move Wwvr-Expiry(Wwvx-Hit)
                            To Wwvx-Expiry(Wwvx-Cnt)
                     End-if
                End-if
           Else
                Evaluate Wfnd-Sev-Now
                    When 'ERROR'
                         Display 'Error: ' Wfnd-Text-In
                         Move 'Y' To Wstep-has-error
                    When 'WARN '
                         Display 'Warning: ' Wfnd-Text-In
                    When Other
                         Display 'Info: ' Wfnd-Text-In
                End-evaluate
           End-if

           If   Wfnd-Cnt Less 20
                Add  1 To Wfnd-Cnt
                Move Wfnd-Type-In To Wfnd-Type(Wfnd-Cnt)
                Move Wfnd-Sev-Now To Wfnd-Sev(Wfnd-Cnt)
                Move Wfnd-Text-In To Wfnd-Text(Wfnd-Cnt)
                Move Wfnd-Waived-In To Wfnd-Waived(Wfnd-Cnt)
           End-if

           Perform Rtr-grava-finding.

       Rtr-avalia-acha-quieto  Section.
           Move Wsev-Dft(1)  To Wfnd-Sev-Now
           Move Zeros        To Wfnd-Id-Digit
           Perform Varying Wsum-Ix From 1 By 1
                     Until Wsum-Ix Greater Wsum-Type-Cnt
               If   Wsum-Type(Wsum-Ix) Equal Wfnd-Type-In
                    Move Wsev-Val(Wsum-Ix) To Wfnd-Sev-Now
                    Move Wsum-Ix           To Wfnd-Id-Digit
               End-if
           End-perform
           Perform Rtr-procura-waiver
           If   Wfnd-Sev-Now Equal 'ERROR' And
                Wfnd-Waived-In Not Equal 'Y'
                Move 'Y' To Wstep-has-error
           End-if.
       Rtr-avalia-acha-quieto-x. Exit.

       Rtr-procura-waiver      Section.
      *    the waiver key is the finding's FINDINGS key - program,
      *    context (the step) and message id - and only a waiver in
      *    force today ('A', or 'S' when it is about to lapse) counts
           Move 'N'          To Wfnd-Waived-In
           Move Zeros        To Wwvx-Hit
           Move Spaces       To Wfnd-Msg-Id
           String Wfnd-Msg-Pfx '000' Wfnd-Id-Digit
                  Delimited By Size Into Wfnd-Msg-Id
           Perform Varying Wwvx-Ix From 1 By 1
                     Until Wwvx-Ix Greater Wwvr-Cnt
               If   Wwvr-Program(Wwvx-Ix) Equal 'PARMS   '
               And  Wwvr-Context(Wwvx-Ix) Equal Wfnd-Context
               And  Wwvr-Msg-Id(Wwvx-Ix)  Equal Wfnd-Msg-Id
               And (Wwvr-State(Wwvx-Ix)   Equal 'A' Or
                    Wwvr-State(Wwvx-Ix)   Equal 'S')
                    Move 'Y'     To Wfnd-Waived-In
                    Move Wwvx-Ix To Wwvx-Hit
               End-if
           End-perform.
       Rtr-procura-waiver-x.    Exit.

       Rtr-grava-finding       Section.
      *    Fixed-layout twin of the Display above, written to the
      *    shared FINDINGS dataset (CPYFIND) so automation keys on
           If   Wfind-open Equal 'Y'
                Move Spaces        To Finding-Record
                Move Spaces        To Find-Msg-Id
                String Wfnd-Msg-Pfx '000' Wfnd-Id-Digit
                       Delimited By Size Into Find-Msg-Id
                Move Wfnd-Sev-Now  To Find-Severity
                Move 'PARMS   '    To Find-Program
           End-if.
       Rtr-grava-finding-x.     Exit.

       Rtr-grava-historico     Section.
      *    SCANHIST is opened on the first step and appended to; a
      *    dataset that will not open costs the trend one night, not
      *    the scan - a warning and an OPSEVLOG record, once
           If   Whst-open Equal 'N'
                Move Function Current-Date To Whst-now
                Open Extend Scan-Hist-File
                If   Whst-status Equal '35'
                     Open Output Scan-Hist-File
                End-if
                If   Whst-status Not Equal '00'
                     Display 'Warning: unable to open Scan-Hist-File'
                             ' - status ' Whst-status
                             ' - scan history not written'
                     Move 'X' To Whst-open
                     Move 'SCANHIST' To Wevt-dd
                     Move Whst-status To Wevt-fs
                     Move 'SCAN HISTORY NOT WRITTEN' To Wevt-deg
                     Perform Rtr-grava-evento
                Else
                     Move 'Y' To Whst-open
                End-if
           End-if
           If   Whst-open Not Equal 'Y'
                Go To Rtr-grava-historico-x
           End-if
           Move Spaces            To Scan-Hist-Record
           Move Whst-now(1 : 8)   To Scnh-Date
           Evaluate True
               When Wscan-library2 Not Equal Spaces
                    Move Wscan-library2 To Scnh-Library
               When Wscan-library Not Equal Spaces
                    Move Wscan-library  To Scnh-Library
               When Other
                    Move '(NOT SUPPLIED)' To Scnh-Library
           End-evaluate
           Move Wscan-member      To Scnh-Member
           Move Wscan-step        To Scnh-Step
           If   Wstep-has-error Equal 'Y'
                Move 'ERROR'      To Scnh-Result
           Else
                Move 'CLEAN'      To Scnh-Result
           End-if
           Move Whst-Flags        To Scnh-Msg-Flags
           Write Scan-Hist-Record.
       Rtr-grava-historico-x.   Exit.

       Rtr-grava-evento        Section.
      *    One OPSEVLOG record per failed or degraded dataset
      *    access (CPYEVT) - the warnings above die with the
           Move Wevt-fs    To Evt-File-Status
           Move Wevt-deg   To Evt-Degraded

           Move 'OPSEVLOG' To Wllock-resource
           Perform Rtr-reserva-log
           If   Wllock-rc Not Equal Zeros
                Display 'Warning: OPSEVLOG locked by '
                        Wllock-holder ' - event not written'
                Go To Rtr-grava-evento-x
           End-if
           Open Extend Ops-Event-File
           If   Wevt-status Equal '35'
                Open Output Ops-Event-File
           Else
                Write Ops-Event-Record
                Close Ops-Event-File
           End-if
           Perform Rtr-libera-log.
       Rtr-grava-evento-x.     Exit.

       Rtr-reserva-log         Section.
      *    claims the log named in Wllock-resource, waiting while
      *    LOGRETN rolls it - a record appended between its read
      *    and its rewrite would be lost. The return code is kept
      *    across the call.
           Move Return-Code To Wllock-save-rc
           Move 'WAIT '     To Wllock-action
           Call 'Runlock' Using Wllock-area
           Move Wllock-save-rc To Return-Code.
       Rtr-reserva-log-x.      Exit.

       Rtr-libera-log          Section.
           Move Return-Code To Wllock-save-rc
           Move 'FREE '     To Wllock-action
           Call 'Runlock' Using Wllock-area
           Move Wllock-save-rc To Return-Code.
       Rtr-libera-log-x.       Exit.

       Rtr-carrega-politica    Section.
      *    Severities start at the compiled defaults and the SEVPOLCY
      *    dataset overrides them check by check - a missing dataset
      *    still holds the detail line waiting to be written
           Add  1            To Wrpt-page
           Move Spaces       To Wrpt-head
           If   Wsrc-mode Equal 'Y'
                String 'PARMS - SOURCE LIBRARY CBL/PROCESS SCAN REPORT'
                       Delimited By Size Into Wrpt-head
           Else
                String 'PARMS - PROC LIBRARY COMPILE-PARM SCAN REPORT'
                       Delimited By Size Into Wrpt-head
           End-if
           Move 'PAGE'       To Wrpt-head(70 : 4)
           Move Wrpt-page    To Wrpt-head(75 : 4)
           Move Wrpt-head    To Parm-Report-Record
           Move Wrpt-head    To Parm-Report-Record
           Write Parm-Report-Record

           Perform Rtr-rpt-ambiente
           Move Spaces       To Wrpt-head
           String 'RULE SET: ' Wrpt-env-text
                  Delimited By Size Into Wrpt-head
           Move Wrpt-head    To Parm-Report-Record
           Write Parm-Report-Record

           Move Spaces       To Parm-Report-Record
           Write Parm-Report-Record
           Move 4            To Wrpt-line-cnt.
       Rtr-rpt-heading-x.       Exit.

       Rtr-rpt-ambiente        Section.
      *    the rule set in force, for the page heading and for the
      *    line that marks a change of environment mid-report
           Move Wrul-Env     To Wrpt-env-shown
           Move Spaces       To Wrpt-env-text
           If   Wrul-Env Equal Spaces
                Move 'ALL ENVIRONMENTS' To Wrpt-env-text
           Else
                String 'ENVIRONMENT ' Wrul-Env
                       Delimited By Size Into Wrpt-env-text
           End-if.
       Rtr-rpt-ambiente-x.      Exit.

       Rtr-rpt-write           Section.
           If   Wrpt-page Equal Zeros Or Wrpt-line-cnt Greater 54
                Perform Rtr-rpt-heading
       Rtr-rpt-write-x.         Exit.

       Rtr-rpt-step            Section.
      *    an extract that spans libraries can change the rule set
      *    between two steps of the same page
           If   Wrpt-page Not Equal Zeros And
                Wrul-Env Not Equal Wrpt-env-shown
                Perform Rtr-rpt-ambiente
                Move Spaces  To Wrpt-detail
                String 'RULE SET FROM HERE: ' Wrpt-env-text
                       Delimited By Size Into Wrpt-detail
                Perform Rtr-rpt-write
           End-if
           Move Spaces       To Wrpt-detail
           Evaluate True
               When Wsrc-mode Equal 'Y'
                    String 'MEMBER ' Wsrc-member '  ' Wsrc-word
                           Wparm-usr
                           Delimited By Size Into Wrpt-detail
               When Wproc2-mode Equal 'J'
                    String 'JOB ' Wscan-member ' STEP ' Wscan-jstep
                           '.' Wscan-step ' (PROC ' Wscan-proc
                           ')  PARM=' Wscan-parm
                           Delimited By Size Into Wrpt-detail
               When Other
                    String 'STEP ' Wscan-step '  PARM=' Wscan-parm
                           Delimited By Size Into Wrpt-detail
           End-evaluate
           Perform Rtr-rpt-write

           Perform Varying Wrpt-opt-ix From 1 By 1
                     Until Wrpt-opt-ix Greater Wdup-Total
               Move Spaces  To Wrpt-detail
               If   Wparm-orig(Wrpt-opt-ix) Equal 'F'
                    String '   OPTION: ' Delimited By Size
                           Wparm-lista-l(Wrpt-opt-ix)
                           Delimited By '  '
                           '  (FROM SYSOPTF)'
                           Delimited By Size Into Wrpt-detail
               Else
                    String '   OPTION: ' Wparm-lista-l(Wrpt-opt-ix)
                           Delimited By Size Into Wrpt-detail
               End-if
               Perform Rtr-rpt-write
           End-perform

                Perform Varying Wrpt-opt-ix From 1 By 1
                          Until Wrpt-opt-ix Greater Wfnd-Cnt
                    Move Spaces To Wrpt-detail
                    If   Wfnd-Waived(Wrpt-opt-ix) Equal 'Y'
                         String '   --- WAIVED ' Wfnd-Sev(Wrpt-opt-ix)
                                ' ' Wfnd-Type(Wrpt-opt-ix) ' '
                                Wfnd-Text(Wrpt-opt-ix)
                                Delimited By Size Into Wrpt-detail
                    Else
                         String '   *** ' Wfnd-Sev(Wrpt-opt-ix) ' '
                                Wfnd-Type(Wrpt-opt-ix) ' '
                                Wfnd-Text(Wrpt-opt-ix)
                                Delimited By Size Into Wrpt-detail
                    End-if
                    Perform Rtr-rpt-write
                End-perform
           End-if

           If   Wstep-has-error Equal 'Y' And
                Wsrc-mode Not Equal 'Y'
                Move Spaces To Wrpt-detail
                String '   SUGGESTED PARM=' Wfix-Parm
                       Delimited By Size Into Wrpt-detail
                    Move Wrpt-num-ed        To Wrpt-detail(18 : 6)
                    Perform Rtr-rpt-write
               End-if
           End-perform

      *    waived findings are out of the failure counts above, so
      *    they are listed here instead - step, message, ticket,
      *    approver and the date the waiver runs out
           Move Spaces       To Wrpt-detail
           Move 'FINDINGS WAIVED....:'        To Wrpt-detail
           Move Wwvx-Total   To Wrpt-num-ed
           Move Wrpt-num-ed  To Wrpt-detail(22 : 6)
           Perform Rtr-rpt-write
           If   Wwvx-Cnt Greater Zeros
                Move Spaces  To Wrpt-detail
                Move 'WAIVED FINDINGS:'       To Wrpt-detail
                Perform Rtr-rpt-write
           End-if
           Perform Varying Wwvx-Ix From 1 By 1
                     Until Wwvx-Ix Greater Wwvx-Cnt
               Move Spaces To Wrpt-detail
               String '   STEP ' Wwvx-Step(Wwvx-Ix)
                      ' ' Wwvx-Msg-Id(Wwvx-Ix)
                      ' TICKET ' Wwvx-Ticket(Wwvx-Ix)
                      ' APPROVED BY ' Wwvx-Approver(Wwvx-Ix)
                      ' EXPIRES ' Wwvx-Expiry(Wwvx-Ix)
                      Delimited By Size Into Wrpt-detail
               Perform Rtr-rpt-write
           End-perform
           If   Wwvx-Total Greater Wwvx-Cnt
                Move Spaces  To Wrpt-detail
                Move '   (FURTHER WAIVED FINDINGS NOT LISTED)'
                  To Wrpt-detail
                Perform Rtr-rpt-write
           End-if.
       Rtr-rpt-summary-x.       Exit.
    
