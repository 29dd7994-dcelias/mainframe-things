       id division.
       program-id. PTROVDUE.
       author. Diego Correia Elias
      *----------------------------------------------------------------*
      *    Overdue report across every list on the PTRVSAM cluster:
      *    a work-item carries a due timestamp now (item-due, kept on
      *    the record as pointervs-due), and a priority-50 item due
      *    yesterday used to age out of sight behind the priority-01
      *    work. Every item that is not DONE and has a due date is
      *    checked against the clock:
      *      LATE      the due time has passed - how late it is
      *      DUE SOON  it falls due within the horizon - how long
      *                is left
      *    The horizon is the PARM, HOURS=nnnn (24 when not given);
      *    HOURS=0 reports only what is already late. The report
      *    (OVDUERPT) is grouped by list and, within a list, by the
      *    item's status, items in key order under each status, with
      *    a count per list and totals at the end. Opens the cluster
      *    input only and touches nothing, like BPOINTER's browse.
      *    Return code 4 when anything is late, 0 otherwise, 8 when
      *    the cluster cannot be read.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select Pointer-Vsam-File assign to PTRVSAM
                  organization is indexed
                  access mode is sequential
                  record key is pointervs-key
                  file status is Wvsam-status.
           select Ovdue-Rpt-File assign to OVDUERPT
                  organization is sequential
                  file status is Wrpt-status.

       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

       fd  Ovdue-Rpt-File
           record contains 120 characters.
       01  ovdue-rpt-record  pic x(120).

       working-storage section.
       01  Wvsam-status      pic  x(2) value '00'.
       01  Wrpt-status       pic  x(2) value '00'.
       01  wod-eof           pic  x(1) value 'n'.
       01  wod-now           pic  x(21) value spaces.
       01  wod-hours         pic  9(4) value 24.
       01  wod-digit         pic  9(1) value zeros.
       01  wod-ix            pic s9(4) comp value zeros.
       01  wod-jx            pic s9(4) comp value zeros.
       01  wod-num-end       pic  x(1) value 'n'.
       01  wod-got-digit     pic  x(1) value 'n'.
       01  wod-date-num      pic  9(8) value zeros.
       01  wod-hh            pic  9(2) value zeros.
       01  wod-mm            pic  9(2) value zeros.
       01  wod-now-min       pic s9(11) comp value zeros.
       01  wod-due-min       pic s9(11) comp value zeros.
       01  wod-diff          pic s9(11) comp value zeros.
       01  wod-abs           pic  9(9) value zeros.
       01  wod-days          pic  9(5) value zeros.
       01  wod-rest          pic  9(5) value zeros.
       01  wod-hrs           pic  9(2) value zeros.
       01  wod-mins          pic  9(2) value zeros.
       01  wod-cur-list      pic  x(8) value spaces.
       01  wod-first         pic  x(1) value 'y'.
       01  wod-read          pic  9(6) value zeros.
       01  wod-late          pic  9(6) value zeros.
       01  wod-soon          pic  9(6) value zeros.
       01  wod-lists         pic  9(4) value zeros.
       01  wod-bad-due       pic  9(6) value zeros.
       01  wod-over          pic  9(6) value zeros.
       01  wod-grp-late      pic  9(6) value zeros.
       01  wod-grp-soon      pic  9(6) value zeros.

      *    one list's reportable items, in key order
       01  wod-cnt           pic s9(4) comp value 0.
       01  wod-tab.
           05  wod-entry     occurs 2000 times.
               10  wod-t-item    pic  x(08).
               10  wod-t-sts     pic  x(04).
               10  wod-t-prio    pic  9(02).
               10  wod-t-due     pic  x(12).
               10  wod-t-late    pic  x(01).
               10  wod-t-mins    pic  9(09).
               10  wod-t-dsname  pic  x(44).

      *    the statuses met on the list, in the order first met
       01  wod-sts-cnt       pic s9(4) comp value 0.
       01  wod-sts-tab.
           05  wod-sts-name  pic  x(04) occurs 50 times.
       01  wod-sts-hit       pic  x(1) value 'n'.

       01  wod-elapsed       pic  x(17) value spaces.
       01  wod-due-edit      pic  x(16) value spaces.
       01  wod-days-ed       pic  zzzz9.
       01  Wrpt-line         pic  x(120) value spaces.
       01  Wrpt-num          pic  zzzzz9.
       01  Wrpt-num2         pic  zzzzz9.

       linkage section.
       01  Ls-Parm-Area.
           05  Ls-Parm-Len   pic s9(4) comp.
           05  Ls-Parm-Text  pic  x(20).

       procedure division using Ls-Parm-Area.

       rt-begin-processing.

           display ' '
           display '-----------------------------'
           display 'PTROVDUE - Begin of program  '.
           display '-----------------------------'

           perform rt-trata-parm

           move function current-date to wod-now
           move wod-now(1 : 8)  to wod-date-num
           move wod-now(9 : 2)  to wod-hh
           move wod-now(11 : 2) to wod-mm
           compute wod-now-min =
                   function integer-of-date(wod-date-num) * 1440
                   + wod-hh * 60 + wod-mm

           open input Pointer-Vsam-File
           if    Wvsam-status not equal '00'
                 display 'PTROVDUE - Unable to open PTRVSAM - '
                         'status ' Wvsam-status
                 move 8 to return-code
                 goback
           end-if
           open output Ovdue-Rpt-File
           if    Wrpt-status not equal '00'
                 display 'PTROVDUE - Unable to open OVDUERPT - '
                         'status ' Wrpt-status
                 close Pointer-Vsam-File
                 move 8 to return-code
                 goback
           end-if

           string 'PTROVDUE - OVERDUE WORK-ITEMS  ' wod-now(1 : 8)
                  ' ' wod-now(9 : 6) '  HORIZON ' wod-hours
                  ' HOURS'
                  delimited by size into Wrpt-line
           perform rt-escreve-linha

           move 0   to wod-cnt
           move 'n' to wod-eof
           perform until wod-eof equal 'y'
               read Pointer-Vsam-File next record
                   at end
                   move 'y' to wod-eof
               end-read
               if    wod-eof not equal 'y'
                     add 1 to wod-read
                     if    wod-first equal 'y' or
                           pointervs-list not equal wod-cur-list
                           perform rt-fecha-lista
                           move pointervs-list to wod-cur-list
                           move 'n' to wod-first
                     end-if
                     perform rt-avalia-registro
               end-if
           end-perform
           perform rt-fecha-lista
           close Pointer-Vsam-File

           perform rt-escreve-linha
           move wod-read to Wrpt-num
           string 'RECORDS READ..........: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wod-lists to Wrpt-num
           string 'LISTS WITH ITEMS SHOWN: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wod-late to Wrpt-num
           string 'PAST DUE..............: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           move wod-soon to Wrpt-num
           string 'DUE WITHIN HORIZON....: ' Wrpt-num
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           if    wod-bad-due greater zero
                 move wod-bad-due to Wrpt-num
                 string 'DUE DATE UNREADABLE...: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if
           if    wod-over greater zero
                 move wod-over to Wrpt-num
                 string 'NOT SHOWN - TABLE FULL: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
           end-if
           close Ovdue-Rpt-File

           display 'PTROVDUE - ' wod-read ' records read, ' wod-late
                   ' past due, ' wod-soon ' due within '
                   wod-hours ' hours'
           if    wod-late greater zero
                 move 4 to return-code
           else
                 move 0 to return-code
           end-if

           display '-----------------------------'
           display 'PTROVDUE - End of program    '.
           display '-----------------------------'

           goback.

       rt-trata-parm.
      *    HOURS= digits are left-justified ('HOURS=8' as well as
      *    'HOURS=0008'), built digit by digit the way HPOINTER
      *    reads DAYS=
           if    Ls-Parm-Len greater 6 and
                 Ls-Parm-Text(1 : 6) equal 'HOURS='
                 move zeros to wod-hours
                 move 'n'   to wod-num-end wod-got-digit
                 perform varying wod-ix from 1 by 1
                           until wod-ix greater 4
                              or wod-ix + 6 greater Ls-Parm-Len
                              or wod-num-end equal 'y'
                     if    Ls-Parm-Text(wod-ix + 6 : 1)
                           not less '0' and
                           Ls-Parm-Text(wod-ix + 6 : 1)
                           not greater '9'
                           move Ls-Parm-Text(wod-ix + 6 : 1)
                             to wod-digit
                           compute wod-hours =
                                   wod-hours * 10 + wod-digit
                           move 'y' to wod-got-digit
                     else
                           move 'y' to wod-num-end
                     end-if
                 end-perform
                 if    wod-got-digit not equal 'y'
                       move 24 to wod-hours
                       display 'PTROVDUE - HOURS= value is not '
                               'numeric - default horizon kept'
                 end-if
           end-if
           display 'PTROVDUE - Reporting items past due or due '
                   'within ' wod-hours ' hours'.

       rt-avalia-registro.
           if    pointervs-item-sts not equal 'DONE' and
                 pointervs-due not equal spaces
                 if    pointervs-due is not numeric
                       add 1 to wod-bad-due
                 else
                       move pointervs-due(1 : 8)  to wod-date-num
                       move pointervs-due(9 : 2)  to wod-hh
                       move pointervs-due(11 : 2) to wod-mm
                       if    function test-date-yyyymmdd(wod-date-num)
                             not equal zero or
                             wod-hh greater 23 or
                             wod-mm greater 59
                             add 1 to wod-bad-due
                       else
                             compute wod-due-min =
                                 function integer-of-date(wod-date-num)
                                 * 1440 + wod-hh * 60 + wod-mm
                             compute wod-diff =
                                     wod-now-min - wod-due-min
                             if    wod-diff greater zero or
                                   0 - wod-diff not greater
                                   wod-hours * 60
                                   perform rt-guarda-item
                             end-if
                       end-if
                 end-if
           end-if.

       rt-guarda-item.
           if    wod-cnt less 2000
                 add  1 to wod-cnt
                 move pointervs-item     to wod-t-item(wod-cnt)
                 move pointervs-item-sts to wod-t-sts(wod-cnt)
                 move pointervs-priority to wod-t-prio(wod-cnt)
                 move pointervs-due      to wod-t-due(wod-cnt)
                 move pointervs-dsname   to wod-t-dsname(wod-cnt)
                 if    wod-diff greater zero
                       move 'y' to wod-t-late(wod-cnt)
                       move wod-diff to wod-t-mins(wod-cnt)
                       add  1 to wod-late
                 else
                       move 'n' to wod-t-late(wod-cnt)
                       compute wod-t-mins(wod-cnt) = 0 - wod-diff
                       add  1 to wod-soon
                 end-if
           else
                 add 1 to wod-over
           end-if.

       rt-fecha-lista.
      *    list break: the list's items go out grouped under each
      *    status in the order the statuses were first met
           if    wod-cnt greater zero
                 add  1 to wod-lists
                 move 0 to wod-sts-cnt wod-grp-late wod-grp-soon
                 perform varying wod-ix from 1 by 1
                           until wod-ix greater wod-cnt
                     perform rt-guarda-status
                     if    wod-t-late(wod-ix) equal 'y'
                           add 1 to wod-grp-late
                     else
                           add 1 to wod-grp-soon
                     end-if
                 end-perform
                 perform rt-escreve-linha
                 move wod-grp-late to Wrpt-num
                 move wod-grp-soon to Wrpt-num2
                 string 'LIST ' wod-cur-list '   PAST DUE ' Wrpt-num
                        '   DUE SOON ' Wrpt-num2
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 perform varying wod-jx from 1 by 1
                           until wod-jx greater wod-sts-cnt
                     perform rt-escreve-status
                 end-perform
           end-if
           move 0 to wod-cnt.

       rt-guarda-status.
           move 'n' to wod-sts-hit
           perform varying wod-jx from 1 by 1
                     until wod-jx greater wod-sts-cnt
               if    wod-sts-name(wod-jx) equal wod-t-sts(wod-ix)
                     move 'y' to wod-sts-hit
               end-if
           end-perform
           if    wod-sts-hit not equal 'y' and
                 wod-sts-cnt less 50
                 add  1 to wod-sts-cnt
                 move wod-t-sts(wod-ix) to wod-sts-name(wod-sts-cnt)
           end-if.

       rt-escreve-status.
           string '  STATUS ' wod-sts-name(wod-jx)
                  delimited by size into Wrpt-line
           perform rt-escreve-linha
           perform varying wod-ix from 1 by 1
                     until wod-ix greater wod-cnt
               if    wod-t-sts(wod-ix) equal wod-sts-name(wod-jx)
                     perform rt-escreve-item
               end-if
           end-perform.

       rt-escreve-item.
      *    how late (or how long left) in days, hours and minutes
           move wod-t-mins(wod-ix) to wod-abs
           divide wod-abs by 1440 giving wod-days
                  remainder wod-rest
           divide wod-rest by 60 giving wod-hrs
                  remainder wod-mins
           move wod-days to wod-days-ed
           move spaces to wod-elapsed
           string wod-days-ed 'D ' wod-hrs 'H ' wod-mins 'M'
                  delimited by size into wod-elapsed
           move spaces to wod-due-edit
           string wod-t-due(wod-ix)(1 : 4) '-'
                  wod-t-due(wod-ix)(5 : 2) '-'
                  wod-t-due(wod-ix)(7 : 2) ' '
                  wod-t-due(wod-ix)(9 : 2) ':'
                  wod-t-due(wod-ix)(11 : 2)
                  delimited by size into wod-due-edit
           if    wod-t-late(wod-ix) equal 'y'
                 string '    ' wod-t-item(wod-ix) '  P'
                        wod-t-prio(wod-ix) '  DUE ' wod-due-edit
                        '  LATE     ' wod-elapsed '  '
                        wod-t-dsname(wod-ix)
                        delimited by size into Wrpt-line
           else
                 string '    ' wod-t-item(wod-ix) '  P'
                        wod-t-prio(wod-ix) '  DUE ' wod-due-edit
                        '  DUE IN   ' wod-elapsed '  '
                        wod-t-dsname(wod-ix)
                        delimited by size into Wrpt-line
           end-if
           perform rt-escreve-linha.

       rt-escreve-linha.
           move Wrpt-line to ovdue-rpt-record
           write ovdue-rpt-record
           move spaces to Wrpt-line.
