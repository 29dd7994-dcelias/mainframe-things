       id division.
       program-id. PTREDIT.
       author. Diego Correia Elias
      *----------------------------------------------------------------*
      *    Edit-and-reject pass over the PTRITEMS cut before CPOINTER
      *    builds or refreshes a list from it. CPOINTER takes every
      *    record on faith; a record that breaks the rules below
      *    either abends the build or puts a node on the list that
      *    QPOINTER later refuses to move. Every record is checked
      *    and the first rule it breaks is its reason code:
      *      E01  item name blank
      *      E02  dsname blank
      *      E03  priority not numeric
      *      E04  status unknown to the STATRULE transition rules
      *           (blank is let through - CPOINTER reads it as NEW)
      *      E05  item name already on the cut (the first one wins,
      *           the way CPOINTER's build refuses a duplicate)
      *      E06  cut longer than the duplicate table - not checked
      *      E07  due timestamp not blank and not a real
      *           yyyymmddhhmm date and time
      *    Records that pass go to PTRCLEAN, the file the build and
      *    the delta refresh read as PTRITEMS; records that fail go
      *    to PTRREJ with the reason. The control report (PTREDRPT)
      *    balances records read against accepted plus rejected.
      *    The reject threshold is the PARM, MAXREJ=nnnnnn (10 when
      *    not given): more rejects than that and the cut is FAILed
      *    on the PTREDCTL control record, which makes CPOINTER
      *    refuse the build and the refresh, and the step ends with
      *    return code 8 for the JCL to stop on. Any reject at all
      *    under the threshold gives return code 4.
      *    A missing STATRULE is the compiled default lifecycle, the
      *    way TPOINTER falls back.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select Ptr-Items-File assign to PTRITEMS
                  organization is sequential
                  file status is Witm-status.
           select Ptr-Clean-File assign to PTRCLEAN
                  organization is sequential
                  file status is Wcln-status.
           select Ptr-Rej-File assign to PTRREJ
                  organization is sequential
                  file status is Wrej-status.
           select Ptr-Edit-Ctl-File assign to PTREDCTL
                  organization is sequential
                  file status is Wctl-status.
           select Ptr-Edit-Rpt-File assign to PTREDRPT
                  organization is sequential
                  file status is Wrpt-status.
           select Stat-Rule-File assign to STATRULE
                  organization is sequential
                  file status is Wrul-status.

       data division.
       file section.
       fd  Ptr-Items-File
           record contains 74 characters.
           copy CPYPITM.

       fd  Ptr-Clean-File
           record contains 74 characters.
       01  ptr-clean-record  pic x(74).

      *    the rejected record as it came, then why
       fd  Ptr-Rej-File
           record contains 109 characters.
       01  ptr-rej-record.
           05  prej-item         pic x(74).
           05  filler            pic x(01).
           05  prej-reason       pic x(03).
           05  filler            pic x(01).
           05  prej-text         pic x(30).

       fd  Ptr-Edit-Ctl-File
           record contains 48 characters.
           copy CPYPEDC.

       fd  Ptr-Edit-Rpt-File
           record contains 80 characters.
       01  ptr-edit-rpt-record
                             pic x(80).

       fd  Stat-Rule-File
           record contains 11 characters.
       01  stat-rule-record.
           05  strl-from         pic x(04).
           05  filler            pic x(01).
           05  strl-to           pic x(04).
           05  filler            pic x(01).
           05  strl-active       pic x(01).

       working-storage section.
       01  Witm-status       pic  x(2) value '00'.
       01  Wcln-status       pic  x(2) value '00'.
       01  Wrej-status       pic  x(2) value '00'.
       01  Wctl-status       pic  x(2) value '00'.
       01  Wrpt-status       pic  x(2) value '00'.
       01  Wrul-status       pic  x(2) value '00'.
       01  Witm-eof          pic  x(1) value 'n'.
       01  Wrul-eof          pic  x(1) value 'n'.
       01  Wed-now           pic  x(21) value spaces.
       01  Wed-max-rej       pic  9(6) value 10.
       01  Wed-read          pic  9(6) value zeros.
       01  Wed-accepted      pic  9(6) value zeros.
       01  Wed-rejected      pic  9(6) value zeros.
       01  Wed-verdict       pic  x(4) value spaces.
       01  Wed-hit           pic  x(1) value 'n'.
       01  Wed-ix            pic s9(4) comp value 0.
       01  Wed-digit         pic  9(1) value 0.
       01  Wed-due-ok        pic  x(1) value 'y'.
       01  Wed-due-date      pic  9(8) value 0.
       01  Wed-cnt-tab.
           05  Wed-cnt-reason
                             pic  9(6) occurs 7 times.
       01  Wed-reason-texts.
           05  filler        pic  x(30)
                             value 'ITEM NAME BLANK'.
           05  filler        pic  x(30)
                             value 'DSNAME BLANK'.
           05  filler        pic  x(30)
                             value 'PRIORITY NOT NUMERIC'.
           05  filler        pic  x(30)
                             value 'STATUS UNKNOWN TO STATRULE'.
           05  filler        pic  x(30)
                             value 'DUPLICATE ITEM NAME'.
           05  filler        pic  x(30)
                             value 'NOT CHECKED - CUT TOO LONG'.
           05  filler        pic  x(30)
                             value 'DUE TIMESTAMP NOT VALID'.
       01  filler redefines Wed-reason-texts.
           05  Wed-reason-text
                             pic  x(30) occurs 7 times.

      *    every status the transition rules know, from either side
      *    of a pair
       01  Wsts-cnt          pic s9(4) comp value 0.
       01  Wsts-tab.
           05  Wsts-name     pic  x(04) occurs 100 times.
       01  Wsts-cand         pic  x(04) value spaces.

      *    names accepted so far, for the duplicate rule
       01  Wnam-cnt          pic s9(4) comp value 0.
       01  Wnam-tab.
           05  Wnam-name     pic  x(08) occurs 5000 times.

       01  Wrpt-line         pic  x(80) value spaces.
       01  Wrpt-num          pic  zzzzz9.
       01  Wrpt-num2         pic  zzzzz9.
       01  Wrpt-num3         pic  zzzzz9.

       linkage section.
       01  Ls-Parm-Area.
           05  Ls-Parm-Len   pic s9(4) comp.
           05  Ls-Parm-Text  pic  x(20).

       procedure division using Ls-Parm-Area.

       rt-begin-processing.

           display ' '
           display '-----------------------------'
           display 'PTREDIT - Begin of program   '.
           display '-----------------------------'

           move function current-date to Wed-now
           if    Ls-Parm-Len greater 7 and
                 Ls-Parm-Text(1 : 7) equal 'MAXREJ='
                 if    Ls-Parm-Text(8 : 6) is numeric
                       move Ls-Parm-Text(8 : 6) to Wed-max-rej
                 else
                       display 'PTREDIT - MAXREJ= must be six digits '
                               '- default threshold kept'
                 end-if
           end-if
           display 'PTREDIT - Reject threshold: ' Wed-max-rej

           perform rt-carrega-status

           open input Ptr-Items-File
           if    Witm-status not equal '00'
                 display 'PTREDIT - Unable to open PTRITEMS - status '
                         Witm-status ' - nothing edited'
                 move 8 to return-code
                 goback
           end-if
           open output Ptr-Clean-File
           open output Ptr-Rej-File
           if    Wcln-status not equal '00' or
                 Wrej-status not equal '00'
                 display 'PTREDIT - Unable to open PTRCLEAN/PTRREJ - '
                         'status ' Wcln-status '/' Wrej-status
                         ' - nothing edited'
                 close Ptr-Items-File
                 move 8 to return-code
                 goback
           end-if

           move zeros to Wed-cnt-tab
           move 'n' to Witm-eof
           perform until Witm-eof equal 'y'
               read Ptr-Items-File
                   at end
                        move 'y' to Witm-eof
                   not at end
                        add 1 to Wed-read
                        perform rt-edita-registro
               end-read
           end-perform
           close Ptr-Items-File Ptr-Clean-File Ptr-Rej-File

      *    the threshold is crossed only by going over it
           if    Wed-rejected greater Wed-max-rej
                 move 'FAIL' to Wed-verdict
           else
                 move 'PASS' to Wed-verdict
           end-if

           perform rt-grava-controle
           perform rt-emite-relatorio

           display 'PTREDIT - ' Wed-read ' read, ' Wed-accepted
                   ' accepted, ' Wed-rejected ' rejected - '
                   Wed-verdict
           evaluate true
               when Wed-verdict equal 'FAIL'
                    display 'PTREDIT - rejects over the threshold - '
                            'the build is stopped on this cut'
                    move 8 to return-code
               when Wed-rejected greater zero
                    move 4 to return-code
               when other
                    move 0 to return-code
           end-evaluate

           display '-----------------------------'
           display 'PTREDIT - End of program     '.
           display '-----------------------------'

           goback.

       rt-carrega-status.
      *    the same STATRULE TPOINTER enforces, and the same compiled
      *    default chain when it is not allocated
           move 0   to Wsts-cnt
           move 'n' to Wrul-eof
           open input Stat-Rule-File
           if    Wrul-status not equal '00'
                 display 'PTREDIT - STATRULE not allocated (status '
                         Wrul-status ') - compiled default '
                         'lifecycle in use'
                 move 4      to Wsts-cnt
                 move 'NEW ' to Wsts-name(1)
                 move 'RDY ' to Wsts-name(2)
                 move 'RUN ' to Wsts-name(3)
                 move 'DONE' to Wsts-name(4)
           else
                 perform until Wrul-eof equal 'y'
                     read Stat-Rule-File
                         at end
                         move 'y' to Wrul-eof
                     end-read
                     if    Wrul-eof not equal 'y' and
                           strl-active equal 'Y'
                           move strl-from to Wsts-cand
                           perform rt-guarda-status
                           move strl-to   to Wsts-cand
                           perform rt-guarda-status
                     end-if
                 end-perform
                 close Stat-Rule-File
                 display 'PTREDIT - ' Wsts-cnt ' statuses known to '
                         'STATRULE'
           end-if.

       rt-guarda-status.
           move 'n' to Wed-hit
           perform varying Wed-ix from 1 by 1
                     until Wed-ix greater Wsts-cnt
               if    Wsts-name(Wed-ix) equal Wsts-cand
                     move 'y' to Wed-hit
               end-if
           end-perform
           if    Wed-hit not equal 'y' and
                 Wsts-cnt less 100
                 add  1 to Wsts-cnt
                 move Wsts-cand to Wsts-name(Wsts-cnt)
           end-if.

       rt-edita-registro.
           perform rt-valida-vencimento
           evaluate true
               when ptritem-name equal spaces
                    move 1 to Wed-ix
               when ptritem-dsname equal spaces
                    move 2 to Wed-ix
               when ptritem-priority is not numeric
                    move 3 to Wed-ix
               when Wed-due-ok not equal 'y'
                    move 7 to Wed-ix
               when other
                    move 0 to Wed-ix
           end-evaluate

           if    Wed-ix equal zero and
                 ptritem-status not equal spaces
                 move 'n' to Wed-hit
                 perform varying Wed-ix from 1 by 1
                           until Wed-ix greater Wsts-cnt
                     if    Wsts-name(Wed-ix) equal ptritem-status
                           move 'y' to Wed-hit
                     end-if
                 end-perform
                 if    Wed-hit equal 'y'
                       move 0 to Wed-ix
                 else
                       move 4 to Wed-ix
                 end-if
           end-if

           if    Wed-ix equal zero
                 move 'n' to Wed-hit
                 perform varying Wed-ix from 1 by 1
                           until Wed-ix greater Wnam-cnt
                     if    Wnam-name(Wed-ix) equal ptritem-name
                           move 'y' to Wed-hit
                     end-if
                 end-perform
                 evaluate true
                     when Wed-hit equal 'y'
                          move 5 to Wed-ix
                     when Wnam-cnt not less 5000
                          move 6 to Wed-ix
                     when other
                          move 0 to Wed-ix
                 end-evaluate
           end-if

           if    Wed-ix equal zero
                 add  1 to Wnam-cnt
                 move ptritem-name to Wnam-name(Wnam-cnt)
                 move ptr-item-record to ptr-clean-record
                 write ptr-clean-record
                 add  1 to Wed-accepted
           else
                 move spaces to ptr-rej-record
                 move ptr-item-record to prej-item
                 move Wed-ix to Wed-digit
                 string 'E0' Wed-digit delimited by size
                        into prej-reason
                 move Wed-reason-text(Wed-ix) to prej-text
                 write ptr-rej-record
                 add  1 to Wed-rejected
                 add  1 to Wed-cnt-reason(Wed-ix)
                 display 'PTREDIT - rejected ' prej-reason ' '
                         ptritem-name ' ' prej-text
           end-if.

       rt-valida-vencimento.
      *    blank is no deadline; anything else has to be a date the
      *    calendar has and a time the clock has
           move 'y' to Wed-due-ok
           if    ptritem-due not equal spaces
                 if    ptritem-due is not numeric
                       move 'n' to Wed-due-ok
                 else
                       move ptritem-due(1 : 8) to Wed-due-date
                       if    function test-date-yyyymmdd(Wed-due-date)
                             not equal zero or
                             ptritem-due(9 : 2) greater '23' or
                             ptritem-due(11 : 2) greater '59'
                             move 'n' to Wed-due-ok
                       end-if
                 end-if
           end-if.

       rt-grava-controle.
           open output Ptr-Edit-Ctl-File
           if    Wctl-status not equal '00'
                 display 'PTREDIT - Unable to open PTREDCTL - status '
                         Wctl-status ' - the build cannot see this '
                         'edit'
                 move 'FAIL' to Wed-verdict
           else
                 move spaces          to ptr-edit-ctl-record
                 move Wed-now(1 : 8)  to pedc-date
                 move Wed-now(9 : 6)  to pedc-time
                 move Wed-read        to pedc-read
                 move Wed-accepted    to pedc-accepted
                 move Wed-rejected    to pedc-rejected
                 move Wed-max-rej     to pedc-threshold
                 move Wed-verdict     to pedc-verdict
                 write ptr-edit-ctl-record
                 close Ptr-Edit-Ctl-File
           end-if.

       rt-emite-relatorio.
           open output Ptr-Edit-Rpt-File
           if    Wrpt-status not equal '00'
                 display 'PTREDIT - Unable to open PTREDRPT - status '
                         Wrpt-status ' - control report not written'
           else
                 move spaces to Wrpt-line
                 string 'PTREDIT - PTRITEMS EDIT CONTROL REPORT  '
                        Wed-now(1 : 8) ' ' Wed-now(9 : 6)
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 move spaces to Wrpt-line
                 perform rt-escreve-linha
                 move Wed-read to Wrpt-num
                 string 'RECORDS READ..........: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 move Wed-accepted to Wrpt-num
                 string 'ACCEPTED TO PTRCLEAN..: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 move Wed-rejected to Wrpt-num
                 string 'REJECTED TO PTRREJ....: ' Wrpt-num
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 perform varying Wed-ix from 1 by 1
                           until Wed-ix greater 7
                     if    Wed-cnt-reason(Wed-ix) greater zero
                           move Wed-cnt-reason(Wed-ix) to Wrpt-num
                           move Wed-ix to Wed-digit
                           string '   E0' Wed-digit ' '
                                  Wed-reason-text(Wed-ix) Wrpt-num
                                  delimited by size into Wrpt-line
                           perform rt-escreve-linha
                     end-if
                 end-perform
                 move spaces to Wrpt-line
                 perform rt-escreve-linha
                 move Wed-read to Wrpt-num
                 move Wed-accepted to Wrpt-num2
                 move Wed-rejected to Wrpt-num3
                 if    Wed-read equal Wed-accepted + Wed-rejected
                       string 'IN BALANCE: ' Wrpt-num ' READ = '
                              Wrpt-num2 ' ACCEPTED + ' Wrpt-num3
                              ' REJECTED'
                              delimited by size into Wrpt-line
                 else
                       string 'OUT OF BALANCE: ' Wrpt-num ' READ, '
                              Wrpt-num2 ' ACCEPTED + ' Wrpt-num3
                              ' REJECTED'
                              delimited by size into Wrpt-line
                 end-if
                 perform rt-escreve-linha
                 move Wed-max-rej to Wrpt-num
                 string 'REJECT THRESHOLD......: ' Wrpt-num
                        '   VERDICT: ' Wed-verdict
                        delimited by size into Wrpt-line
                 perform rt-escreve-linha
                 close Ptr-Edit-Rpt-File
           end-if.

       rt-escreve-linha.
           move Wrpt-line to ptr-edit-rpt-record
           write ptr-edit-rpt-record
           move spaces to Wrpt-line.
