      *    so an operator cancel mid-queue loses at most the item in
      *    flight. Items whose transition the STATRULE table refuses
      *    are skipped and reported, never forced.
      *    A dispatch that does not come back OK is retried under the
      *    list's RETRYPOL policy (CPYRTRY): every dispatch is counted
      *    on the node with its CMDDISP result, a failed item with
      *    attempts left goes back to NEW through TPOINTER - so only
      *    where STATRULE sanctions RUN to NEW - and is not selected
      *    again until the policy's wait has gone by since it failed;
      *    the item whose last attempt fails is moved by MPOINTER to
      *    the policy's dead-letter list, written to PTRVSAM under
      *    that list with the count and result it ended on, and the
      *    PTRCATLG counts of both lists follow the move the way
      *    PTRDSNRC keeps them (the dead-letter list is cataloged
      *    the first time an item lands on it). The end
      *    of the queue says what was retried, what recovered on a
      *    retry and what went to dead-letter. A list with no policy
      *    keeps a failed item in RUN for review as before.
      *    With due-first set to 'Y' a NEW item whose item-due has
      *    passed is worked before any item not yet due: past-due
      *    items by priority, the most overdue first within one
      *    priority, then the rest by priority as always - so a
      *    priority-50 item due this morning no longer waits behind
      *    every priority-01 item. Items without a due date are
      *    never past due.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
                  access mode is dynamic
                  record key is pointervs-key
                  file status is Wvsam-status.
           select Retry-Pol-File assign to RETRYPOL
                  organization is sequential
                  file status is Wpol-status.
           select Ptr-Cat-File assign to PTRCATLG
                  organization is sequential
                  file status is Wcat-status.

       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

       fd  Retry-Pol-File
           record contains 25 characters.
           copy CPYRTRY.

      *    same directory record CPOINTER's save maintains
       fd  Ptr-Cat-File
           record contains 68 characters.
       01  ptr-cat-record.
           05  pcat-list         pic x(08).
           05  filler            pic x(01).
           05  pcat-count        pic 9(06).
           05  filler            pic x(01).
           05  pcat-created      pic x(21).
           05  filler            pic x(01).
           05  pcat-saved        pic x(21).
           05  filler            pic x(01).
           05  pcat-checkpoint   pic x(08).

       working-storage section.
       01  wend              pic  x(1) value 'n'.
       01  Wq-fim            pic  x(1) value 'n'.
       01  Wq-found          pic  x(1) value 'n'.
       01  Wq-best-item      pic  x(8) value spaces.
       01  Wq-best-prio      pic  9(2) value zeros.
       01  Wq-best-late      pic  x(1) value 'n'.
       01  Wq-best-due       pic  x(12) value spaces.
       01  Wq-cand-late      pic  x(1) value 'n'.
       01  Wq-better         pic  x(1) value 'n'.
       01  Wq-done-cnt       pic  9(4) value zeros.
       01  Wq-skip-cnt       pic  9(4) value zeros.
       01  Wq-skip-tab.
       01  Wvsam-saved-cnt   pic  9(6) value 0.
       01  Wpurge-fim        pic  x(1) value 'n'.
       01  TPOINTER          pic  x(08) value 'TPOINTER'.
      *    the list's retry policy, RETRYPOL's own record for it or
      *    else the '*' record
       01  Wpol-status       pic  x(2) value '00'.
       01  Wpol-eof          pic  x(1) value 'n'.
       01  Wpol-found        pic  x(1) value 'n'.
       01  Wpol-max          pic  9(2) value zeros.
       01  Wpol-wait         pic  9(4) value zeros.
       01  Wpol-dead         pic  x(8) value spaces.
       01  Wpol-dflt         pic  x(1) value 'n'.
       01  Wpol-dflt-max     pic  9(2) value zeros.
       01  Wpol-dflt-wait    pic  9(4) value zeros.
       01  Wpol-dflt-dead    pic  x(8) value spaces.
       01  Wq-attempts       pic  9(2) value zeros.
       01  Wq-retry-cnt      pic  9(4) value zeros.
       01  Wq-recov-cnt      pic  9(4) value zeros.
       01  Wq-back-cnt       pic  9(4) value zeros.
       01  Wq-dead-cnt       pic  9(4) value zeros.
       01  Wq-wait-cnt       pic  9(4) value zeros.
       01  Wq-node           usage is pointer value null.
       01  Wq-now            pic  x(21) value spaces.
       01  Wq-date-num       pic  9(8) value zeros.
       01  Wq-hh             pic  9(2) value zeros.
       01  Wq-mm             pic  9(2) value zeros.
       01  Wq-now-min        pic s9(11) comp value zeros.
       01  Wq-itm-min        pic s9(11) comp value zeros.
      *    caller's transfer request, set aside while MPOINTER is
      *    borrowed for a dead-letter move
       01  Wq-sv-qtd         pic  9(4) comp value zeros.
       01  Wq-sv-tab1        pic  x(8) value spaces.
       01  Wq-sv-rsts        pic  x(4) value spaces.
       01  Wq-sv-xfer        pic  x(8) value spaces.
      *    nodes moved to dead-letter whose record still has to be
      *    written under the dead-letter list on the next save
       01  Wq-dl-cnt         pic s9(4) comp value 0.
       01  Wq-dl-ix          pic s9(4) comp value 0.
       01  Wq-dl-tab.
           05  Wq-dl-node    usage is pointer occurs 50 times.
      *    what the save's dead-letter records did to the catalog:
      *    every record written leaves this list, only a new one
      *    (not a rewrite of an earlier run's) adds to the other
       01  Wq-cat-moved      pic  9(6) value zeros.
       01  Wq-cat-new        pic  9(6) value zeros.
       01  Wq-cat-now        pic  x(21) value spaces.
       01  Wcat-status       pic  x(2) value '00'.
       01  Wcat-eof          pic  x(1) value 'n'.
       01  Wcat-ix           pic s9(4) comp value 0.
       01  Wcat-out          pic s9(4) comp value 0.
       01  Wcat-src          pic s9(4) comp value 0.
       01  Wcat-tgt          pic s9(4) comp value 0.
       01  Wcat-out-tab.
           05  Wcat-out-entry occurs 50 times.
               10  Wcat-o-list
                             pic  x(08).
               10  Wcat-o-count
                             pic  9(06).
               10  Wcat-o-created
                             pic  x(21).
               10  Wcat-o-saved
                             pic  x(21).
               10  Wcat-o-ckpt
                             pic  x(08).
      *    run-lock area (Runlock): each progress save claims
      *    PTRVSAM the same way CPOINTER's save does
       01  Wlock-area.
                             pic  x(08).
           05  Ls-Disp-Operand
                             pic  x(40).
           05  Ls-Disp-Ended pic  x(21).
           05  Ls-Disp-Elapsed
                             pic  9(07).
           05  Ls-Disp-Prog-Rc
                             pic s9(04) comp.

       linkage section.
           COPY  POINTERW.
           display '-----------------------------'

           move 0   to Wq-done-cnt Wq-skip-cnt
           perform rt-carrega-politica
           move 'n' to Wq-fim
           perform until Wq-fim equal 'y'
               perform rt-seleciona-proximo
           display 'QPOINTER - Queue drained: ' Wq-done-cnt
                   ' items worked, ' Wq-skip-cnt
                   ' skipped (transition refused)'
           if    Wpol-found equal 'y'
                 perform rt-conta-espera
                 display 'QPOINTER - Retries: ' Wq-retry-cnt
                         ' dispatches were retries, ' Wq-recov-cnt
                         ' recovered on retry'
                 display 'QPOINTER - ' Wq-back-cnt ' sent back to '
                         'NEW for retry, ' Wq-wait-cnt ' waiting '
                         'out the retry interval'
                 display 'QPOINTER - ' Wq-dead-cnt ' out of attempts '
                         '- moved to dead-letter list ' Wpol-dead
           end-if

           display '-----------------------------'
           display 'QPOINTER - End of program    '.

       rt-seleciona-proximo.
      *    One full walk per selection: the chain order stops
      *    mattering, only the priority field (and under due-first
      *    the due timestamp) does. Items already skipped in this
      *    run are passed over so a refused transition cannot spin
      *    the queue forever.
           move 'n'    to Wq-found
           move spaces to Wq-best-item
           move 99     to Wq-best-prio
           move 'n'    to Wq-best-late
           move spaces to Wq-best-due
           perform rt-minuto-atual
           if    first-item not equal nulls
                 set address of list-item to first-item
                 move 'n' to wend
                 perform until wend equal 'y'
                     if    item-status equal 'NEW '
                           perform rt-verifica-pulado
                           if    Wq-skipped not equal 'y'
                                 perform rt-verifica-espera
                           end-if
                           if    Wq-skipped not equal 'y'
                                 perform rt-compara-candidato
                                 if    Wq-better equal 'y'
                                       move 'y'  to Wq-found
                                       move item to Wq-best-item
                                       move item-priority
                                         to Wq-best-prio
                                       move Wq-cand-late
                                         to Wq-best-late
                                       move item-due to Wq-best-due
                                 end-if
                           end-if
                     end-if
                     if    next-item not equal nulls
                 end-perform
           end-if.

       rt-compara-candidato.
           move 'n' to Wq-cand-late Wq-better
           if    due-first equal 'Y' and
                 item-due is numeric and
                 item-due less Wq-now(1 : 12)
                 move 'y' to Wq-cand-late
           end-if
           evaluate true
               when Wq-found not equal 'y'
                    move 'y' to Wq-better
               when Wq-cand-late equal 'y' and
                    Wq-best-late equal 'n'
                    move 'y' to Wq-better
               when Wq-cand-late not equal Wq-best-late
                    continue
               when item-priority less Wq-best-prio
                    move 'y' to Wq-better
               when item-priority equal Wq-best-prio and
                    Wq-cand-late equal 'y' and
                    item-due less Wq-best-due
                    move 'y' to Wq-better
           end-evaluate.

       rt-verifica-pulado.
      *    the table never holds more than 50 names whatever the
      *    count says - the cap keeps the subscript inside it

       rt-processa-item.
           display ' '
           if    Wq-best-late equal 'y'
                 display 'QPOINTER - Working item ' Wq-best-item
                         ' (priority ' Wq-best-prio ', past due '
                         Wq-best-due ')'
           else
                 display 'QPOINTER - Working item ' Wq-best-item
                         ' (priority ' Wq-best-prio ')'
           end-if

      *    The lifecycle belongs to TPOINTER and its STATRULE table -
      *    the queue asks for each stage instead of poking
                       perform rt-pula-item
                 else
                       perform rt-despacha-item
                       perform rt-registra-tentativa

      *                only work that really ran completes the
      *                lifecycle - a FAIL or routeless NONE stays
                                   perform rt-pula-item
                             else
                                   add 1 to Wq-done-cnt
                                   if    Wq-attempts greater 1
                                         add 1 to Wq-recov-cnt
                                         display 'QPOINTER - item '
                                                 Wq-best-item
                                                 ' recovered on '
                                                 'attempt '
                                                 Wq-attempts
                                   end-if
                             end-if
                       end-if

                   ': ' Ls-Disp-Result.

       rt-falha-despacho.
           if    Wpol-found equal 'y'
                 if    Wq-attempts less Wpol-max
                       perform rt-devolve-para-new
                 else
                       perform rt-move-dead-letter
                 end-if
           else
                 perform rt-deixa-em-run
           end-if.

       rt-deixa-em-run.
           display 'QPOINTER - item ' Wq-best-item ' dispatch came '
                   'back ' Ls-Disp-Result ' - left in RUN status '
                   'for review, not marked DONE'
                         'status ' Wvsam-status
                         ' - progress not persisted'
           else
      *          dead-letter records first - an item leaves the
      *          list's records only once it is on the other list's
                 perform rt-grava-dead-letter
                 perform rt-purga-lista-vsam

                 if    first-item not = nulls
                 end-if

                 perform until wend equal 'y'
                    add  1            to Wvsam-saved-cnt
                    perform rt-monta-registro
                    write pointervs-record
                        invalid key
                        display 'QPOINTER - VSAM write failed '
                 end-perform

                 close Pointer-Vsam-File
                 if    Wq-cat-moved greater zero
                       perform rt-atualiza-catalogo
                 end-if
           end-if.

       rt-purga-lista-vsam.
                     end-if
               end-if
           end-perform.

       rt-monta-registro.
           move list-name     to pointervs-list
           move item          to pointervs-item
           move item-created  to pointervs-created
           move cee-job-name  to pointervs-jobname
           move 'A'           to pointervs-status
           move item-dsname   to pointervs-dsname
           move item-status   to pointervs-item-sts
           move item-priority to pointervs-priority
           move item-updated  to pointervs-updated
           move item-attempts to pointervs-attempts
           move item-last-result
             to pointervs-last-result
           move item-due      to pointervs-due.

       rt-grava-dead-letter.
      *    the dead-letter list is not this run's to purge - only the
      *    moved items' records are written, replacing one left by
      *    an earlier run for the same item
           move zeros to Wq-cat-moved Wq-cat-new
           perform varying Wq-dl-ix from 1 by 1
                     until Wq-dl-ix greater Wq-dl-cnt
               set address of list-item to Wq-dl-node(Wq-dl-ix)
               perform rt-monta-registro
               move Wpol-dead to pointervs-list
               write pointervs-record
                   invalid key
                   rewrite pointervs-record
                       invalid key
                       display 'QPOINTER - VSAM write failed for '
                               'dead-letter item ' item ' status '
                               Wvsam-status
                       not invalid key
                       add 1 to Wq-cat-moved
                   end-rewrite
                   not invalid key
                   add 1 to Wq-cat-moved
                   add 1 to Wq-cat-new
               end-write
           end-perform
           move 0 to Wq-dl-cnt.

       rt-atualiza-catalogo.
      *    This list's count comes down by what went to dead-letter
      *    and the dead-letter list's goes up, cataloging it if it
      *    is new; a list emptied drops off the catalog the way
      *    PTRDSNRC drops one moved empty. Small file, read whole
      *    and rewritten - still under the save's PTRVSAM claim.
           move function current-date to Wq-cat-now
           move 0   to Wcat-out Wcat-src Wcat-tgt
           move 'n' to Wcat-eof
           open input Ptr-Cat-File
           if    Wcat-status equal '00'
                 perform until Wcat-eof equal 'y'
                     read Ptr-Cat-File
                         at end
                         move 'y' to Wcat-eof
                     end-read
                     if    Wcat-eof not equal 'y' and
                           Wcat-out less 50
                           add  1 to Wcat-out
                           move pcat-list
                             to Wcat-o-list(Wcat-out)
                           move pcat-count
                             to Wcat-o-count(Wcat-out)
                           move pcat-created
                             to Wcat-o-created(Wcat-out)
                           move pcat-saved
                             to Wcat-o-saved(Wcat-out)
                           move pcat-checkpoint
                             to Wcat-o-ckpt(Wcat-out)
                           if    pcat-list equal list-name
                                 move Wcat-out to Wcat-src
                           end-if
                           if    pcat-list equal Wpol-dead
                                 move Wcat-out to Wcat-tgt
                           end-if
                     end-if
                 end-perform
                 close Ptr-Cat-File
           end-if

           if    Wcat-src greater 0
                 if    Wcat-o-count(Wcat-src) greater Wq-cat-moved
                       subtract Wq-cat-moved
                           from Wcat-o-count(Wcat-src)
                 else
                       move zeros to Wcat-o-count(Wcat-src)
                       display 'QPOINTER - list ' list-name
                               ' emptied to dead-letter - dropped '
                               'from the catalog'
                 end-if
                 move Wq-cat-now to Wcat-o-saved(Wcat-src)
           end-if
           if    Wcat-tgt equal 0 and Wcat-out less 50
                 add  1 to Wcat-out
                 move Wcat-out   to Wcat-tgt
                 move Wpol-dead  to Wcat-o-list(Wcat-tgt)
                 move zeros      to Wcat-o-count(Wcat-tgt)
                 move Wq-cat-now to Wcat-o-created(Wcat-tgt)
                 move spaces     to Wcat-o-ckpt(Wcat-tgt)
           end-if
           if    Wcat-tgt greater 0
                 add  Wq-cat-new to Wcat-o-count(Wcat-tgt)
                 move Wq-cat-now to Wcat-o-saved(Wcat-tgt)
           end-if

           open output Ptr-Cat-File
           if    Wcat-status not equal '00'
                 display 'QPOINTER - unable to rewrite PTRCATLG - '
                         'status ' Wcat-status
           else
                 perform varying Wcat-ix from 1 by 1
                           until Wcat-ix greater Wcat-out
                     if    Wcat-o-count(Wcat-ix) greater zeros
                           move spaces to ptr-cat-record
                           move Wcat-o-list(Wcat-ix)
                             to pcat-list
                           move Wcat-o-count(Wcat-ix)
                             to pcat-count
                           move Wcat-o-created(Wcat-ix)
                             to pcat-created
                           move Wcat-o-saved(Wcat-ix)
                             to pcat-saved
                           move Wcat-o-ckpt(Wcat-ix)
                             to pcat-checkpoint
                           write ptr-cat-record
                     end-if
                 end-perform
                 close Ptr-Cat-File
           end-if.

       rt-carrega-politica.
           move 'n' to Wpol-found Wpol-dflt
           open input Retry-Pol-File
           if    Wpol-status not equal '00'
                 display 'QPOINTER - No RETRYPOL (status '
                         Wpol-status ') - failed items stay in RUN'
           else
                 move 'n' to Wpol-eof
                 perform until Wpol-eof equal 'y'
                     read Retry-Pol-File
                         at end
                              move 'y' to Wpol-eof
                         not at end
                              perform rt-avalia-politica
                     end-read
                 end-perform
                 close Retry-Pol-File
                 if    Wpol-found not equal 'y' and
                       Wpol-dflt equal 'y'
                       move 'y'            to Wpol-found
                       move Wpol-dflt-max  to Wpol-max
                       move Wpol-dflt-wait to Wpol-wait
                       move Wpol-dflt-dead to Wpol-dead
                 end-if
                 if    Wpol-found equal 'y'
                       display 'QPOINTER - Retry policy: ' Wpol-max
                               ' attempts, ' Wpol-wait
                               ' minutes apart, then list ' Wpol-dead
                 else
                       display 'QPOINTER - No retry policy for list '
                               list-name ' - failed items stay in RUN'
                 end-if
           end-if.

       rt-avalia-politica.
      *    a policy the queue could not honour is no policy - one
      *    with no attempts, no dead-letter list, or this very list
      *    as its dead-letter list is reported and ignored
           if    rtpl-list equal list-name or
                 rtpl-list equal '*'
                 if    rtpl-max-attempts is not numeric or
                       rtpl-max-attempts equal zero or
                       rtpl-wait-minutes is not numeric or
                       rtpl-dead-list equal spaces or
                       rtpl-dead-list equal list-name
                       display 'QPOINTER - RETRYPOL record for '
                               rtpl-list ' is not usable - ignored'
                 else
                       if    rtpl-list equal list-name
                             move 'y'               to Wpol-found
                             move rtpl-max-attempts to Wpol-max
                             move rtpl-wait-minutes to Wpol-wait
                             move rtpl-dead-list    to Wpol-dead
                       else
                             move 'y'               to Wpol-dflt
                             move rtpl-max-attempts to Wpol-dflt-max
                             move rtpl-wait-minutes to Wpol-dflt-wait
                             move rtpl-dead-list    to Wpol-dflt-dead
                       end-if
                 end-if
           end-if.

       rt-minuto-atual.
           move function current-date to Wq-now
           move Wq-now(1 : 8)  to Wq-date-num
           move Wq-now(9 : 2)  to Wq-hh
           move Wq-now(11 : 2) to Wq-mm
           compute Wq-now-min =
                   function integer-of-date(Wq-date-num) * 1440
                   + Wq-hh * 60 + Wq-mm.

       rt-verifica-espera.
      *    a NEW item that has already been dispatched is a retry;
      *    it waits out the policy's interval from its failure, which
      *    is when TPOINTER last restamped it
           if    Wpol-found equal 'y' and
                 item-attempts is numeric and
                 item-attempts greater zero and
                 item-updated(1 : 12) is numeric
                 move item-updated(1 : 8)  to Wq-date-num
                 move item-updated(9 : 2)  to Wq-hh
                 move item-updated(11 : 2) to Wq-mm
                 compute Wq-itm-min =
                         function integer-of-date(Wq-date-num) * 1440
                         + Wq-hh * 60 + Wq-mm
                 if    Wq-now-min less Wq-itm-min + Wpol-wait
                       move 'y' to Wq-skipped
                 end-if
           end-if.

       rt-conta-espera.
           move 0 to Wq-wait-cnt
           perform rt-minuto-atual
           if    first-item not equal nulls
                 set address of list-item to first-item
                 move 'n' to wend
                 perform until wend equal 'y'
                     if    item-status equal 'NEW '
                           move 'n' to Wq-skipped
                           perform rt-verifica-espera
                           if    Wq-skipped equal 'y'
                                 add 1 to Wq-wait-cnt
                           end-if
                     end-if
                     if    next-item not equal nulls
                           set address of list-item to next-item
                     else
                           move 'y' to wend
                     end-if
                 end-perform
           end-if.

       rt-localiza-item.
           set Wq-node to null
           if    first-item not equal nulls
                 set address of list-item to first-item
                 move 'n' to wend
                 perform until wend equal 'y'
                     if    item equal Wq-best-item
                           set Wq-node to address of list-item
                           move 'y' to wend
                     else
                           if    next-item not equal nulls
                                 set address of list-item to next-item
                           else
                                 move 'y' to wend
                           end-if
                     end-if
                 end-perform
           end-if.

       rt-registra-tentativa.
      *    every dispatch counts, whatever it came back with
           move 0 to Wq-attempts
           perform rt-localiza-item
           if    Wq-node not equal nulls
                 set address of list-item to Wq-node
                 if    item-attempts is not numeric
                       move zeros to item-attempts
                 end-if
                 if    item-attempts less 99
                       add 1 to item-attempts
                 end-if
                 move Ls-Disp-Result to item-last-result
                 move item-attempts  to Wq-attempts
                 if    item-attempts greater 1
                       add 1 to Wq-retry-cnt
                 end-if
           end-if.

       rt-devolve-para-new.
           move Wq-best-item to sts-item
           move 'NEW '       to sts-new-status
           call TPOINTER using pointerw-area list-item
           if    sts-return-code not equal zero
                 display 'QPOINTER - item ' Wq-best-item ' failed '
                         'attempt ' Wq-attempts ' of ' Wpol-max
                         ' - STATRULE refuses RUN to NEW (rc '
                         sts-return-code ')'
                 perform rt-deixa-em-run
           else
                 add 1 to Wq-back-cnt
                 display 'QPOINTER - item ' Wq-best-item ' failed '
                         'attempt ' Wq-attempts ' of ' Wpol-max
                         ' - back to NEW, retry after '
                         Wpol-wait ' minutes'
           end-if.

       rt-move-dead-letter.
      *    MPOINTER does the move exactly as an operator's transfer
      *    would - unlinked, relinked on the target's tail, audited -
      *    selected by name through a one-entry tab-remove; the
      *    caller's own transfer fields are put back afterwards
           move qtd           to Wq-sv-qtd
           move 1             to qtd
           move tab-remove(1) to Wq-sv-tab1
           move Wq-best-item  to tab-remove(1)
           move remove-status to Wq-sv-rsts
           move spaces        to remove-status
           move xfer-target   to Wq-sv-xfer
           move Wpol-dead     to xfer-target
           call 'MPOINTER' using pointerw-area list-item
           if    xfer-rc equal zero and
                 xfer-moved equal 1
                 add 1 to Wq-dead-cnt
                 display 'QPOINTER - item ' Wq-best-item ' failed '
                         'its last attempt (' Wq-attempts ', '
                         Ls-Disp-Result ') - moved to dead-letter '
                         'list ' Wpol-dead
                 if    use-vsam equal 'Y'
                       perform rt-guarda-dead-letter
                 end-if
           else
                 display 'QPOINTER - item ' Wq-best-item ' could not '
                         'be moved to ' Wpol-dead ' (rc ' xfer-rc
                         ')'
                 perform rt-deixa-em-run
           end-if
           move Wq-sv-tab1 to tab-remove(1)
           move Wq-sv-qtd  to qtd
           move Wq-sv-rsts to remove-status
           move Wq-sv-xfer to xfer-target.

       rt-guarda-dead-letter.
      *    a locked cluster postpones the save, not the record - the
      *    moved nodes wait here for the next save that gets through
           if    Wq-dl-cnt less 50
                 add 1 to Wq-dl-cnt
                 set Wq-dl-node(Wq-dl-cnt) to Wq-node
           else
                 display 'QPOINTER - dead-letter save table full - '
                         Wq-best-item ' is on ' Wpol-dead
                         ' for this run only'
           end-if.
