       program-id. PTRVCONV.
       author. Diego Correia Elias
      *----------------------------------------------------------------*
      *    One-time conversion of the PTRVSAM cluster to the work-
      *    item record in POINTERVS. Reads the old cluster through
      *    the PTRVOLD DD, writes the newly defined cluster through
      *    PTRVSAM. By default the old cluster is on the 117-byte
      *    payload record (key, stamps, status byte, dsname, item
      *    status, priority, updated stamp), carried across whole;
      *    the fields it never had start empty - no dispatches yet
      *    for QPOINTER's retry policy, no last dispatch result, no
      *    due date - which is how every item behaved before them.
      *    PARM='FROM=46' converts a cluster still on the first
      *    46-byte record (key, created stamp, jobname, status
      *    byte): the payload starts at the same defaults the old
      *    reload paths manufactured - dsname spaces, status NEW,
      *    priority 50, updated equal to created - so nothing
      *    behaves differently after the conversion than it did
      *    before; it just stops losing what gets saved from now on.
      *    PARM='ARCHIVE' converts a PTRVARCH archive generation
      *    instead. HPOINTER cuts the archive as the purge date
      *    plus the cluster record, so a generation written from
      *    the 117-byte cluster (126-byte archive records) will
      *    not open for RPOINTER's restore or the PTRTRACE and
      *    PTRCYCLE history reads until it has been through here:
      *    input PTRVARCI, output PTRVARCO, purge date kept, the
      *    record widened with the same empty fields. One run per
      *    generation still inside its retention.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
                  access mode is sequential
                  record key is pointervs-key
                  file status is Wvsam-status.
           select Arch-Old-File assign to PTRVARCI
                  organization is sequential
                  file status is Wold-status.
           select Ptr-Arch-File assign to PTRVARCO
                  organization is sequential
                  file status is Wvsam-status.

       data division.
       file section.
       fd  Pointer-Old-File
           record contains 46 to 117 characters.
       01  pvold-record.
           05  pvold-key.
               10  pvold-list    pic x(08).
           05  pvold-created     pic x(21).
           05  pvold-jobname     pic x(08).
           05  pvold-status      pic x(01).
      *    the payload record as it stood before the dispatch
      *    fields and the due timestamp
       01  pvprv-record.
           05  pvprv-key         pic x(16).
           05  pvprv-payload     pic x(101).

       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

      *    an archive generation cut from the 117-byte cluster
       fd  Arch-Old-File
           record contains 126 characters.
       01  arch-old-record.
           05  aold-purge-date   pic x(08).
           05  filler            pic x(01).
           05  aold-vsam-record  pic x(117).

      *    the archive record HPOINTER cuts today
       fd  Ptr-Arch-File
           record contains 144 characters.
       01  ptr-arch-record.
           05  parc-purge-date   pic x(08).
           05  filler            pic x(01).
           05  parc-vsam-record  pic x(135).

       working-storage section.
       01  Wold-status       pic  x(2) value '00'.
       01  Wvsam-status      pic  x(2) value '00'.
       01  wcv-eof           pic  x(1) value 'n'.
       01  wcv-read          pic  9(6) value zeros.
       01  wcv-written       pic  9(6) value zeros.
       01  wcv-from          pic  x(3) value '117'.
      *    an archived record being widened to the cluster record
       01  wcv-record        pic  x(135) value spaces.
       01  filler redefines wcv-record.
           05  wcv-payload   pic  x(117).
           05  wcv-attempts  pic  9(02).
           05  wcv-last-result
                             pic  x(04).
           05  wcv-due       pic  x(12).

       linkage section.
       01  Ls-Parm-Area.
           05  Ls-Parm-Len   pic s9(4) comp.
           05  Ls-Parm-Text  pic  x(20).

       procedure division using Ls-Parm-Area.

       rt-begin-processing.

           display 'PTRVCONV - Begin of program  '.
           display '-----------------------------'

           if    Ls-Parm-Len greater 6 and
                 Ls-Parm-Text(1 : 7) equal 'FROM=46'
                 move '46 ' to wcv-from
           end-if
           if    Ls-Parm-Len greater 6 and
                 Ls-Parm-Text(1 : 7) equal 'ARCHIVE'
                 perform rt-converte-arquivo
                 goback
           end-if
           display 'PTRVCONV - Converting from the ' wcv-from
                   '-byte record'

           open input Pointer-Old-File
           if    Wold-status not equal '00'
                 display 'PTRVCONV - Unable to open PTRVOLD - '
               end-read
               if    wcv-eof not equal 'y'
                     add 1 to wcv-read
                     if    wcv-from equal '46 '
                           perform rt-converte-registro
                     else
                           perform rt-converte-payload
                     end-if
               end-if
           end-perform

           move 'NEW '        to pointervs-item-sts
           move 50            to pointervs-priority
           move pvold-created to pointervs-updated
           move zeros         to pointervs-attempts
           write pointervs-record
               invalid key
               display 'PTRVCONV - Write failed for ' pvold-list
               not invalid key
               add 1 to wcv-written
           end-write.

       rt-converte-payload.
      *    everything the old record held lands where it was; no
      *    converted item has been through the queue's retry count
      *    yet, and none has a due date
           move spaces        to pointervs-record
           move pvprv-record  to pointervs-record(1 : 117)
           move zeros         to pointervs-attempts
           move spaces        to pointervs-last-result
           move spaces        to pointervs-due
           write pointervs-record
               invalid key
               display 'PTRVCONV - Write failed for ' pvold-list
                       '/' pvold-item ' - status ' Wvsam-status
               not invalid key
               add 1 to wcv-written
           end-write.

       rt-converte-arquivo.
           display 'PTRVCONV - Converting a PTRVARCH generation from '
                   'the 126-byte record'
           open input Arch-Old-File
           if    Wold-status not equal '00'
                 display 'PTRVCONV - Unable to open PTRVARCI - '
                         'status ' Wold-status
                 move 8 to return-code
                 goback
           end-if
           open output Ptr-Arch-File
           if    Wvsam-status not equal '00'
                 display 'PTRVCONV - Unable to open PTRVARCO - '
                         'status ' Wvsam-status
                 close Arch-Old-File
                 move 8 to return-code
                 goback
           end-if

           move 'n' to wcv-eof
           perform until wcv-eof equal 'y'
               read Arch-Old-File
                   at end
                   move 'y' to wcv-eof
               end-read
               if    wcv-eof not equal 'y'
                     add 1 to wcv-read
                     perform rt-converte-arquivado
               end-if
           end-perform

           close Arch-Old-File
           close Ptr-Arch-File

           display 'PTRVCONV - ' wcv-read ' records read, '
                   wcv-written ' written to the new generation'
           display '-----------------------------'
           display 'PTRVCONV - End of program    '.
           display '-----------------------------'
           move 0 to return-code.

       rt-converte-arquivado.
      *    the purge date and the record as it was deleted stay as
      *    they are; the fields the record never had start empty,
      *    exactly as the cluster conversion starts them
           move spaces           to ptr-arch-record
           move aold-purge-date  to parc-purge-date
           move aold-vsam-record to wcv-payload
           move zeros            to wcv-attempts
           move spaces           to wcv-last-result
           move spaces           to wcv-due
           move wcv-record       to parc-vsam-record
           write ptr-arch-record
           add 1 to wcv-written.
