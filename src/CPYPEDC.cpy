      *----------------------------------------------------------------*
      *    PTREDCTL edit control record: the one record PTREDIT
      *    leaves behind for the build step - when the cut was
      *    edited, how many records were read, accepted and
      *    rejected, the reject threshold in force and the verdict.
      *    pedc-verdict 'PASS' lets CPOINTER build or refresh from
      *    the clean file; 'FAIL' (rejects over the threshold) makes
      *    it refuse, so a bad cut never becomes the work queue.
      *----------------------------------------------------------------*
       01  ptr-edit-ctl-record.
           05  pedc-date         pic x(08).
           05  filler            pic x(01).
           05  pedc-time         pic x(06).
           05  filler            pic x(01).
           05  pedc-read         pic 9(06).
           05  filler            pic x(01).
           05  pedc-accepted     pic 9(06).
           05  filler            pic x(01).
           05  pedc-rejected     pic 9(06).
           05  filler            pic x(01).
           05  pedc-threshold    pic 9(06).
           05  filler            pic x(01).
           05  pedc-verdict      pic x(04).
