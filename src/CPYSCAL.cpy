      *----------------------------------------------------------------*
      *    Shop calendar record (SHOPCAL): one record per day that is
      *    not an ordinary working day. SCAL-TYPE 'H' is a holiday -
      *    not a business day, so it moves the first and last
      *    business day of the month, and CMDGEN leaves out every
      *    master-schedule entry not marked to run on holidays. 'C'
      *    is a closure day - the shop is shut: CMDGEN schedules
      *    nothing, and the WINCTL window checks in RETSPACE and
      *    PRESUBMT refuse every windowed program, the way WINCTL's
      *    own day-of-week mask would. Read by CMDGEN, RETSPACE and
      *    PRESUBMT.
      *----------------------------------------------------------------*
       01  SHOP-CAL-RECORD.
           05  SCAL-DATE         PIC X(08).
           05  FILLER            PIC X(01).
           05  SCAL-TYPE         PIC X(01).
           05  FILLER            PIC X(01).
           05  SCAL-DESC         PIC X(30).
