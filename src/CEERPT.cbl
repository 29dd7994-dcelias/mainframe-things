      *    trips so the scheduler can page somebody, 0 otherwise.
      *    PARM='nn,ddd' sets the threshold and the window in days;
      *    the defaults are 3 occurrences inside 7 days.
      *    Each alert is also raised on the ALERTS feed (Alertput)
      *    keyed on condition and program, so the console pages
      *    once per recurring condition, not once per run.
      *----------------------------------------------------------------*
       environment division.
       input-output section.
       01  wce-hit           pic s9(4) comp value zeros.
       01  wce-alerts        pic  9(4) value zeros.

      *    alert area (Alertput)
       01  Walrt-area.
           05  Walrt-source  pic  x(08) value 'CEERPT'.
           05  Walrt-severity
                             pic  x(05) value 'ERROR'.
           05  Walrt-key     pic  x(20) value spaces.
           05  Walrt-text    pic  x(60) value spaces.
           05  Walrt-report  pic  x(08) value 'CEERPT'.
           05  Walrt-rc      pic s9(04) comp value 0.

       01  wce-pc-cnt        pic s9(4) comp value zeros.
       01  wce-pc-tab.
           05  wce-pc-entry occurs 100 times.
                             ' from ' wce-pc-program(wce-ix)
                             ' recurred ' wce-pc-recent(wce-ix)
                             ' times inside the window'
                     perform rt-grava-alerta
               end-if
           end-perform
           if    wce-pc-cnt equal zero
               display '  ' wce-day-date(wce-ix) ' : '
                       wce-day-total(wce-ix) ' conditions'
           end-perform.

       rt-grava-alerta.
           move spaces to Walrt-key Walrt-text
           string wce-pc-condition(wce-ix) ' '
                  wce-pc-program(wce-ix)
                  delimited by size into Walrt-key
           string wce-pc-condition(wce-ix) ' from '
                  wce-pc-program(wce-ix) ' recurred '
                  wce-pc-recent(wce-ix) ' times in '
                  wce-window ' days'
                  delimited by size into Walrt-text
           call 'Alertput' using Walrt-area.
