      *    after its to-date, so a standards change keyed Tuesday
      *    becomes live Saturday and lapses without a second
      *    transaction.
      *    Rule-Env names the one environment the rule holds in
      *    (TEST, PROD - the same names PROGINV carries); spaces
      *    means every environment. Ruleload maps the PROC library
      *    being checked to its environment through LIBENV.
      *----------------------------------------------------------------*
       01  Rule-Record.
           05  Rule-Type         Pic  X(03).
           05  Rule-Eff-From     Pic  X(08).
           05  Filler            Pic  X(01).
           05  Rule-Eff-To       Pic  X(08).
           05  Filler            Pic  X(01).
           05  Rule-Env          Pic  X(08).
