               88 tc-is-severance   value "S".
               88 tc-is-supplemental value "B", "C", "S".
           02 tc-supp-amount   pic 9(6)v99.
      * the state each day's bucket was worked in, parallel to
      * tc-day-hours above -- the drivers and field techs cross
      * into neighboring states, and the run splits wages and
      * withholding across states by these hours.  blank is the
      * employee's resident state (em-state-code); so is every
      * day on a card from a source that doesn't know the work
      * state.  at the end of the record with the other later
      * additions.
           02 tc-day-state pic x(02) occurs 7 times.
