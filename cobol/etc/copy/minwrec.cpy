      * one minimum-wage row -- the federal floor (state code
      * "US"), a state's own, or a city or county locality within
      * a state, each with the date it takes effect.  a new
      * minimum is keyed ahead of time as a new row, so the run
      * and the compliance report can price a date on either side
      * of it.  the exempt figure is the annual salary an exempt
      * employee must clear -- zero on a row that sets none.
       01  minimum-wage-record.
           02  mw-state-code       pic x(02).
           02  mw-locality-code    pic x(04).
           02  mw-effective-date   pic x(08).
           02  mw-hourly-minimum   pic 9(02)v99.
           02  mw-exempt-annual    pic 9(07)v99.
