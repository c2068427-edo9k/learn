      * file.
           02  yt-ytd-401k        pic 9(07)v99.
           02  yt-ytd-401k-match  pic 9(07)v99.
      * wages and withholding by state -- one entry per state the
      * employee earned in this year, the resident state plus any
      * state the day buckets carried hours into.  the single
      * state accumulators above stay the all-states total every
      * footing already reads; these are what the quarterly state
      * listing and the w-2 state records are built from.  a
      * record written before the entries existed reads back
      * spaces here and the readers' not-numeric guards clear it.
           02  yt-state-entry occurs 6 times.
               03  yt-st-state-code   pic x(02).
               03  yt-st-ytd-wages    pic 9(07)v99.
               03  yt-st-ytd-tax      pic 9(07)v99.
               03  yt-st-qtd-wages    pic 9(07)v99.
               03  yt-st-qtd-tax      pic 9(07)v99.
      * imputed income -- taxable fringe value with no cash behind
      * it, inside yt-ytd-taxable-wages but kept out of the pure
      * gross above.  fica's wage-base test counts it with the
      * gross; the w-2 reports the group-term life as box 12 code
      * c.  a record from before these existed reads back spaces
      * and the readers' not-numeric guards zero them.
           02  yt-ytd-imputed-gtl   pic 9(07)v99.
           02  yt-ytd-imputed-other pic 9(07)v99.
