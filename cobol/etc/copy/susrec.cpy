      * and the run's not-numeric guard zeroes them
           02  su-earnings-code      pic x(01).
           02  su-supp-amount        pic 9(6)v99.
      * the work state behind each day bucket, so a corrected card
      * resubmits with its state split intact
           02  su-day-state          pic x(02) occurs 7 times.
