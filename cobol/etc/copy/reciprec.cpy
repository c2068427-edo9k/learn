      * one state reciprocity agreement -- an employee resident in
      * rc-resident-state who works days in rc-work-state has
      * those wages withheld to the resident state only, from the
      * pay period the agreement took effect.  a pair not on the
      * file means the work state withholds on its own share and
      * the resident state takes only what its rate runs above
      * the work state's.
       01  reciprocity-record.
           02  rc-resident-state   pic x(02).
           02  rc-work-state       pic x(02).
           02  rc-effective-period pic x(06).
