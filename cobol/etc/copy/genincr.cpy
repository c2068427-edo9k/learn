      * one contract-wide general increase as the wage-step run
      * applied it -- one line per labor code and effective period.
      * the scale rows alone could not say whether an increase had
      * been given: a labor code with no scale has none to lay, and
      * rows laid ahead of their period say nothing of the
      * off-scale employees, who are raised by the percentage only
      * once the period is run.  this line is what refuses a
      * second increase and what carries the off-scale raise until
      * its period comes round.
       01  general-increase-record.
           02  gi-labor-code         pic x(03).
           02  gi-effective-period   pic x(06).
           02  gi-percent            pic 9(02)v99.
      * scale rows the increase laid on -- zero for a labor code
      * with no scale
           02  gi-scale-rows         pic 9(03).
           02  gi-posted-date        pic x(08).
           02  gi-operator           pic x(10).
      * y once the off-scale employees have had the percentage,
      * with the pay period the posting pass that gave it ran for
           02  gi-offscale-status    pic x(01).
               88  gi-offscale-raised    value "Y".
           02  gi-offscale-period    pic x(06).
