      * one prevailing-wage row off prevwage.dat -- the base rate
      * and fringe the contract's wage determination sets for one
      * labor classification on one government project, with the
      * date it takes effect.  a new determination is keyed ahead
      * of time as a new row, so a date on either side of it
      * prices correctly.  a project with any row here is a
      * covered project.
      *
      * a row with a blank project is not a determination -- it
      * is what our own benefit plans are worth an hour to the
      * classification, figured by benefits each plan year.  that
      * much of the fringe owed is provided through the plans and
      * the rest is paid to the worker as cash.
       01  prevailing-wage-record.
           02  pw-project          pic x(06).
           02  pw-labor-class      pic x(03).
           02  pw-effective-date   pic x(08).
           02  pw-base-rate        pic 9(03)v99.
           02  pw-fringe-rate      pic 9(03)v99.
