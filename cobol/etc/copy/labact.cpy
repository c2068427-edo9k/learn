      * the labor actuals of one payroll run for one department or
      * project, kept so the budget report can show the year to
      * date after labordist.dat has been replaced by the next
      * run.  the labor budget report writes them from the run's
      * distribution detail -- a second report of the same run
      * replaces that run's rows rather than adding to them.
       01  labor-actual-record.
           02  la-key.
               03  la-company-code   pic x(02).
               03  la-kind           pic x(01).
                   88  la-department    value "D".
                   88  la-project       value "P".
               03  la-unit           pic x(06).
               03  la-pay-period     pic x(06).
               03  la-run-date       pic x(08).
           02  la-hours            pic 9(06)v9.
      * every distributed wage dollar, the overtime inside them,
      * and the employer taxes riding on them
           02  la-dollars          pic 9(08)v99.
           02  la-overtime-pay     pic 9(08)v99.
           02  la-burden           pic 9(08)v99.
