      * one row of the labor budget finance plans each pay period
      * against -- per company, per department or per project /
      * cost center, per period.  finance keys laborbud.dat from
      * the annual plan and adds a row when a cost center opens;
      * a unit with no row for a period is simply unbudgeted for
      * it.  a blank company is the primary's.
       01  labor-budget-record.
           02  lb-company-code     pic x(02).
      * d=a home department (the four-character department code),
      * p=a project or cost center the cards charge hours to
           02  lb-kind             pic x(01).
               88  lb-department      value "D".
               88  lb-project         value "P".
           02  lb-unit             pic x(06).
           02  lb-pay-period       pic x(06).
           02  lb-hours            pic 9(06)v9.
      * straight-time and overtime wages, and the fully burdened
      * cost -- all wages plus the employer taxes on them
           02  lb-straight-pay     pic 9(08)v99.
           02  lb-overtime-pay     pic 9(08)v99.
           02  lb-burdened-cost    pic 9(08)v99.
