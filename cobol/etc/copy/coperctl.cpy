      * one control record per pay period per company, for the
      * entities that run their payroll on their own.  a company's
      * run stamps its own row posted with its own totals, and the
      * period's row on periodctl.dat only goes posted -- with the
      * companies' totals summed -- once every company on
      * compctl.dat has.  a combined run of all the companies
      * together posts the period row directly and writes none of
      * these.
       01  company-period-record.
           02  cp-key.
               03  cp-pay-period      pic x(06).
               03  cp-company-code    pic x(02).
      * o=open, p=posted by the company's run, b=flipped back open
      * by a backout of that run
           02  cp-status          pic x(01).
               88  cp-open           value "O".
               88  cp-posted         value "P".
               88  cp-backed-out     value "B".
           02  cp-run-date        pic x(08).
      * the company's run totals as posted, and the held-for-review
      * subset of them, the same figures the period row carries
           02  cp-employee-count  pic 9(05).
           02  cp-total-gross     pic 9(09)v99.
           02  cp-total-net       pic 9(09)v99.
           02  cp-held-gross      pic 9(09)v99.
           02  cp-held-net        pic 9(09)v99.
           02  cp-run-operator    pic x(10).
