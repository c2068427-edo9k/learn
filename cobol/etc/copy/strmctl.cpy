      * where the job stream stands, rewritten as each step starts
      * and ends -- the one record on streamctl.dat.  a stream that
      * stopped at a failed step (or died in the middle of one)
      * leaves its period and that step's number here, and the
      * next stream for the same period resumes there instead of
      * at the top.
       01  stream-control-record.
           02  sc-pay-period      pic x(06).
      * r = a step is running, f = stopped at a failed step,
      * c = the whole stream finished
           02  sc-status          pic x(01).
               88  sc-running        value "R".
               88  sc-failed         value "F".
               88  sc-complete       value "C".
           02  sc-step-number     pic 9(02).
           02  sc-step-name       pic x(12).
           02  sc-step-rc         pic 9(03).
           02  sc-operator        pic x(10).
           02  sc-date            pic x(08).
           02  sc-time            pic x(06).
