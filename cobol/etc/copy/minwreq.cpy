      * the request block every program passes to the shared
      * minimum-wage check -- where the employee works, the date
      * to price, and the employee's pay basis and figures.  the
      * check hands back the governing minimum and exempt level,
      * the pay reduced to an hourly rate and an annual salary,
      * and the result byte the caller tests.
       01  minimum-wage-request.
           02  mq-state-code      pic x(02).
           02  mq-locality-code   pic x(04).
           02  mq-as-of-date      pic x(08).
           02  mq-pay-basis       pic x(01).
           02  mq-pay-rate        pic 9(03)v99.
           02  mq-period-salary   pic 9(05)v99.
           02  mq-pay-frequency   pic x(01).
           02  mq-hourly-minimum  pic 9(02)v99.
           02  mq-exempt-annual   pic 9(07)v99.
           02  mq-effective-rate  pic 9(03)v99.
           02  mq-annual-salary   pic 9(07)v99.
           02  mq-result          pic x(01).
               88  mq-compliant      value "Y".
               88  mq-below-minimum  value "M".
               88  mq-below-exempt   value "E".
