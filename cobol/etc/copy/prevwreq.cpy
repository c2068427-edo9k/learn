      * the request block the payroll run and the certified
      * payroll statement pass to the shared prevailing-wage
      * lookup -- the project, the worker's classification and the
      * date to price.  the lookup hands back the determination in
      * effect, what our plans provide an hour against its fringe,
      * the fringe still owed an hour as cash, and the result byte
      * the caller tests.
       01  prevailing-wage-request.
           02  pv-project          pic x(06).
           02  pv-labor-class      pic x(03).
           02  pv-as-of-date       pic x(08).
           02  pv-effective-date   pic x(08).
           02  pv-base-rate        pic 9(03)v99.
           02  pv-fringe-rate      pic 9(03)v99.
           02  pv-plan-credit      pic 9(03)v99.
           02  pv-cash-fringe      pic 9(03)v99.
           02  pv-result           pic x(01).
               88  pv-covered          value "Y".
               88  pv-not-covered      value "N".
               88  pv-class-missing    value "X".
