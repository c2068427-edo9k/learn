      * one imputed-income enrollment, keyed by employee and
      * income code -- a taxable fringe benefit that is never paid
      * in cash.  accounting works out the per-period value (the
      * irs table cost of group-term life coverage over $50,000,
      * the personal-use share of a company vehicle) and keys it
      * here with the impmaint program; the payroll run adds it to
      * the wages fed, state and fica are figured on every period
      * the employee is paid, without a cent of it reaching the
      * net.  before this file it was caught up once a year on a
      * december off-cycle check.
       01  imputed-income-record.
           02  ii-key.
               03  ii-employee-id    pic x(05).
               03  ii-imputed-code   pic x(04).
      * gtl reports in w-2 box 12 code c; the vehicle value only
      * rides inside the box 1, 3 and 5 wages
                   88  ii-is-gtl        value "GTL ".
                   88  ii-is-vehicle    value "AUTO".
                   88  ii-code-valid    value "GTL ", "AUTO".
           02  ii-period-amount      pic 9(05)v99.
           02  ii-status             pic x(01).
               88  ii-active            value "A".
               88  ii-stopped           value "S".
