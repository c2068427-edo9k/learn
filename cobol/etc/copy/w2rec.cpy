      * one w-2 record per employee per paying company, built at
      * year end from the ytd accumulation files -- one row of
      * wages and withholding instead of hand-summing 52 register
      * printouts.
       01  w2-record.
           02  w2-employee-id     pic x(05).
           02  w2-ssn             pic x(09).
           02  w2-fed-tax         pic 9(07)v99.
           02  w2-state-tax       pic 9(07)v99.
           02  w2-fica-tax        pic 9(07)v99.
      * box 15-17 detail -- state wages and withholding for each
      * state the employee earned in, off the ytd state entries.
      * w2-state-tax above stays the all-states total.
           02  w2-state-entry occurs 6 times.
               03  w2-st-state-code pic x(02).
               03  w2-st-wages      pic 9(07)v99.
               03  w2-st-tax        pic 9(07)v99.
      * box 12 -- code c and the taxable cost of group-term life
      * over $50,000 out of the imputed income; blank code when
      * there is none.  the vehicle value has no code of its own
      * and shows only inside the box 1, 3 and 5 wages.
           02  w2-box12-code      pic x(02).
           02  w2-box12-amount    pic 9(07)v99.
      * the filing entity -- an employee who transferred during
      * the year has one w-2 from each company that paid them
           02  w2-company-code    pic x(02).
