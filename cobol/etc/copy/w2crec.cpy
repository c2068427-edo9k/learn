      * one w-2c filed for one employee under one company for a
      * closed tax year -- the corrected figures as they went to
      * the ssa.  appended each time corrections are filed, and
      * read back as the previously reported figures the next
      * time, so a change already corrected is never filed again
      * and a second change to the same employee corrects from
      * the last w-2c rather than from the original w-2.
       01  w2-correction-record.
           02  wc-tax-year           pic x(04).
           02  wc-company-code       pic x(02).
           02  wc-employee-id        pic x(05).
           02  wc-ssn                pic x(09).
           02  wc-filed-date         pic x(08).
      * the boxes as corrected -- 1, 2, 3 (social security wages
      * after the base), the fica tax, box 12 code c, and 16/17
      * for each state
           02  wc-figures.
               03  wc-wages          pic 9(07)v99.
               03  wc-fed-tax        pic 9(07)v99.
               03  wc-fica-wages     pic 9(07)v99.
               03  wc-fica-tax       pic 9(07)v99.
               03  wc-box12-amount   pic 9(07)v99.
               03  wc-state-entry occurs 6 times.
                   04  wc-st-state-code pic x(02).
                   04  wc-st-wages      pic 9(07)v99.
                   04  wc-st-tax        pic 9(07)v99.
