      * one eeo-1 establishment -- the physical location a
      * department works out of, as the eeo-1 reports it.  hr keys
      * eeoestab.dat, a row per department that sits somewhere
      * other than the company's headquarters; the company's row
      * with a blank department is its headquarters, where every
      * department without a row of its own is counted.
       01  eeo-establishment-record.
           02  es-company-code      pic x(02).
           02  es-department        pic x(04).
      * the establishment's id on the eeo-1 -- the unit number the
      * filing system knows it by
           02  es-unit-id           pic x(10).
           02  es-name              pic x(30).
           02  es-street            pic x(25).
           02  es-city              pic x(15).
           02  es-state             pic x(02).
           02  es-zip               pic x(10).
