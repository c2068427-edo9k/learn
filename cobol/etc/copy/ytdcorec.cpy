      * year-to-date accumulators for one employee under one
      * employer -- ytdmast.dat keeps the employee's all-employer
      * totals (the 401(k) limit and the pay-swing check are the
      * person's, not the company's), and ytdcomp.dat keeps the
      * same figures split by the company that paid them, so a
      * transfer between entities files each entity's share under
      * its own ein and the wage bases restart with the new
      * employer.  the body is the ytd-record layout byte for
      * byte, so a reader moves yc-ytd-image to ytd-record and
      * runs the same paragraphs it always ran on the person's
      * record -- the filler below has to stay the length of
      * ytd-record less its employee id.  keyed company first, so
      * a reader walking the file meets each entity's people
      * together.
       01  ytd-company-record.
           02  yc-key.
               03  yc-company-code   pic x(02).
               03  yc-employee-id    pic x(05).
           02  filler                pic x(430).
       01  ytd-company-image.
           02  filler                pic x(02).
           02  yc-ytd-image          pic x(435).
