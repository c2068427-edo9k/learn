      * one project or cost center the timecards can charge hours
      * to, and the legal entity whose books it belongs to.  when
      * an employee of one company works a project another company
      * owns, the run posts the wages and the employer taxes on
      * them to the owner's gl extract and balances both sides
      * with intercompany due-to / due-from lines, so the owner's
      * books see the labor without a month-end journal entry.  a
      * project not on the file -- or no file at all -- belongs to
      * whoever paid the employee, which is how every cost center
      * posted before the file existed.
       01  project-control-record.
           02  pj-project            pic x(06).
           02  pj-company-code       pic x(02).
           02  pj-project-name       pic x(25).
