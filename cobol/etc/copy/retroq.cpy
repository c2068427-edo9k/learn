      * a backdated rate change waiting on retroactive pay -- the
      * batch programs that reprice employees queue one line per
      * employee here instead of leaving payroll a note, and
      * retropay works the queue with the same terms an operator
      * would key: the old and new rate and the periods affected.
       01  retro-queue-record.
           02  rq-employee-id        pic x(05).
           02  rq-old-rate           pic 9(03)v99.
           02  rq-new-rate           pic 9(03)v99.
           02  rq-from-period        pic x(06).
           02  rq-thru-period        pic x(06).
           02  rq-queued-date        pic x(08).
      * the program that queued it, for the retro proof sheet
           02  rq-source             pic x(08).
