      * one salesperson's commission plan, one line per rep on
      * commplan.dat -- the figures the sales managers used to
      * carry in their spreadsheet.  the tiers are marginal and
      * run in order: net sales up to the first tier's percent of
      * quota earn its rate, the sales above that up to the next
      * tier's percent earn the next rate, and so on.  a tier
      * ending at zero percent is open-ended and is the last one
      * used; with no quota keyed every sale earns tier 1's rate.
      * rates are fractions -- .0500 is five percent.
       01  commission-plan-record.
           02  cp-employee-id        pic x(05).
           02  cp-plan-code          pic x(04).
           02  cp-quota              pic 9(07)v99.
           02  cp-tier occurs 4 times.
               03  cp-tier-to-pct    pic 9(03).
               03  cp-tier-rate      pic v9999.
      * the draw -- the least the rep is paid for the period.  a
      * recoverable draw paid over what was earned is owed back
      * out of later commission; a non-recoverable one is not.
           02  cp-draw-amount        pic 9(05)v99.
           02  cp-draw-type          pic x(01).
               88  cp-draw-recoverable     value "R".
               88  cp-draw-nonrecoverable  value "N", " ".
