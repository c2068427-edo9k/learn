      * one rep's commission for one sales period, exactly as it
      * was figured -- the sales, the plan and tiers applied, the
      * draw netting and the balance carried forward.  appended
      * by each commission calculation and never rewritten, so a
      * disputed figure is answered from here and the statement,
      * and the next period's prior draw balance is the last line
      * on file for the rep.
       01  commission-history-record.
           02  ch-employee-id        pic x(05).
           02  ch-sales-period       pic x(06).
           02  ch-plan-code          pic x(04).
           02  ch-gross-sales        pic 9(08)v99.
           02  ch-returns            pic 9(08)v99.
           02  ch-net-sales          pic 9(08)v99.
           02  ch-quota              pic 9(07)v99.
           02  ch-tier occurs 4 times.
               03  ch-tier-sales     pic 9(08)v99.
               03  ch-tier-rate      pic v9999.
           02  ch-commission-earned  pic 9(07)v99.
           02  ch-prior-draw-balance pic 9(07)v99.
           02  ch-draw-recovered     pic 9(07)v99.
           02  ch-draw-amount        pic 9(05)v99.
           02  ch-amount-paid        pic 9(07)v99.
           02  ch-draw-balance       pic 9(07)v99.
           02  ch-calc-date          pic x(08).
           02  ch-operator           pic x(10).
