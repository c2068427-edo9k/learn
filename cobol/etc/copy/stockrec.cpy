      * one line of the blank check-stock journal, chkstock.dat.
      * every piece of numbered stock is accounted for from the
      * day it arrives to the day it prints: r=a shipment of stock
      * received from the printer, l=the serial range put in the
      * check printer for a run, c=the numbers a program actually
      * printed onto it.  received and loaded lines are keyed in
      * stockmaint; the payroll run and the spoiled-check reprint
      * write the consumed lines.  the reconciliation proves each
      * load out as issued + spoiled + unused with no gaps, which
      * is the accounting the auditors ask for.
       01  check-stock-record.
           02  cs-entry-type        pic x(01).
               88  cs-received         value "R".
               88  cs-loaded           value "L".
               88  cs-consumed         value "C".
      * stock is printed with the company's bank account on it,
      * so every range belongs to one legal entity
           02  cs-company-code      pic x(02).
           02  cs-entry-date        pic x(08).
           02  cs-first-serial      pic 9(08).
           02  cs-last-serial       pic 9(08).
      * who wrote the line -- stk for a keyed receipt or load, pay
      * for the payroll run, rpr for the spoiled-check reprint
           02  cs-source            pic x(03).
           02  cs-operator          pic x(10).
