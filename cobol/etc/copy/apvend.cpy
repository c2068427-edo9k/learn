      * which accounts payable vendor each remittance payee is --
      * keyed by hand, one row per remittance type and payee: the
      * garnishment payee id off the order, the deduction code,
      * the locality code, or blank for the one health carrier and
      * the one 401(k) provider.  the due days count from the
      * period's check date.  a payee with no row is vouchered
      * under its own payee key and flagged on the control report
      * for ap to set up.
       01  ap-vendor-record.
           02  vn-remit-type         pic x(04).
           02  vn-payee-key          pic x(10).
           02  vn-vendor-id          pic x(10).
           02  vn-vendor-name        pic x(25).
           02  vn-due-days           pic 9(03).
