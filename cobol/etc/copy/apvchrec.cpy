      * the accounts payable interface -- one voucher per payee per
      * company per run for every third-party payable the payroll
      * run withholds, each followed by the detail lines ap
      * attaches to it.  until this file existed the carrier,
      * union, charity, court and city payables were keyed into
      * ap by hand off the remittance extracts, and the double-
      * keyed and missed ones were the audit's favourite finding.
      * the reference is the pay period plus the remittance type
      * and payee, so ap's duplicate-invoice edit catches a
      * voucher set that is loaded twice.
       01  ap-voucher-record.
           02  ap-record-type        pic x(01).
               88  ap-voucher-header    value "H".
               88  ap-voucher-detail    value "D".
           02  ap-company-code       pic x(02).
           02  ap-reference          pic x(20).
           02  ap-body               pic x(90).
      * the voucher itself -- who is paid, when, how much, and the
      * liability account the payment clears
       01  ap-header-view redefines ap-voucher-record.
           02  filler                pic x(23).
           02  aph-vendor-id         pic x(10).
           02  aph-vendor-name       pic x(25).
           02  aph-invoice-date      pic x(08).
           02  aph-due-date          pic x(08).
           02  aph-amount            pic 9(09)v99.
           02  aph-gl-account        pic x(06).
           02  aph-line-count        pic 9(05).
           02  filler                pic x(17).
      * one withholding behind the voucher -- the employee, what
      * it was (case number, ssn, deduction or locality), and the
      * account the line clears, which for the 401(k) provider is
      * the deferral or the match payable line by line
       01  ap-detail-view redefines ap-voucher-record.
           02  filler                pic x(23).
           02  apd-employee-id       pic x(05).
           02  apd-employee-name     pic x(25).
           02  apd-line-reference    pic x(15).
           02  apd-amount            pic 9(07)v99.
           02  apd-gl-account        pic x(06).
      * the remittance type and payee the line was owed to, so the
      * liability subledger can clear the payee it accrued under
           02  apd-remit-type        pic x(04).
           02  apd-payee-key         pic x(10).
           02  filler                pic x(16).
