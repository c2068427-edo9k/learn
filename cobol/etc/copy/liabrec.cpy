      * one entry on the payroll liability subledger -- an accrual
      * posted from a gl file (the run's extracts, a release, a
      * void, a retro or a backout) or a remittance made against
      * it (an ap voucher set or one keyed by hand).  each entry
      * belongs to one company's liability account and, where the
      * liability has more than one payee, to one payee: the
      * garnishment payee, the deduction code or the locality.
      * fed, state and fica withholding, the employer taxes, the
      * carrier and the provider carry a blank payee.  before this
      * file only the federal deposits were tracked to zero, and
      * every other payable was reconciled on a spreadsheet.
       01  liability-ledger-record.
           02  lg-company-code       pic x(02).
           02  lg-account            pic x(06).
           02  lg-remit-type         pic x(04).
           02  lg-payee-key          pic x(10).
           02  lg-entry-type         pic x(01).
               88  lg-accrual           value "A".
               88  lg-remittance        value "R".
           02  lg-entry-date         pic x(08).
      * the gl source letters for an accrual; APV for an ap
      * voucher set, KEY for a remittance keyed by hand
           02  lg-source             pic x(03).
           02  lg-pay-period         pic x(06).
      * the posting batch an accrual came from, or the voucher or
      * confirmation number of a remittance -- what keeps the same
      * file from being posted twice
           02  lg-reference          pic x(20).
           02  lg-amount             pic 9(09)v99.
      * minus marks an entry that reduces what is owed -- every
      * remittance, and an accrual backed out by a void or backout
           02  lg-sign               pic x(01).
