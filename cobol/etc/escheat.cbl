           read check-register-in
             at end move "T" to register-eof
           end-read
      * a pay-card load is on the register under number zero with
      * nothing for the bank to pay -- it never enters the table
           if not register-eof-reached and not cr-pay-card then
             perform find-register-entry
             if rg-found-idx not = zero then
               move cr-status to rg-status (rg-found-idx)
           move run-date-raw to pp-issue-date
           move zero to pp-amount
           move rg-payee (rg-idx) to pp-payee
           move "V" to pp-status
           write positive-pay-record
           .
       print-escheat-detail.
