           read check-register-in
             at end move "T" to register-eof
           end-read
      * a pay-card load is on the register under number zero with
      * nothing for the bank to pay -- it never enters the table
           if not register-eof-reached and not cr-pay-card then
             perform find-register-entry
             if rg-found-idx not = zero then
               move cr-status to rg-status (rg-found-idx)
               move "PAID AGAINST A VOIDED NUMBER"
                 to exd-reason
               perform report-bank-exception
             when rg-status (rg-found-idx) = "S"
               add 1 to not-issued-count
               move "PAID AGAINST A SPOILED NUMBER"
                 to exd-reason
               perform report-bank-exception
             when rg-status (rg-found-idx) = "C"
               add 1 to not-issued-count
               move "ALREADY CLEARED -- PAID TWICE?"
