      * employee's direct-deposit enrollment is switched off so
      * the next run cuts paper, a replacement check goes out
      * through the normal numbering path for the returned net,
      * and payroll gets a returns report.  a pay-card load the
      * provider sends back is handled the same way -- the card
      * enrollment goes off with it.  a noc entry instead
      * applies the bank's corrected routing or account to the
      * employee master.  master-file changes land on the same
      * audit file the maintenance program writes.
             at end move "T" to history-eof
           end-read
           if not history-eof-reached then
             if (ph-by-deposit or ph-by-pay-card)
                 and ph-nacha-trace = rt-original-trace then
               move "Y" to match-switch
               move ph-employee-id to matched-employee
           .
      * a return means the money came back -- switch the employee
      * to paper so the next run doesn't bounce again, and cut the
      * replacement check for the returned net right now.  a card
      * that comes back loses its activation too, so a re-enrolled
      * card has to survive a fresh prenote.
       apply-returned-entry.
           move employee-master-record to before-image
           move "N" to em-dd-indicator
           move space to em-card-status
           move spaces to em-card-prenote-date
           rewrite employee-master-record
           perform write-audit-record-return
           perform print-replacement-check
           multiply ph-net-pay by 100 giving pospay-amount-cents
           move pospay-amount-cents to pp-amount
           move em-employee-name to pp-payee
           move "I" to pp-status
           write positive-pay-record
           .
      * the replacement files on the history beside the returned
