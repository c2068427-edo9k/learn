               88  em-pay-monthly       value "M".
      * direct-deposit enrollment -- when em-dd-indicator is "Y"
      * the run generates a nacha entry for this employee instead
      * of a paper check.  "P" pays onto a pay card instead: the
      * routing is the card provider's and the account is the
      * card's account reference with the provider, and the net
      * goes out on the provider's own funding file.
           02  em-dd-indicator       pic x(01).
               88  em-is-direct-deposit value "Y".
               88  em-is-pay-card       value "P".
           02  em-dd-routing         pic x(09).
           02  em-dd-account         pic x(17).
      * employment status -- maintained by the empmaint program.
      * primary company, which is what every record keyed before
      * the field existed belongs to.
           02  em-company-code       pic x(02).
      * union wage-scale position -- the step on the labor code's
      * scale this employee is paid at, and the date the next
      * step comes due (the hire-date anniversary).  zero step is
      * off the scale; the batch step program advances and
      * reprices everyone else.
           02  em-wage-step          pic 9(02).
           02  em-next-step-date     pic x(08).
      * pay-card activation -- a new or changed card sits through
      * the same prenote window a deposit allocation does.  the
      * run sends the zero-dollar prenote and stamps the date,
      * pays by check until the window passes without a return,
      * then marks the card active.  empmaint resets both when the
      * card is enrolled or its routing or account changes.
           02  em-card-status        pic x(01).
               88  em-card-active       value "A".
           02  em-card-prenote-date  pic x(08).
      * ssa verification -- the date of birth goes on the bulk
      * verification request with the name and ssn.  the submit
      * step marks what it sent "S", the results step marks each
      * one verified or mismatched with the ssa's result code, and
      * empmaint puts the status back to blank whenever the ssn,
      * name or birth date is rekeyed, so only records added or
      * changed since the last submission go again.
           02  em-birth-date         pic x(08).
           02  em-ssn-verify-status  pic x(01).
               88  em-ssn-unverified    value " ".
               88  em-ssn-submitted     value "S".
               88  em-ssn-verified      value "V".
               88  em-ssn-mismatch      value "M".
           02  em-ssn-result-code    pic x(01).
      * eeo-1 self-identification, keyed in empmaint by an
      * operator with human resources authorization and shown on
      * no other screen or print -- only the annual eeo-1 report
      * reads it, and only as counts.  blank until hr keys it.
           02  em-eeo-data.
               03  em-eeo-sex        pic x(01).
                   88  em-eeo-male      value "M".
                   88  em-eeo-female    value "F".
      * h=hispanic or latino, and of those not:  w=white,
      * b=black or african american, p=native hawaiian or other
      * pacific islander, a=asian, i=american indian or alaska
      * native, t=two or more races
               03  em-eeo-race       pic x(01).
                   88  em-eeo-race-valid
                         value "H" "W" "B" "P" "A" "I" "T".
      * the eeo-1 job categories in the form's order, a through
      * j:  executive/senior officials and managers, first/mid
      * officials and managers, professionals, technicians, sales
      * workers, administrative support, craft workers,
      * operatives, laborers and helpers, service workers
               03  em-eeo-job-category pic x(01).
                   88  em-eeo-job-valid
                         value "A" thru "J".
