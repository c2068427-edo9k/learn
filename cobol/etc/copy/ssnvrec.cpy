      * one record on the ssa bulk ssn verification exchange --
      * the submit step writes the request, and the results file
      * comes back from the ssa in the same layout with the
      * verification code and death indicator filled in.  the
      * user control field is ours and comes back untouched: it
      * carries the employee id, so a result finds its master
      * record without matching on the ssn the ssa is questioning.
       01  ssn-verify-record.
           02  sv-ssn                pic x(09).
           02  sv-record-type        pic x(03).
           02  sv-first-name         pic x(13).
           02  sv-middle-name        pic x(15).
           02  sv-last-name          pic x(20).
           02  sv-name-suffix        pic x(04).
      * mmddyyyy as the ssa takes it -- blank when the master has
      * no birth date, which the ssa verifies on name alone
           02  sv-birth-date         pic x(08).
           02  sv-gender             pic x(01).
           02  filler                pic x(08).
           02  sv-user-control.
               03  sv-employee-id    pic x(05).
               03  sv-company-code   pic x(02).
               03  filler            pic x(08).
      * blank or 0 verified; 1 through 6 is the ssa's reason the
      * name, ssn and birth date did not agree
           02  sv-verify-code        pic x(01).
               88  sv-verified          value " ", "0".
      * y -- the ssa shows the number holder as deceased
           02  sv-death-indicator    pic x(01).
               88  sv-reported-deceased value "Y".
           02  filler                pic x(33).
