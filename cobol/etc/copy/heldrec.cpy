      * enrollment change can't redirect an already-held check
           02  hp-dd-indicator       pic x(01).
               88  hp-is-direct-deposit value "Y".
               88  hp-is-pay-card       value "P".
           02  hp-dd-routing         pic x(09).
           02  hp-dd-account         pic x(17).
           02  hp-hold-reason        pic x(25).
           02  hp-other-pretax       pic 9(05)v99.
           02  hp-posttax-deductions pic 9(05)v99.
           02  hp-other-arrears-rec  pic 9(05)v99.
      * the state split behind hp-state-tax, resident state first
      * -- carried into the pay history on a release and rewound
      * off the ytd state entries on a cancellation
           02  hp-state-entry occurs 3 times.
               03  hp-st-state-code  pic x(02).
               03  hp-st-wages       pic 9(06)v99.
               03  hp-st-tax         pic 9(06)v99.
      * imputed income the run taxed with this payment -- a
      * cancellation takes it back off the ytd record with the
      * rest of the payment
           02  hp-imputed-gtl        pic 9(05)v99.
           02  hp-imputed-other      pic 9(05)v99.
      * the company the run computed the payment under -- a
      * cancellation takes the money back off that company's ytd
      * share
           02  hp-company-code       pic x(02).
