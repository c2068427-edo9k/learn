           02  pp-issue-date      pic x(08).
           02  pp-amount          pic 9(10).
           02  pp-payee           pic x(25).
      * what the line tells the bank about the number -- i=issued,
      * pay it; v=voided, s=spoiled stock, refuse it either way.
      * the zero amount on a void or spoil line stays as well, for
      * a bank load that only reads the amount.
           02  pp-status          pic x(01).
               88  pp-issued         value "I".
               88  pp-voided         value "V".
               88  pp-spoiled        value "S".
