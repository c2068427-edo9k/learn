               88  cr-issued         value "I".
               88  cr-voided         value "V".
               88  cr-cleared        value "C".
      * p=loaded to a pay card -- no check number (zero) and
      * nothing for the bank to clear, listed so the register
      * still shows every payment that did not go to a bank
      * account
               88  cr-pay-card       value "P".
      * s=spoiled -- the form jammed or misprinted and never left
      * the building.  the payment itself stands and was reprinted
      * under a new number; only the piece of stock is dead, so it
      * is kept apart from a voided payment.
               88  cr-spoiled        value "S".
