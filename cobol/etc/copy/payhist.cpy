           02  ph-pay-method         pic x(01).
               88  ph-by-check          value "C".
               88  ph-by-deposit        value "D".
               88  ph-by-pay-card       value "P".
               88  ph-held              value "H".
           02  ph-check-number       pic 9(08).
           02  ph-nacha-trace        pic x(15).
      * total -- carried so a void or backout can rewind the
      * deferral-limit accumulator along with everything else
           02  ph-401k-deferral      pic 9(05)v99.
      * where ph-state-tax went when the hours crossed state lines
      * -- state, wages allocated and tax withheld, resident state
      * first.  a void or backout rewinds the ytd state entries
      * from these; a record from before the split reads back
      * spaces and is taken as all resident-state money.
           02  ph-state-entry occurs 3 times.
               03  ph-st-state-code  pic x(02).
               03  ph-st-wages       pic 9(06)v99.
               03  ph-st-tax         pic 9(06)v99.
      * imputed income taxed with this payment -- group-term life
      * and the rest -- never in gross or net, carried so a
      * backout and the ytd audit can account for it
           02  ph-imputed-gtl        pic 9(05)v99.
           02  ph-imputed-other      pic 9(05)v99.
      * the company that paid it -- a void or backout takes the
      * money back off that company's ytd share even after the
      * employee has transferred.  blank on a record from before
      * the field existed, which the readers take as the
      * employee's current company.
           02  ph-company-code       pic x(02).
