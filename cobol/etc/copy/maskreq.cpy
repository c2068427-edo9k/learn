      * the request block every program passes to the shared
      * masking check before an ssn or bank account number goes to
      * paper or the screen -- the value, and whether the caller
      * has signed on an operator holding the view-sensitive-data
      * authorization and wants the full value shown.  the check
      * hands back the value to show: the last four characters
      * with everything ahead of them starred out, or the whole
      * value, logged to runlog.dat under the operator, program,
      * employee and caption given here.
       01  mask-request.
           02  mk-value           pic x(17).
           02  mk-show-full       pic x(01).
               88  mk-full-requested value "Y".
           02  mk-operator-id     pic x(10).
           02  mk-program-name    pic x(12).
           02  mk-employee-id     pic x(05).
           02  mk-caption         pic x(08).
           02  mk-shown           pic x(17).
