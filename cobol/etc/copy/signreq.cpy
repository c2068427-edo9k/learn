      * the request block every program passes to the shared
      * sign-on subprogram -- who keyed what, which authorization
      * the caller needs (r=run payroll, c=key corrections,
      * l=release holds, a=admin operators, s=view sensitive data,
      * h=human resources eeo data, blank=identity only),
      * and the caller's name for the run-log lines the sign-on
      * writes.  the result byte is the only thing the caller
      * tests.
