      * the request block every program passes to the shared
      * per-company ytd poster, with its own ytd-record as the
      * second parameter.  r reads the paying company's figures
      * the employer wage-base tests run against; p posts the
      * difference between the before image (ytd-record as read,
      * moved here before anything was added to it) and the
      * record as rewritten onto the company's share; c closes
      * the file at the end of the caller's run.  a blank or
      * unknown company code is the primary company, handed back
      * resolved.
       01  ytd-company-request.
           02  yq-function        pic x(01).
               88  yq-read            value "R".
               88  yq-post            value "P".
               88  yq-close           value "C".
           02  yq-company-code    pic x(02).
           02  yq-co-ytd-gross    pic 9(07)v99.
      * gross plus the imputed income -- what social security
      * wages are measured on
           02  yq-co-fica-wages   pic 9(07)v99.
           02  yq-result          pic x(01).
               88  yq-ok              value "Y".
           02  yq-before-image    pic x(435).
