           02  rw-suta            pic 9(6)v99.
           02  rw-supp            pic 9(6)v99.
           02  rw-ovr-recovered   pic 9(6)v99.
      * holiday pay -- its own wages expense line beside the
      * cost-center wages, which exclude it
           02  rw-holiday         pic 9(6)v99.
