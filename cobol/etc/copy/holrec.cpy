      * company holiday calendar -- one row per holiday per legal
      * entity.  the run pays eligible hourly employees the
      * holiday hours automatically in the pay period whose dates
      * take in the holiday, and prices any hours worked on the
      * holiday at the premium multiplier instead of straight
      * time.  blank company is every company on the file.
       01  holiday-record.
           02  hd-company-code       pic x(02).
           02  hd-holiday-date       pic x(08).
           02  hd-description        pic x(20).
      * hours of holiday pay an eligible employee is paid
           02  hd-holiday-hours      pic 9(02)v9.
      * eligibility -- days of service off em-hire-date as of the
      * holiday (zero is everyone), and up to five labor codes
      * the holiday is paid to (all blank is every labor code).
      * only active employees are ever paid a holiday.
           02  hd-min-service-days   pic 9(03).
           02  hd-labor-code         pic x(03) occurs 5 times.
      * what an hour worked on the holiday pays, as a multiple of
      * the straight-time rate -- zero takes the 1.5 default
           02  hd-premium-multiplier pic 9v999.
