      * union wage scale -- one row per labor code, step and
      * effective period, the rate the contract pays at that
      * step from that period on.  a general increase is a new
      * set of rows for the labor code at a later effective
      * period; the rows already on the file stay as the record
      * of what the scale paid before.
       01  wage-scale-record.
           02  wg-labor-code         pic x(03).
           02  wg-step               pic 9(02).
           02  wg-effective-period   pic x(06).
           02  wg-step-rate          pic 9(03)v99.
