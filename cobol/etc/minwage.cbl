       identification division.
       program-id. payminwage.
       author. charles r. martin.
       date-written. 2026-sep-08.
      * the one minimum-wage check for the suite, called by the
      * payroll run, employee maintenance and the compliance
      * report so the three can never disagree about what is
      * legal.  the governing minimum is the highest of the
      * federal, state and locality rows in effect on the asked
      * date -- each level's latest row on or before it -- and the
      * exempt level the highest non-zero exempt figure among the
      * same rows.  an hourly employee is tested at the master
      * rate; a salaried one at the period salary spread over a
      * 40-hour week, and the salary annualized against the
      * exempt level.  minwage.dat is read into storage on the
      * first call and kept for the caller's whole run.  a table
      * with no federal row in effect -- or no table at all -- is
      * held to the compiled federal figures.
       environment division.
       input-output section.
       file-control.
           select minimum-wage-file
             assign to "minwage.dat"
               organization is line sequential
               file status is minimum-wage-status.
       data division.
       file section.
       fd minimum-wage-file.
           copy minwrec.
       working-storage section.
       01 minimum-wage-status pic x(02).
       01 minimum-wage-eof    pic x(01).
           88 minimum-wage-eof-reached value "T".
       01 table-loaded-switch pic x(01) value "N".
           88 table-is-loaded     value "Y".
      * the federal flsa figures -- hourly floor and the exempt
      * salary level -- for a site with no table keyed
       77 federal-minimum     pic 9(02)v99 value 7.25.
       77 federal-exempt      pic 9(07)v99 value 35568.00.
       01 minimum-wage-table.
           02 mwt-entry occurs 200 times.
               03 mwt-state-code    pic x(02).
               03 mwt-locality-code pic x(04).
               03 mwt-effective-date pic x(08).
               03 mwt-hourly-minimum pic 9(02)v99.
               03 mwt-exempt-annual pic 9(07)v99.
       77 minimum-wage-max    pic 9(03) value 200.
       01 mwt-count           pic 9(03) usage comp value zero.
       01 mwt-idx             pic 9(03) usage comp.
      * the latest row found so far at each level -- 1 federal,
      * 2 state, 3 locality
       01 level-table.
           02 lvl-entry occurs 3 times.
               03 lvl-date       pic x(08).
               03 lvl-minimum    pic 9(02)v99.
               03 lvl-exempt     pic 9(07)v99.
       01 lvl-idx             pic 9(02) usage comp.
       01 row-level           pic 9(02) usage comp.
      * the same periods-a-year and weeks-a-period figures the run
      * scales by -- weekly for any code not carried here
       01 pay-freq-table-values.
           02 filler pic x(01) value "W".
           02 filler pic 9(02) value 52.
           02 filler pic 9v999 value 1.000.
           02 filler pic x(01) value "B".
           02 filler pic 9(02) value 26.
           02 filler pic 9v999 value 2.000.
           02 filler pic x(01) value "M".
           02 filler pic 9(02) value 12.
           02 filler pic 9v999 value 4.333.
       01 pay-freq-table redefines pay-freq-table-values.
           02 pf-entry occurs 3 times.
               03 pf-code           pic x(01).
               03 pf-periods-per-year pic 9(02).
               03 pf-week-factor    pic 9v999.
       77 pay-freq-table-size pic 9(02) value 3.
       01 pf-idx              pic 9(02) usage comp.
       01 periods-per-year    pic 9(02) usage comp.
       01 pay-period-factor   pic 9v999 usage comp.
       77 standard-week-hours pic 9(02) value 40.
       linkage section.
           copy minwreq.
       procedure division using minimum-wage-request.
       begin.
           if not table-is-loaded then
             perform load-minimum-wage-table
           end-if
           perform find-governing-rows
           perform price-the-pay
           move "Y" to mq-result
           if mq-effective-rate < mq-hourly-minimum then
             move "M" to mq-result
           else
             if mq-pay-basis = "S"
                 and mq-annual-salary < mq-exempt-annual then
               move "E" to mq-result
             end-if
           end-if
           goback.
       load-minimum-wage-table.
           move "Y" to table-loaded-switch
           open input minimum-wage-file
           if minimum-wage-status = "00" then
             move "N" to minimum-wage-eof
             perform load-one-minimum-wage with test before
               until minimum-wage-eof-reached
             close minimum-wage-file
           end-if
           .
       load-one-minimum-wage.
           read minimum-wage-file
             at end move "T" to minimum-wage-eof
           end-read
           if not minimum-wage-eof-reached then
             if mwt-count < minimum-wage-max then
               add 1 to mwt-count
               move mw-state-code to mwt-state-code (mwt-count)
               move mw-locality-code to mwt-locality-code (mwt-count)
               move mw-effective-date
                 to mwt-effective-date (mwt-count)
               if mw-hourly-minimum is numeric then
                 move mw-hourly-minimum
                   to mwt-hourly-minimum (mwt-count)
               else
                 move zero to mwt-hourly-minimum (mwt-count)
               end-if
               if mw-exempt-annual is numeric then
                 move mw-exempt-annual
                   to mwt-exempt-annual (mwt-count)
               else
                 move zero to mwt-exempt-annual (mwt-count)
               end-if
             else
               display "*** MORE THAN " minimum-wage-max " MINIMUM "
                 "WAGE ROWS -- REST IGNORED ***"
               move "T" to minimum-wage-eof
             end-if
           end-if
           .
       find-governing-rows.
           perform clear-one-level varying lvl-idx
             from 1 by 1 until lvl-idx > 3
           move "00000000" to lvl-date (1)
           move federal-minimum to lvl-minimum (1)
           move federal-exempt to lvl-exempt (1)
           perform check-one-row varying mwt-idx
             from 1 by 1 until mwt-idx > mwt-count
           move zero to mq-hourly-minimum mq-exempt-annual
           perform take-one-level varying lvl-idx
             from 1 by 1 until lvl-idx > 3
           .
       clear-one-level.
           move spaces to lvl-date (lvl-idx)
           move zero to lvl-minimum (lvl-idx) lvl-exempt (lvl-idx)
           .
      * which level, if any, this row speaks for -- and whether it
      * is the latest one in effect at that level
       check-one-row.
           move zero to row-level
           evaluate true
             when mwt-effective-date (mwt-idx) > mq-as-of-date
               continue
             when mwt-state-code (mwt-idx) = "US"
                 and mwt-locality-code (mwt-idx) = spaces
               move 1 to row-level
             when mwt-state-code (mwt-idx) = mq-state-code
                 and mwt-locality-code (mwt-idx) = spaces
               move 2 to row-level
             when mwt-state-code (mwt-idx) = mq-state-code
                 and mq-locality-code not = spaces
                 and mwt-locality-code (mwt-idx) = mq-locality-code
               move 3 to row-level
           end-evaluate
           if row-level not = zero then
             if lvl-date (row-level) = spaces
                 or mwt-effective-date (mwt-idx)
                   >= lvl-date (row-level) then
               move mwt-effective-date (mwt-idx)
                 to lvl-date (row-level)
               move mwt-hourly-minimum (mwt-idx)
                 to lvl-minimum (row-level)
               move mwt-exempt-annual (mwt-idx)
                 to lvl-exempt (row-level)
             end-if
           end-if
           .
       take-one-level.
           if lvl-minimum (lvl-idx) > mq-hourly-minimum then
             move lvl-minimum (lvl-idx) to mq-hourly-minimum
           end-if
           if lvl-exempt (lvl-idx) > mq-exempt-annual then
             move lvl-exempt (lvl-idx) to mq-exempt-annual
           end-if
           .
      * the pay as an hourly rate and as an annual salary
       price-the-pay.
           move 52 to periods-per-year
           move 1.000 to pay-period-factor
           perform find-pay-freq-entry varying pf-idx
             from 1 by 1 until pf-idx > pay-freq-table-size
           if mq-pay-basis = "S" then
             compute mq-effective-rate = mq-period-salary
               / (standard-week-hours * pay-period-factor)
             compute mq-annual-salary =
               mq-period-salary * periods-per-year
           else
             move mq-pay-rate to mq-effective-rate
             compute mq-annual-salary = mq-pay-rate
               * standard-week-hours * 52
           end-if
           .
       find-pay-freq-entry.
           if pf-code (pf-idx) = mq-pay-frequency then
             move pf-periods-per-year (pf-idx) to periods-per-year
             move pf-week-factor (pf-idx) to pay-period-factor
           end-if
           .
       end program payminwage.
