       identification division.
       program-id. payprevwage.
       author. charles r. martin.
       date-written. 2026-sep-23.
      * the one prevailing-wage lookup for the suite, called by the
      * payroll run as it prices a card's project hours and by the
      * certified payroll statement as it prints them, so the check
      * and the sworn statement are figured off the same rows.  the
      * determination for a project and classification is the
      * latest row on or before the asked date.  a project with no
      * row in effect is not covered; a covered project with no row
      * for the worker's classification comes back flagged so the
      * caller can say so rather than quietly pay the master rate.
      * the plan credit is the classification's blank-project row
      * in effect on the same date, and the cash fringe is whatever
      * of the determination's fringe it leaves unpaid.
      * prevwage.dat is read into storage on the first call and
      * kept for the caller's whole run -- no file, no covered
      * projects.
       environment division.
       input-output section.
       file-control.
           select prevailing-wage-file
             assign to "prevwage.dat"
               organization is line sequential
               file status is prevailing-wage-status.
       data division.
       file section.
       fd prevailing-wage-file.
           copy prevwrec.
       working-storage section.
       01 prevailing-wage-status pic x(02).
       01 prevailing-wage-eof pic x(01).
           88 prevailing-wage-eof-reached value "T".
       01 table-loaded-switch pic x(01) value "N".
           88 table-is-loaded     value "Y".
       01 prevailing-wage-table.
           02 pwt-entry occurs 500 times.
               03 pwt-project        pic x(06).
               03 pwt-labor-class    pic x(03).
               03 pwt-effective-date pic x(08).
               03 pwt-base-rate      pic 9(03)v99.
               03 pwt-fringe-rate    pic 9(03)v99.
       77 prevailing-wage-max pic 9(03) value 500.
       01 pwt-count           pic 9(03) usage comp value zero.
       01 pwt-idx             pic 9(03) usage comp.
      * the latest credit row found so far for the classification
       01 credit-date         pic x(08).
       linkage section.
           copy prevwreq.
       procedure division using prevailing-wage-request.
       begin.
           if not table-is-loaded then
             perform load-prevailing-wage-table
           end-if
           move "N" to pv-result
           move spaces to pv-effective-date credit-date
           move zero to pv-base-rate pv-fringe-rate pv-plan-credit
             pv-cash-fringe
           if pv-project not = spaces then
             perform check-one-row varying pwt-idx
               from 1 by 1 until pwt-idx > pwt-count
           end-if
           if pv-covered then
             if pv-fringe-rate > pv-plan-credit then
               subtract pv-plan-credit from pv-fringe-rate
                 giving pv-cash-fringe
             end-if
           end-if
           goback.
       load-prevailing-wage-table.
           move "Y" to table-loaded-switch
           open input prevailing-wage-file
           if prevailing-wage-status = "00" then
             move "N" to prevailing-wage-eof
             perform load-one-prevailing-wage with test before
               until prevailing-wage-eof-reached
             close prevailing-wage-file
           end-if
           .
       load-one-prevailing-wage.
           read prevailing-wage-file
             at end move "T" to prevailing-wage-eof
           end-read
           if not prevailing-wage-eof-reached then
             if pwt-count < prevailing-wage-max then
               add 1 to pwt-count
               move pw-project to pwt-project (pwt-count)
               move pw-labor-class to pwt-labor-class (pwt-count)
               move pw-effective-date
                 to pwt-effective-date (pwt-count)
               if pw-base-rate is numeric then
                 move pw-base-rate to pwt-base-rate (pwt-count)
               else
                 move zero to pwt-base-rate (pwt-count)
               end-if
               if pw-fringe-rate is numeric then
                 move pw-fringe-rate to pwt-fringe-rate (pwt-count)
               else
                 move zero to pwt-fringe-rate (pwt-count)
               end-if
             else
               display "*** MORE THAN " prevailing-wage-max
                 " PREVAILING WAGE ROWS -- REST IGNORED ***"
               move "T" to prevailing-wage-eof
             end-if
           end-if
           .
      * a row in effect for the project makes it covered; the
      * latest one for the worker's classification sets the
      * rates, and the latest blank-project row for the
      * classification sets the plan credit
       check-one-row.
           evaluate true
             when pwt-effective-date (pwt-idx) > pv-as-of-date
               continue
             when pwt-project (pwt-idx) = spaces
                 and pwt-labor-class (pwt-idx) = pv-labor-class
               if credit-date = spaces
                   or pwt-effective-date (pwt-idx) >= credit-date
                   then
                 move pwt-effective-date (pwt-idx) to credit-date
                 move pwt-fringe-rate (pwt-idx) to pv-plan-credit
               end-if
             when pwt-project (pwt-idx) = pv-project
               if pv-not-covered then
                 move "X" to pv-result
               end-if
               if pwt-labor-class (pwt-idx) = pv-labor-class then
                 if pv-effective-date = spaces
                     or pwt-effective-date (pwt-idx)
                       >= pv-effective-date then
                   move pwt-effective-date (pwt-idx)
                     to pv-effective-date
                   move pwt-base-rate (pwt-idx) to pv-base-rate
                   move pwt-fringe-rate (pwt-idx) to pv-fringe-rate
                   move "Y" to pv-result
                 end-if
               end-if
           end-evaluate
           .
       end program payprevwage.
