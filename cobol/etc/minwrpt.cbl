       identification division.
       program-id. minwagereport.
       author. charles r. martin.
       date-written. 2026-sep-08.
      * minimum-wage compliance report.  when a new minimum is
      * keyed to minwage.dat -- january 1st, or a city's july
      * increase -- this walks the whole master as of the date it
      * takes effect and lists every active employee whose rate,
      * or whose salary spread over a 40-hour week, would fall
      * under it, and every salaried employee whose salary
      * annualizes under the exempt level.  run ahead of the
      * effective date, the rates get fixed in empmaint before
      * the first run that would have to refuse them, instead of
      * payroll hearing about it from a wage claim.  the same
      * shared check the run and empmaint call decides every line.
       environment division.
       input-output section.
       file-control.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is dynamic
               record key is em-employee-id
               file status is empmast-status.
           select compliance-report
             assign to "minwage.prt"
               organization is line sequential.
       data division.
       file section.
       fd empmast.
           copy emprec.
       fd compliance-report.
       01 compliance-print-line  pic x(100).
       working-storage section.
       01 empmast-status    pic x(02).
       01 end-file          pic x.
           88 eof              value "T".
       01 as-of-answer      pic x(08).
       01 as-of-date        pic x(08).
           copy minwreq.
       01 scanned-count     pic 9(05) usage comp value zero.
       01 under-minimum-count pic 9(05) usage comp value zero.
       01 under-exempt-count pic 9(05) usage comp value zero.
       01 report-heading.
           02 filler pic x(38)
             value "MINIMUM WAGE COMPLIANCE -- AS OF".
           02 rh-as-of-date   pic x(08).
       01 report-column-heading.
           02 filler pic x(07) value "EMP".
           02 filler pic x(27) value "NAME".
           02 filler pic x(04) value "ST".
           02 filler pic x(06) value "LOC".
           02 filler pic x(06) value "BASIS".
           02 filler pic x(09) value "  HOURLY".
           02 filler pic x(09) value " MINIMUM".
           02 filler pic x(14) value "     ANNUAL".
           02 filler pic x(18) value "     EXEMPT".
       01 report-detail-line.
           02 rd-employee-id  pic x(05).
           02 filler          pic x(02).
           02 rd-name         pic x(25).
           02 filler          pic x(02).
           02 rd-state        pic x(02).
           02 filler          pic x(02).
           02 rd-locality     pic x(04).
           02 filler          pic x(02).
           02 rd-basis        pic x(01).
           02 filler          pic x(03).
           02 rd-hourly       pic zzz9.99.
           02 filler          pic x(02).
           02 rd-minimum      pic z9.99.
           02 filler          pic x(02).
           02 rd-annual       pic z,zzz,zz9.99.
           02 filler          pic x(02).
           02 rd-exempt       pic z,zzz,zz9.99.
           02 filler          pic x(02).
           02 rd-reason       pic x(14).
       01 report-total-line.
           02 filler pic x(16) value "ACTIVE SCANNED".
           02 rt-scanned      pic zzzz9.
           02 filler pic x(18) value "   UNDER MINIMUM".
           02 rt-under-minimum pic zzzz9.
           02 filler pic x(17) value "   UNDER EXEMPT".
           02 rt-under-exempt pic zzzz9.
       procedure division.
       begin.
           perform initialize-program.
           perform check-one-employee with test before until eof.
           perform clean-up.
           stop run.
      * the date the new minimum takes effect -- blank prices today
       initialize-program.
           display "AS-OF DATE (YYYYMMDD, BLANK FOR TODAY): "
           accept as-of-answer
           if as-of-answer is numeric then
             move as-of-answer to as-of-date
           else
             move function current-date (1:8) to as-of-date
           end-if
           open output compliance-report
           move as-of-date to rh-as-of-date
           move report-heading to compliance-print-line
           write compliance-print-line
           move spaces to compliance-print-line
           write compliance-print-line
           move report-column-heading to compliance-print-line
           write compliance-print-line
           move "N" to end-file
           open input empmast
           if empmast-status not = "00" then
             display "*** NO EMPLOYEE MASTER -- NOTHING TO CHECK ***"
             move "T" to end-file
           else
             move low-values to em-employee-id
             start empmast key not < em-employee-id
               invalid key move "T" to end-file
             end-start
           end-if
           .
      * a terminated or inactive employee is paid nothing more at
      * this rate, so only the active ones are priced
       check-one-employee.
           read empmast next record
             at end move "T" to end-file
           end-read
           if not eof and em-active then
             add 1 to scanned-count
             if em-period-salary is not numeric then
               move zero to em-period-salary
             end-if
             move em-state-code to mq-state-code
             move em-locality-code to mq-locality-code
             move as-of-date to mq-as-of-date
             move em-pay-basis to mq-pay-basis
             move em-pay-rate to mq-pay-rate
             move em-pay-frequency to mq-pay-frequency
             if em-paid-salaried then
               move em-period-salary to mq-period-salary
             else
               move zero to mq-period-salary
             end-if
             call "payminwage" using minimum-wage-request
             if not mq-compliant then
               perform print-employee
             end-if
           end-if
           .
       print-employee.
           move em-employee-id to rd-employee-id
           move em-employee-name to rd-name
           move em-state-code to rd-state
           move em-locality-code to rd-locality
           if em-paid-salaried then
             move "S" to rd-basis
           else
             move "H" to rd-basis
           end-if
           move mq-effective-rate to rd-hourly
           move mq-hourly-minimum to rd-minimum
           move mq-annual-salary to rd-annual
           move mq-exempt-annual to rd-exempt
           if mq-below-minimum then
             move "UNDER MINIMUM" to rd-reason
             add 1 to under-minimum-count
           else
             move "UNDER EXEMPT" to rd-reason
             add 1 to under-exempt-count
           end-if
           move report-detail-line to compliance-print-line
           write compliance-print-line
           .
       clean-up.
           close empmast
           move spaces to compliance-print-line
           write compliance-print-line
           move scanned-count to rt-scanned
           move under-minimum-count to rt-under-minimum
           move under-exempt-count to rt-under-exempt
           move report-total-line to compliance-print-line
           write compliance-print-line
           close compliance-report
           display "ACTIVE SCANNED: " scanned-count
             "  UNDER MINIMUM: " under-minimum-count
             "  UNDER EXEMPT: " under-exempt-count
           if under-minimum-count > zero
               or under-exempt-count > zero then
             move 4 to return-code
           end-if
           .
       end program minwagereport.
