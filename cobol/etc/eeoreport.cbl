       identification division.
       program-id. eeoreport.
       author. charles r. martin.
       date-written. 2026-oct-09.
      * eeo-1 component 1 workforce report.  every year hr filed
      * the eeo-1 by counting heads off a printed employee list
      * against its own demographic spreadsheet, which never
      * agreed with payroll.  the master now carries each
      * employee's sex, race or ethnicity and eeo-1 job category,
      * keyed in empmaint under human resources authorization,
      * and this program counts them for the workforce snapshot
      * period hr picks -- any pay period in the fourth quarter,
      * as the form allows.
      *
      * the workforce is everyone paid in the snapshot period on a
      * payment pay history still stands behind (a void or a
      * backout since takes it back off), counted once however
      * many payments they had -- less anyone whose termination
      * date falls before the period began, whose late final
      * check or payout is not employment in the period.  each
      * is counted under the company that paid them and the
      * establishment their department works out of, per
      * eeoestab.dat, the company's headquarters row taking every
      * department without one of its own.  an employee whose eeo
      * data is not keyed or not valid is listed for hr to finish
      * and left out of the counts -- the list shows who, never
      * what was keyed.
      *
      * eeo1.prt carries each company's consolidated grid and
      * then each establishment's, job category down and sex and
      * race or ethnicity across, as the form lays them out.
      * eeo1.csv carries the same rows as the upload file, one
      * per unit and job category.  only an operator with the hr
      * authorization may run it.
       environment division.
       input-output section.
       file-control.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is empmast-status.
           select pay-history-file
             assign to "payhist.dat"
               organization is indexed
               access mode is dynamic
               record key is ph-key
               file status is pay-history-status.
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
      * hr's establishment list -- where each department sits
           select establishment-file
             assign to "eeoestab.dat"
               organization is line sequential
               file status is establishment-status.
           select eeo-report
             assign to "eeo1.prt"
               organization is line sequential.
           select eeo-upload
             assign to "eeo1.csv"
               organization is line sequential.
       data division.
       file section.
       fd empmast.
           copy emprec.
       fd pay-history-file.
           copy payhist.
       fd company-control-file.
           copy compctl.
       fd establishment-file.
           copy eeoestab.
       fd eeo-report.
       01 eeo-print-line     pic x(132).
       fd eeo-upload.
       01 eeo-upload-line    pic x(250).
       working-storage section.
       01 empmast-status     pic x(02).
           88 empmast-ok         value "00".
       01 pay-history-status pic x(02).
           88 pay-history-ok     value "00".
       01 company-control-status pic x(02).
       01 establishment-status pic x(02).
       01 history-eof        pic x(01).
           88 history-eof-reached value "T".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
       01 establishment-eof  pic x(01).
           88 establishment-eof-reached value "T".
       01 operator-id        pic x(10).
       01 operator-password  pic x(10).
      * the shared sign-on's request block
           copy signreq.
       01 run-abandoned      pic x(01) value "N".
           88 report-abandoned   value "Y".
       01 snapshot-period    pic x(06).
       01 snapshot-period-num redefines snapshot-period.
           02 snapshot-year      pic 9(04).
           02 snapshot-month     pic 9(02).
       01 snapshot-start-date pic x(08).
      * the companies on compctl.dat, primary first
       01 company-table.
           02 cct-entry occurs 4 times.
               03 cct-code           pic x(02).
               03 cct-name           pic x(25).
               03 cct-ein            pic x(09).
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 company-found-switch pic x(01).
           88 company-found      value "Y".
      * hr's establishments as keyed
       01 establishment-table.
           02 est-entry occurs 50 times.
               03 est-company        pic x(02).
               03 est-department     pic x(04).
               03 est-unit-id        pic x(10).
               03 est-name           pic x(30).
               03 est-street         pic x(25).
               03 est-city           pic x(15).
               03 est-state          pic x(02).
               03 est-zip            pic x(10).
       77 establishment-max  pic 9(02) value 50.
       01 est-count          pic 9(02) usage comp value zero.
       01 est-idx            pic 9(02) usage comp.
       01 est-found-switch   pic x(01).
           88 est-found          value "Y".
      * one grid per company and establishment counted -- an
      * establishment of zero is a company's headquarters with no
      * row of its own on eeoestab.dat
       01 grid-table.
           02 gt-entry occurs 60 times.
               03 gt-company         pic x(02).
               03 gt-estab-idx       pic 9(02) usage comp.
               03 gt-grid.
                   04 gt-job occurs 10 times.
                       05 gt-count pic 9(05) usage comp
                                       occurs 14 times.
       77 grid-table-max     pic 9(02) value 60.
       01 gt-count-used      pic 9(02) usage comp value zero.
       01 gt-idx             pic 9(02) usage comp.
       01 grid-found-switch  pic x(01).
           88 grid-found         value "Y".
      * the grid being printed, a company's sum or one
      * establishment's own
       01 work-grid.
           02 wg-job occurs 10 times.
               03 wg-count pic 9(05) usage comp occurs 14 times.
       01 job-idx            pic 9(02) usage comp.
       01 col-idx            pic 9(02) usage comp.
       01 race-idx           pic 9(02) usage comp.
       01 row-total          pic 9(06) usage comp.
       01 grid-total         pic 9(07) usage comp.
       01 column-totals.
           02 column-total pic 9(06) usage comp occurs 14 times.
      * the race or ethnicity letters in the form's column order
      * after the two hispanic or latino columns, and the job
      * category letters in its row order
       01 race-letter-values pic x(06) value "WBPAIT".
       01 race-letter-table redefines race-letter-values.
           02 race-letter pic x(01) occurs 6 times.
       01 race-found-switch  pic x(01).
           88 race-found         value "Y".
       01 job-letter-values  pic x(10) value "ABCDEFGHIJ".
       01 job-letter-table redefines job-letter-values.
           02 job-letter pic x(01) occurs 10 times.
       01 job-found-switch   pic x(01).
           88 job-found          value "Y".
       01 job-label-values.
           02 filler pic x(26) value "EXEC/SR OFFICIALS & MGRS".
           02 filler pic x(26) value "FIRST/MID OFFICIALS & MGRS".
           02 filler pic x(26) value "PROFESSIONALS".
           02 filler pic x(26) value "TECHNICIANS".
           02 filler pic x(26) value "SALES WORKERS".
           02 filler pic x(26) value "ADMINISTRATIVE SUPPORT".
           02 filler pic x(26) value "CRAFT WORKERS".
           02 filler pic x(26) value "OPERATIVES".
           02 filler pic x(26) value "LABORERS AND HELPERS".
           02 filler pic x(26) value "SERVICE WORKERS".
       01 job-label-table redefines job-label-values.
           02 job-label pic x(26) occurs 10 times.
      * the employee being counted
       01 last-counted-employee pic x(05) value spaces.
       01 count-company      pic x(02).
       01 count-estab-idx    pic 9(02) usage comp.
       01 exception-reason   pic x(30).
      * employees left out for hr to finish
       01 exception-table.
           02 exc-entry occurs 200 times.
               03 exc-employee-id    pic x(05).
               03 exc-company        pic x(02).
               03 exc-department     pic x(04).
               03 exc-reason         pic x(30).
       77 exception-max      pic 9(03) value 200.
       01 exc-count          pic 9(03) usage comp value zero.
       01 exc-idx            pic 9(03) usage comp.
       01 exception-total    pic 9(05) usage comp value zero.
       01 counted-total      pic 9(05) usage comp value zero.
       01 terminated-total   pic 9(05) usage comp value zero.
       01 payment-total      pic 9(07) usage comp value zero.
       01 printed-unit-count pic 9(03) usage comp value zero.
       01 eeo-heading.
           02 filler pic x(36)
             value "EEO-1 COMPONENT 1 WORKFORCE REPORT".
           02 filler pic x(25) value "SNAPSHOT PAY PERIOD ".
           02 eh-period      pic x(06).
       01 company-heading-line.
           02 filler pic x(08) value "COMPANY ".
           02 chl-company    pic x(02).
           02 filler pic x(02).
           02 chl-name       pic x(25).
           02 filler pic x(06) value "  EIN ".
           02 chl-ein        pic x(09).
       01 unit-heading-line.
           02 uhl-title      pic x(14).
           02 uhl-unit-id    pic x(10).
           02 filler pic x(02).
           02 uhl-name       pic x(30).
           02 filler pic x(02).
           02 uhl-street     pic x(25).
           02 filler pic x(01).
           02 uhl-city       pic x(15).
           02 filler pic x(01).
           02 uhl-state      pic x(02).
           02 filler pic x(01).
           02 uhl-zip        pic x(10).
       01 grid-heading-1.
           02 filler pic x(26) value spaces.
           02 filler pic x(14) value "-- HISPANIC --".
           02 filler pic x(42)
             value "----- NOT HISPANIC OR LATINO -- MALE -----".
           02 filler pic x(42)
             value "---- NOT HISPANIC OR LATINO -- FEMALE ----".
       01 grid-heading-2.
           02 filler pic x(26) value "JOB CATEGORY".
           02 filler pic x(49)
             value "   MALE FEMALE  WHITE  BLACK  NHOPI  ASIAN   AIAN".
           02 filler pic x(49)
             value "   TWO+  WHITE  BLACK  NHOPI  ASIAN   AIAN   TWO+".
           02 filler pic x(08) value "   TOTAL".
       01 grid-line.
           02 gl-label       pic x(26).
           02 gl-cells occurs 14 times.
               03 filler     pic x(01).
               03 gl-cell    pic zzzzz9.
           02 filler         pic x(01).
           02 gl-total       pic zzzzzz9.
       01 exception-heading.
           02 filler pic x(45)
             value "EMPLOYEES NOT COUNTED -- EEO DATA FOR HR TO ".
           02 filler pic x(06) value "FINISH".
       01 exception-line.
           02 filler pic x(09) value "EMPLOYEE ".
           02 el-employee-id pic x(05).
           02 filler pic x(10) value "  COMPANY ".
           02 el-company     pic x(02).
           02 filler pic x(07) value "  DEPT ".
           02 el-department  pic x(04).
           02 filler pic x(02).
           02 el-reason      pic x(30).
       01 summary-line.
           02 filler pic x(17) value "EMPLOYEES COUNTED".
           02 sl-counted     pic zzzz9.
           02 filler pic x(15) value "   NOT COUNTED ".
           02 sl-exceptions  pic zzzz9.
           02 filler pic x(29) value "   TERMINATED BEFORE PERIOD ".
           02 sl-terminated  pic zzzz9.
      * the upload's fields -- commas never inside a field, the
      * counts zero-filled
       01 upload-unit.
           02 uu-row-type    pic x(01).
           02 uu-ein         pic x(09).
           02 uu-company     pic x(02).
           02 uu-unit-id     pic x(10).
           02 uu-name        pic x(30).
           02 uu-street      pic x(25).
           02 uu-city        pic x(15).
           02 uu-state       pic x(02).
           02 uu-zip         pic x(10).
       01 upload-job-category pic 9(02).
       01 upload-counts.
           02 uc-cells occurs 14 times.
               03 uc-comma   pic x(01).
               03 uc-count   pic 9(05).
           02 filler pic x(01) value ",".
           02 uc-total       pic 9(06).
       procedure division.
       begin.
           perform initialize-program.
           if not report-abandoned then
             perform count-workforce
           end-if
           if not report-abandoned then
             perform print-eeo-report
           end-if
           stop run.
      * the counts are the one place the eeo data leaves the
      * master, so the report takes the same authorization the
      * keying does
       initialize-program.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "H" to sr-required-auth
           move "eeoreport" to sr-program-name
           call "paysignon" using signon-request
           if not sr-authorized then
             display "*** NOT AUTHORIZED TO REPORT EEO DATA ***"
             move 16 to return-code
             move "Y" to run-abandoned
           else
             display "SNAPSHOT PAY PERIOD (YYYYMM): "
             accept snapshot-period
             evaluate true
               when snapshot-period is not numeric
                 display "*** PAY PERIOD MUST BE YYYYMM ***"
                 move 16 to return-code
                 move "Y" to run-abandoned
               when snapshot-month < 1 or snapshot-month > 12
                 display "*** PAY PERIOD MUST BE YYYYMM ***"
                 move 16 to return-code
                 move "Y" to run-abandoned
               when snapshot-month < 10
                 display "*** " snapshot-period " IS NOT IN THE "
                   "FOURTH QUARTER -- COUNTED AS ASKED ***"
               when other
                 continue
             end-evaluate
           end-if
           if not report-abandoned then
             string snapshot-period delimited by size
                    "01" delimited by size
                    into snapshot-start-date
             end-string
             perform load-companies
             perform load-establishments
           end-if
           .
       load-companies.
           open input company-control-file
           if company-control-status = "00" then
             move "N" to company-eof
             perform load-one-company with test before
               until company-eof-reached
             close company-control-file
           end-if
           if cct-count = zero then
             move 1 to cct-count
             move "01" to cct-code (1)
             move spaces to cct-name (1) cct-ein (1)
           end-if
           .
       load-one-company.
           read company-control-file
             at end move "T" to company-eof
           end-read
           if not company-eof-reached then
             if cct-count < company-table-max then
               add 1 to cct-count
               move co-company-code to cct-code (cct-count)
               move co-company-name to cct-name (cct-count)
               move co-ein to cct-ein (cct-count)
             end-if
           end-if
           .
      * a blank company on the list is the primary's
       load-establishments.
           open input establishment-file
           if establishment-status = "00" then
             move "N" to establishment-eof
             perform load-one-establishment with test before
               until establishment-eof-reached
             close establishment-file
           else
             display "*** NO EEOESTAB.DAT -- EVERY EMPLOYEE COUNTED "
               "AT COMPANY HEADQUARTERS ***"
           end-if
           .
       load-one-establishment.
           read establishment-file
             at end move "T" to establishment-eof
           end-read
           if not establishment-eof-reached then
             if est-count < establishment-max then
               add 1 to est-count
               if es-company-code = spaces then
                 move cct-code (1) to es-company-code
               end-if
               move es-company-code to est-company (est-count)
               move es-department to est-department (est-count)
               move es-unit-id to est-unit-id (est-count)
               move es-name to est-name (est-count)
               move es-street to est-street (est-count)
               move es-city to est-city (est-count)
               move es-state to est-state (est-count)
               move es-zip to est-zip (est-count)
             else
               display "*** MORE THAN " establishment-max
                 " ESTABLISHMENTS -- " es-unit-id " NOT LOADED ***"
             end-if
           end-if
           .
      *----------------------------------------------------------
      * every standing payment in the snapshot period, in
      * employee order, each employee counted at their first
      *----------------------------------------------------------
       count-workforce.
           open input pay-history-file
           if not pay-history-ok then
             display "*** PAYHIST.DAT WILL NOT OPEN -- STATUS "
               pay-history-status " ***"
             move 16 to return-code
             move "Y" to run-abandoned
           else
             open input empmast
             move low-values to ph-key
             start pay-history-file key not < ph-key
               invalid key move "23" to pay-history-status
             end-start
             if pay-history-ok then
               move "N" to history-eof
               perform count-one-payment with test before
                 until history-eof-reached
             end-if
             close empmast
             close pay-history-file
             display "EEO-1 SNAPSHOT " snapshot-period " -- "
               payment-total " PAYMENTS, " counted-total
               " EMPLOYEES COUNTED, " exception-total
               " NOT COUNTED"
           end-if
           .
       count-one-payment.
           read pay-history-file next record
             at end move "T" to history-eof
           end-read
           if not history-eof-reached
               and ph-pay-period = snapshot-period
               and not ph-reversed then
             add 1 to payment-total
             if ph-employee-id not = last-counted-employee then
               move ph-employee-id to last-counted-employee
               perform count-one-employee
             end-if
           end-if
           .
       count-one-employee.
           move ph-employee-id to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if not empmast-ok then
             move spaces to em-department
             move ph-company-code to count-company
             move "NOT ON EMPLOYEE MASTER" to exception-reason
             perform add-exception
           else
             move ph-company-code to count-company
             if count-company = spaces then
               move em-company-code to count-company
             end-if
             if count-company = spaces then
               move cct-code (1) to count-company
             end-if
             move "N" to company-found-switch
             perform match-count-company varying cct-idx
               from 1 by 1 until cct-idx > cct-count
             evaluate true
               when em-term-date not = spaces
                   and em-term-date < snapshot-start-date
                 add 1 to terminated-total
               when not company-found
                 move "COMPANY NOT ON COMPCTL.DAT" to exception-reason
                 perform add-exception
               when em-eeo-data = spaces
                 move "EEO DATA NOT KEYED" to exception-reason
                 perform add-exception
               when not (em-eeo-male or em-eeo-female)
                   or not em-eeo-race-valid
                   or not em-eeo-job-valid
                 move "EEO DATA NOT VALID" to exception-reason
                 perform add-exception
               when other
                 perform add-employee-to-grid
             end-evaluate
           end-if
           .
       match-count-company.
           if cct-code (cct-idx) = count-company then
             move "Y" to company-found-switch
           end-if
           .
       add-exception.
           add 1 to exception-total
           if exc-count < exception-max then
             add 1 to exc-count
             move ph-employee-id to exc-employee-id (exc-count)
             move count-company to exc-company (exc-count)
             move em-department to exc-department (exc-count)
             move exception-reason to exc-reason (exc-count)
           end-if
           .
      * the column is the form's -- hispanic or latino by sex
      * first, then the six races for men and again for women
       add-employee-to-grid.
           perform find-employee-establishment
           perform find-count-grid
           if em-eeo-race = "H" then
             if em-eeo-male then
               move 1 to col-idx
             else
               move 2 to col-idx
             end-if
           else
             move "N" to race-found-switch
             perform find-race-letter varying race-idx
               from 1 by 1 until race-idx > 6 or race-found
             subtract 1 from race-idx
             if em-eeo-male then
               compute col-idx = 2 + race-idx
             else
               compute col-idx = 8 + race-idx
             end-if
           end-if
           move "N" to job-found-switch
           perform find-job-letter varying job-idx
             from 1 by 1 until job-idx > 10 or job-found
           subtract 1 from job-idx
           if grid-found then
             add 1 to gt-count (gt-idx, job-idx, col-idx)
             add 1 to counted-total
           else
             move "MORE ESTABLISHMENTS THAN GRIDS" to exception-reason
             perform add-exception
           end-if
           .
       find-race-letter.
           if race-letter (race-idx) = em-eeo-race then
             move "Y" to race-found-switch
           end-if
           .
       find-job-letter.
           if job-letter (job-idx) = em-eeo-job-category then
             move "Y" to job-found-switch
           end-if
           .
      * the department's own row, else the company's headquarters
      * row, else the headquarters with no row at all
       find-employee-establishment.
           move "N" to est-found-switch
           perform match-department-establishment varying est-idx
             from 1 by 1 until est-idx > est-count or est-found
           if not est-found then
             perform match-headquarters-establishment varying est-idx
               from 1 by 1 until est-idx > est-count or est-found
           end-if
           if est-found then
             subtract 1 from est-idx
             move est-idx to count-estab-idx
           else
             move zero to count-estab-idx
           end-if
           .
       match-department-establishment.
           if est-company (est-idx) = count-company
               and est-department (est-idx) = em-department
               and est-department (est-idx) not = spaces then
             move "Y" to est-found-switch
           end-if
           .
       match-headquarters-establishment.
           if est-company (est-idx) = count-company
               and est-department (est-idx) = spaces then
             move "Y" to est-found-switch
           end-if
           .
       find-count-grid.
           move "N" to grid-found-switch
           perform match-count-grid varying gt-idx
             from 1 by 1 until gt-idx > gt-count-used or grid-found
           if grid-found then
             subtract 1 from gt-idx
           else
             if gt-count-used < grid-table-max then
               add 1 to gt-count-used
               move gt-count-used to gt-idx
               move count-company to gt-company (gt-idx)
               move count-estab-idx to gt-estab-idx (gt-idx)
               perform clear-grid-row varying job-idx
                 from 1 by 1 until job-idx > 10
               move "Y" to grid-found-switch
             end-if
           end-if
           .
       match-count-grid.
           if gt-company (gt-idx) = count-company
               and gt-estab-idx (gt-idx) = count-estab-idx then
             move "Y" to grid-found-switch
           end-if
           .
       clear-grid-row.
           perform clear-grid-cell varying col-idx
             from 1 by 1 until col-idx > 14
           .
       clear-grid-cell.
           move zero to gt-count (gt-idx, job-idx, col-idx)
           .
      *----------------------------------------------------------
      * the report and the upload, a company at a time -- its
      * consolidated grid, then each of its establishments
      *----------------------------------------------------------
       print-eeo-report.
           open output eeo-report
           open output eeo-upload
           move snapshot-period to eh-period
           move eeo-heading to eeo-print-line
           write eeo-print-line
           move spaces to eeo-upload-line
           string "ROW TYPE,EIN,COMPANY,UNIT ID,NAME,STREET,CITY,"
                    delimited by size
                  "STATE,ZIP,JOB CATEGORY,HISPANIC MALE,"
                    delimited by size
                  "HISPANIC FEMALE,WHITE MALE,BLACK MALE,NHOPI MALE,"
                    delimited by size
                  "ASIAN MALE,AIAN MALE,TWO+ MALE,WHITE FEMALE,"
                    delimited by size
                  "BLACK FEMALE,NHOPI FEMALE,ASIAN FEMALE,"
                    delimited by size
                  "AIAN FEMALE,TWO+ FEMALE,TOTAL" delimited by size
                  into eeo-upload-line
           end-string
           write eeo-upload-line
           perform print-one-company varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           perform print-exceptions
           move counted-total to sl-counted
           move exception-total to sl-exceptions
           move terminated-total to sl-terminated
           move spaces to eeo-print-line
           write eeo-print-line
           move summary-line to eeo-print-line
           write eeo-print-line
           close eeo-report
           close eeo-upload
           display "EEO-1 REPORT COMPLETE -- " printed-unit-count
             " UNITS PRINTED"
           .
      * a company nobody was counted under has nothing to file
       print-one-company.
           perform clear-work-row varying job-idx
             from 1 by 1 until job-idx > 10
           move zero to grid-total
           perform sum-company-grid varying gt-idx
             from 1 by 1 until gt-idx > gt-count-used
           if grid-total > zero then
             move spaces to eeo-print-line
             write eeo-print-line
             move cct-code (cct-idx) to chl-company
             move cct-name (cct-idx) to chl-name
             move cct-ein (cct-idx) to chl-ein
             move company-heading-line to eeo-print-line
             write eeo-print-line
             move "C" to uu-row-type
             move spaces to uu-unit-id uu-street uu-city uu-state
               uu-zip
             move cct-name (cct-idx) to uu-name
             move "CONSOLIDATED" to uhl-title
             move spaces to uhl-unit-id uhl-street uhl-city
               uhl-state uhl-zip
             move cct-name (cct-idx) to uhl-name
             perform print-work-grid
             move zero to count-estab-idx
             perform print-company-establishment
             perform print-company-establishment varying
               count-estab-idx from 1 by 1
               until count-estab-idx > est-count
           end-if
           .
       sum-company-grid.
           if gt-company (gt-idx) = cct-code (cct-idx) then
             perform sum-grid-row varying job-idx
               from 1 by 1 until job-idx > 10
           end-if
           .
       sum-grid-row.
           perform sum-grid-cell varying col-idx
             from 1 by 1 until col-idx > 14
           .
       sum-grid-cell.
           add gt-count (gt-idx, job-idx, col-idx)
             to wg-count (job-idx, col-idx) grid-total
           .
       clear-work-row.
           perform clear-work-cell varying col-idx
             from 1 by 1 until col-idx > 14
           .
       clear-work-cell.
           move zero to wg-count (job-idx, col-idx)
           .
       print-company-establishment.
           move cct-code (cct-idx) to count-company
           perform find-print-grid
           if grid-found then
             move "E" to uu-row-type
             move "ESTABLISHMENT" to uhl-title
             if count-estab-idx = zero then
               move "HEADQUARTERS" to uhl-title
               move spaces to uu-unit-id uu-street uu-city uu-state
                 uu-zip
               move cct-name (cct-idx) to uu-name
               display "*** COMPANY " cct-code (cct-idx)
                 " HAS NO HEADQUARTERS ROW ON EEOESTAB.DAT -- "
                 "KEY ITS ADDRESS BEFORE FILING ***"
             else
               move est-unit-id (count-estab-idx) to uu-unit-id
               move est-name (count-estab-idx) to uu-name
               move est-street (count-estab-idx) to uu-street
               move est-city (count-estab-idx) to uu-city
               move est-state (count-estab-idx) to uu-state
               move est-zip (count-estab-idx) to uu-zip
             end-if
             move uu-unit-id to uhl-unit-id
             move uu-name to uhl-name
             move uu-street to uhl-street
             move uu-city to uhl-city
             move uu-state to uhl-state
             move uu-zip to uhl-zip
             move gt-grid (gt-idx) to work-grid
             perform print-work-grid
           end-if
           .
       find-print-grid.
           move "N" to grid-found-switch
           perform match-count-grid varying gt-idx
             from 1 by 1 until gt-idx > gt-count-used or grid-found
           if grid-found then
             subtract 1 from gt-idx
           end-if
           .
      * one unit's grid on the report and its rows on the upload
       print-work-grid.
           add 1 to printed-unit-count
           move cct-ein (cct-idx) to uu-ein
           move cct-code (cct-idx) to uu-company
           inspect uu-name replacing all "," by " "
           inspect uu-street replacing all "," by " "
           inspect uu-city replacing all "," by " "
           move spaces to eeo-print-line
           write eeo-print-line
           move unit-heading-line to eeo-print-line
           write eeo-print-line
           move grid-heading-1 to eeo-print-line
           write eeo-print-line
           move grid-heading-2 to eeo-print-line
           write eeo-print-line
           move zero to grid-total
           perform clear-column-total varying col-idx
             from 1 by 1 until col-idx > 14
           perform print-grid-row varying job-idx
             from 1 by 1 until job-idx > 10
           move "TOTAL" to gl-label
           perform move-column-total varying col-idx
             from 1 by 1 until col-idx > 14
           move grid-total to gl-total
           move grid-line to eeo-print-line
           write eeo-print-line
           .
       clear-column-total.
           move zero to column-total (col-idx)
           .
       print-grid-row.
           move zero to row-total
           perform move-grid-cell varying col-idx
             from 1 by 1 until col-idx > 14
           add row-total to grid-total
           move job-label (job-idx) to gl-label
           move row-total to gl-total
           move grid-line to eeo-print-line
           write eeo-print-line
           perform write-upload-row
           .
       move-grid-cell.
           move wg-count (job-idx, col-idx) to gl-cell (col-idx)
           move "," to uc-comma (col-idx)
           move wg-count (job-idx, col-idx) to uc-count (col-idx)
           add wg-count (job-idx, col-idx) to row-total
             column-total (col-idx)
           .
       move-column-total.
           move column-total (col-idx) to gl-cell (col-idx)
           .
       write-upload-row.
           move job-idx to upload-job-category
           move row-total to uc-total
           move spaces to eeo-upload-line
           string uu-row-type delimited by size
                  "," delimited by size
                  uu-ein delimited by space
                  "," delimited by size
                  uu-company delimited by size
                  "," delimited by size
                  uu-unit-id delimited by space
                  "," delimited by size
                  uu-name delimited by "  "
                  "," delimited by size
                  uu-street delimited by "  "
                  "," delimited by size
                  uu-city delimited by "  "
                  "," delimited by size
                  uu-state delimited by space
                  "," delimited by size
                  uu-zip delimited by space
                  "," delimited by size
                  upload-job-category delimited by size
                  upload-counts delimited by size
                  into eeo-upload-line
           end-string
           write eeo-upload-line
           .
       print-exceptions.
           if exception-total > zero then
             move spaces to eeo-print-line
             write eeo-print-line
             move exception-heading to eeo-print-line
             write eeo-print-line
             perform print-one-exception varying exc-idx
               from 1 by 1 until exc-idx > exc-count
             if exception-total > exc-count then
               display "*** MORE THAN " exception-max
                 " EMPLOYEES NOT COUNTED -- THE REST NOT LISTED ***"
             end-if
           end-if
           .
       print-one-exception.
           move exc-employee-id (exc-idx) to el-employee-id
           move exc-company (exc-idx) to el-company
           move exc-department (exc-idx) to el-department
           move exc-reason (exc-idx) to el-reason
           move exception-line to eeo-print-line
           write eeo-print-line
           .
       end program eeoreport.
