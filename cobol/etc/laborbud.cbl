       identification division.
       program-id. laborbud.
       author. charles r. martin.
       date-written. 2026-oct-02.
      * labor budget versus actual.  the department managers get
      * labordist.prt and the register, and nothing told them
      * whether they were over plan -- finance built the
      * comparison by hand every month, and the warehouse ran a
      * quarter of overtime overruns before anyone saw them.
      * finance keys the plan on laborbud.dat -- hours,
      * straight-time dollars, overtime dollars and burdened cost
      * per company, per department or project, per period -- and
      * this program prints the period and the year to date,
      * budget against actual, with the variance and a flag on
      * every figure over plan by more than the threshold asked
      * for.  the same figures go to laborbud.csv for the
      * finance spreadsheet.
      *
      * the actuals are the run's labor-distribution detail --
      * hours, wages and the overtime inside them, and the
      * employer taxes the run accrued on each register line,
      * apportioned to the detail the way the wages are.  a
      * detail line only counts when pay history still shows
      * the payment it came from (a void or a backout since takes
      * it back off).  since labordist.dat only ever holds the
      * latest run, each run's actuals are kept on labact.dat as
      * they are reported, which is where the year to date comes
      * from: report the period after every run, off-cycle runs
      * included.  a department's actuals are the payer's -- its
      * own employees wherever they worked -- and a project's
      * are its owner's, the books the labor lands on.
       environment division.
       input-output section.
       file-control.
      * the run's cost-center apportionment -- the combined run's
      * under the classic name, each company's own run's with its
      * code ahead of the extension
           select labor-dist-file
             assign to labor-dist-name
               organization is line sequential
               file status is labor-dist-status.
      * every run's actuals reported so far
           select labor-actual-file
             assign to "labact.dat"
               organization is indexed
               access mode is dynamic
               record key is la-key
               file status is labor-actual-status.
           select labor-budget-file
             assign to "laborbud.dat"
               organization is line sequential
               file status is labor-budget-status.
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
           select budget-report
             assign to "laborbud.prt"
               organization is line sequential.
           select budget-extract
             assign to "laborbud.csv"
               organization is line sequential.
       data division.
       file section.
       fd labor-dist-file.
       01 labor-dist-record.
           02 ld-project      pic x(06).
           02 ld-department   pic x(04).
           02 ld-employee-id  pic x(05).
           02 ld-hours        pic 9(3)v9.
           02 ld-dollars      pic 9(6)v99.
           02 ld-company      pic x(02).
           02 ld-owner-company pic x(02).
           02 ld-burden       pic 9(5)v99.
           02 ld-overtime-pay pic 9(6)v99.
           02 ld-pay-period   pic x(06).
           02 ld-run-date     pic x(08).
       fd labor-actual-file.
           copy labact.
       fd labor-budget-file.
           copy labbud.
       fd pay-history-file.
           copy payhist.
       fd company-control-file.
           copy compctl.
       fd budget-report.
       01 budget-print-line  pic x(132).
       fd budget-extract.
       01 budget-extract-line pic x(132).
       working-storage section.
       01 labor-dist-status  pic x(02).
       01 labor-dist-name    pic x(20).
       01 labor-actual-status pic x(02).
           88 labor-actual-ok        value "00".
           88 labor-actual-not-found value "23", "35".
       01 labor-budget-status pic x(02).
       01 pay-history-status pic x(02).
           88 pay-history-ok        value "00".
       01 company-control-status pic x(02).
       01 dist-eof           pic x(01).
           88 dist-eof-reached   value "T".
       01 actual-eof         pic x(01).
           88 actual-eof-reached value "T".
       01 budget-eof         pic x(01).
           88 budget-eof-reached value "T".
       01 history-eof        pic x(01).
           88 history-eof-reached value "T".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
       01 operator-id        pic x(10).
       01 report-period      pic x(06).
       01 report-company     pic x(02).
           88 report-all-companies value spaces.
       01 run-abandoned      pic x(01) value "N".
           88 report-abandoned   value "Y".
      * percent over plan a figure may run before it is flagged
       01 threshold-answer   pic x(03).
       01 threshold-answer-num redefines threshold-answer
                             pic 9(03).
       01 threshold-pct      pic 9(03) value 5.
      * the companies on compctl.dat, primary first
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 company-found-switch pic x(01).
           88 company-found      value "Y".
      * which of the run's files is being read -- zero for the
      * classic name, else the company table entry
       01 feed-idx           pic 9(02) usage comp.
       01 dist-file-count    pic 9(02) usage comp value zero.
      * the run's actuals for the period as the detail is read,
      * one entry per company, department or project, and run
       01 run-actual-table.
           02 rat-entry occurs 400 times.
               03 rat-company        pic x(02).
               03 rat-kind           pic x(01).
               03 rat-unit           pic x(06).
               03 rat-run-date       pic x(08).
               03 rat-hours          pic 9(06)v9.
               03 rat-dollars        pic 9(08)v99.
               03 rat-overtime-pay   pic 9(08)v99.
               03 rat-burden         pic 9(08)v99.
       77 run-actual-max     pic 9(03) value 400.
       01 rat-count          pic 9(03) usage comp value zero.
       01 rat-idx            pic 9(03) usage comp.
       01 rat-found-switch   pic x(01).
           88 rat-found          value "Y".
      * the runs the detail came from -- their earlier rows on
      * labact.dat give way to these
       01 run-date-table.
           02 rdt-run-date pic x(08) occurs 10 times.
       77 run-date-max       pic 9(02) value 10.
       01 rdt-count          pic 9(02) usage comp value zero.
       01 rdt-idx            pic 9(02) usage comp.
       01 run-date-switch    pic x(01).
           88 run-date-listed    value "Y".
      * one detail line's share, figured once for both views
       01 line-company       pic x(02).
       01 line-kind          pic x(01).
       01 line-unit          pic x(06).
       01 line-overtime-pay  pic 9(06)v99.
       01 line-burden        pic 9(05)v99.
      * pay history looked at once per employee and run
       01 checked-employee   pic x(05) value spaces.
       01 checked-run-date   pic x(08) value spaces.
       01 payment-switch     pic x(01).
           88 payment-stands     value "Y".
       01 history-open-switch pic x(01) value "N".
           88 history-is-open    value "Y".
       01 dist-line-count    pic 9(07) usage comp value zero.
       01 reversed-line-count pic 9(07) usage comp value zero.
       01 posted-row-count   pic 9(05) usage comp value zero.
       01 cleared-row-count  pic 9(05) usage comp value zero.
      * the report's units, in company, kind, unit order -- for
      * each the four measures, period and year to date, budget
      * and actual
       01 unit-table.
           02 ut-entry occurs 300 times.
               03 ut-company         pic x(02).
               03 ut-kind            pic x(01).
               03 ut-unit            pic x(06).
               03 ut-measure occurs 4 times.
                   04 utm-per-budget   pic 9(09)v99.
                   04 utm-per-actual   pic 9(09)v99.
                   04 utm-ytd-budget   pic 9(09)v99.
                   04 utm-ytd-actual   pic 9(09)v99.
       77 unit-table-max     pic 9(03) value 300.
       01 ut-count           pic 9(03) usage comp value zero.
       01 ut-idx             pic 9(03) usage comp.
       01 insert-idx         pic 9(03) usage comp.
       01 shift-idx          pic 9(03) usage comp.
       01 measure-idx        pic 9(01) usage comp.
       01 find-key.
           02 find-company       pic x(02).
           02 find-kind          pic x(01).
           02 find-unit          pic x(06).
       01 entry-key.
           02 entry-company      pic x(02).
           02 entry-kind         pic x(01).
           02 entry-unit         pic x(06).
       01 unit-found-switch  pic x(01).
           88 unit-found         value "Y".
       01 unit-overflow-switch pic x(01) value "N".
           88 units-overflowed   value "Y".
      * one row's four measures, budget or actual, and whether it
      * is the report period or an earlier one in the year
       01 row-measures.
           02 row-measure pic 9(09)v99 occurs 4 times.
       01 row-period-switch  pic x(01).
           88 row-is-report-period value "Y".
       01 row-side           pic x(01).
           88 row-is-budget      value "B".
      * a measure's variances and whether either runs over plan
       01 period-variance    pic s9(09)v99 usage comp.
       01 ytd-variance       pic s9(09)v99 usage comp.
       01 allowed-over       pic 9(09)v99 usage comp.
       01 period-over-switch pic x(01).
           88 period-over        value "Y".
       01 ytd-over-switch    pic x(01).
           88 ytd-over           value "Y".
       01 variance-flag      pic x(12).
       01 flagged-count      pic 9(05) usage comp value zero.
       01 printed-unit-count pic 9(05) usage comp value zero.
       01 measure-name-values.
           02 filler pic x(10) value "HOURS".
           02 filler pic x(10) value "STRAIGHT".
           02 filler pic x(10) value "OVERTIME".
           02 filler pic x(10) value "BURDENED".
       01 measure-name-table redefines measure-name-values.
           02 measure-name pic x(10) occurs 4 times.
       01 budget-heading.
           02 filler pic x(31)
             value "LABOR BUDGET VERSUS ACTUAL FOR".
           02 filler pic x(01).
           02 bh-period      pic x(06).
           02 filler pic x(22) value "   FLAG OVER PLAN BY ".
           02 bh-threshold   pic zz9.
           02 filler pic x(08) value " PERCENT".
       01 budget-column-heading-1.
           02 filler pic x(12) value spaces.
           02 filler pic x(40)
             value "--------------- PERIOD ----------------".
           02 filler pic x(39)
             value "------------ YEAR TO DATE -------------".
       01 budget-column-heading-2.
           02 filler pic x(12) value "MEASURE".
           02 filler pic x(12) value "      BUDGET".
           02 filler pic x(13) value "       ACTUAL".
           02 filler pic x(14) value "      VARIANCE".
           02 filler pic x(13) value "       BUDGET".
           02 filler pic x(13) value "       ACTUAL".
           02 filler pic x(14) value "      VARIANCE".
       01 unit-heading-line.
           02 filler pic x(08) value "COMPANY ".
           02 uhl-company    pic x(02).
           02 filler pic x(02).
           02 uhl-kind-name  pic x(11).
           02 uhl-unit       pic x(06).
       01 measure-line.
           02 ml-measure     pic x(12).
           02 ml-per-budget  pic z,zzz,zz9.99.
           02 filler         pic x(01).
           02 ml-per-actual  pic z,zzz,zz9.99.
           02 filler         pic x(01).
           02 ml-per-variance pic --,---,--9.99.
           02 filler         pic x(01).
           02 ml-ytd-budget  pic z,zzz,zz9.99.
           02 filler         pic x(01).
           02 ml-ytd-actual  pic z,zzz,zz9.99.
           02 filler         pic x(01).
           02 ml-ytd-variance pic --,---,--9.99.
           02 filler         pic x(02).
           02 ml-flag        pic x(12).
       01 budget-summary-line.
           02 filler pic x(06) value "UNITS ".
           02 bsl-units      pic zzzz9.
           02 filler pic x(29) value "   FIGURES FLAGGED OVER PLAN ".
           02 bsl-flagged    pic zzzz9.
      * the extract's numbers -- signed, no edit commas, so the
      * spreadsheet takes them as numbers
       01 extract-amounts.
           02 xa-per-budget   pic -(9)9.99.
           02 xa-per-actual   pic -(9)9.99.
           02 xa-per-variance pic -(9)9.99.
           02 xa-ytd-budget   pic -(9)9.99.
           02 xa-ytd-actual   pic -(9)9.99.
           02 xa-ytd-variance pic -(9)9.99.
       procedure division.
       begin.
           perform initialize-program.
           if not report-abandoned then
             perform post-run-actuals
             perform gather-year-actuals
             perform gather-budget
             perform print-budget-report
           end-if
           stop run.
       initialize-program.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PAY PERIOD TO REPORT (YYYYMM): "
           accept report-period
           display "COMPANY (BLANK FOR ALL COMPANIES): "
           accept report-company
           display "FLAG OVER PLAN BY PERCENT NNN (BLANK FOR 005): "
           accept threshold-answer
           if threshold-answer not = spaces then
             if threshold-answer is numeric then
               move threshold-answer-num to threshold-pct
             else
               display "*** PERCENT MUST BE THREE DIGITS -- "
                 "005 USED ***"
             end-if
           end-if
           perform load-company-codes
           move "Y" to company-found-switch
           if not report-all-companies then
             move "N" to company-found-switch
             perform match-report-company varying cct-idx
               from 1 by 1 until cct-idx > cct-count
           end-if
           evaluate true
             when report-period is not numeric
               display "*** PAY PERIOD MUST BE YYYYMM ***"
               move 16 to return-code
               move "Y" to run-abandoned
             when not company-found
               display "*** COMPANY " report-company
                 " IS NOT ON COMPCTL.DAT ***"
               move 16 to return-code
               move "Y" to run-abandoned
           end-evaluate
           .
       load-company-codes.
           open input company-control-file
           if company-control-status = "00" then
             move "N" to company-eof
             perform load-one-company-code with test before
               until company-eof-reached
             close company-control-file
           end-if
           if cct-count = zero then
             move 1 to cct-count
             move "01" to cct-code (1)
           end-if
           .
       load-one-company-code.
           read company-control-file
             at end move "T" to company-eof
           end-read
           if not company-eof-reached then
             if cct-count < company-table-max then
               add 1 to cct-count
               move co-company-code to cct-code (cct-count)
             end-if
           end-if
           .
       match-report-company.
           if cct-code (cct-idx) = report-company then
             move "Y" to company-found-switch
           end-if
           .
      *----------------------------------------------------------
      * the latest run's detail for the period onto labact.dat.
      * every company's detail is kept whatever company the
      * report is for -- the run is the run.
      *----------------------------------------------------------
       post-run-actuals.
           open input pay-history-file
           if pay-history-ok then
             move "Y" to history-open-switch
           end-if
           perform read-one-dist-file varying feed-idx
             from zero by 1 until feed-idx > cct-count
           if history-is-open then
             close pay-history-file
           end-if
           if dist-file-count = zero then
             display "*** NO LABORDIST.DAT -- REPORTING THE "
               "ACTUALS ALREADY KEPT ***"
           end-if
           if rdt-count > zero then
             perform replace-run-actuals
           end-if
           display "LABOR DETAIL READ -- " dist-line-count
             " LINES, " reversed-line-count " NO LONGER PAID, "
             posted-row-count " ACTUAL ROWS KEPT, "
             cleared-row-count " REPLACED"
           .
      * the classic labordist.dat, then each company's own -- a
      * period runs one way or the other, and the run empties the
      * kind it didn't write
       read-one-dist-file.
           move spaces to labor-dist-name
           if feed-idx = zero then
             move "labordist.dat" to labor-dist-name
           else
             string "labordist" delimited by size
                    cct-code (feed-idx) delimited by size
                    ".dat" delimited by size
                    into labor-dist-name
             end-string
           end-if
           open input labor-dist-file
           if labor-dist-status = "00" then
             add 1 to dist-file-count
             move "N" to dist-eof
             perform read-one-dist-line with test before
               until dist-eof-reached
             close labor-dist-file
           end-if
           .
      * detail written before the run stamped its period and run
      * date is taken as the period asked for
       read-one-dist-line.
           read labor-dist-file
             at end move "T" to dist-eof
           end-read
           if not dist-eof-reached then
             if ld-pay-period = spaces then
               move report-period to ld-pay-period
             end-if
             if ld-pay-period = report-period then
               add 1 to dist-line-count
               perform note-run-date
               perform check-line-payment
               if payment-stands then
                 perform add-dist-line
               else
                 add 1 to reversed-line-count
               end-if
             end-if
           end-if
           .
      * the payment the line came from is the employee's payment
      * for the period on the run date -- gone if every such
      * payment has since been reversed
       check-line-payment.
           if ld-employee-id not = checked-employee
               or ld-run-date not = checked-run-date then
             move ld-employee-id to checked-employee
             move ld-run-date to checked-run-date
             if ld-run-date = spaces or not history-is-open then
               move "Y" to payment-switch
             else
               move "N" to payment-switch
               move ld-employee-id to ph-employee-id
               move report-period to ph-pay-period
               move zero to ph-payment-seq
               start pay-history-file key not < ph-key
                 invalid key move "23" to pay-history-status
               end-start
               if pay-history-ok then
                 move "N" to history-eof
                 perform check-one-payment with test before
                   until history-eof-reached or payment-stands
               end-if
             end-if
           end-if
           .
       check-one-payment.
           read pay-history-file next record
             at end move "T" to history-eof
           end-read
           if not history-eof-reached then
             if ph-employee-id not = ld-employee-id
                 or ph-pay-period not = report-period then
               move "T" to history-eof
             else
               if ph-pay-date = ld-run-date
                   and not ph-reversed then
                 move "Y" to payment-switch
               end-if
             end-if
           end-if
           .
      * one line counts twice over -- to the payer's department
      * and to the owner's project
       add-dist-line.
           if ld-overtime-pay is numeric then
             move ld-overtime-pay to line-overtime-pay
           else
             move zero to line-overtime-pay
           end-if
           if ld-burden is numeric then
             move ld-burden to line-burden
           else
             move zero to line-burden
           end-if
           move ld-company to line-company
           if line-company = spaces then
             move cct-code (1) to line-company
           end-if
           move "D" to line-kind
           move ld-department to line-unit
           perform add-run-actual
           if ld-owner-company not = spaces then
             move ld-owner-company to line-company
           end-if
           move "P" to line-kind
           move ld-project to line-unit
           perform add-run-actual
           .
       add-run-actual.
           move "N" to rat-found-switch
           perform find-run-actual varying rat-idx
             from 1 by 1 until rat-idx > rat-count or rat-found
           if rat-found then
             subtract 1 from rat-idx
           else
             if rat-count < run-actual-max then
               add 1 to rat-count
               move rat-count to rat-idx
               move line-company to rat-company (rat-idx)
               move line-kind to rat-kind (rat-idx)
               move line-unit to rat-unit (rat-idx)
               move ld-run-date to rat-run-date (rat-idx)
               move zero to rat-hours (rat-idx) rat-dollars (rat-idx)
                 rat-overtime-pay (rat-idx) rat-burden (rat-idx)
               move "Y" to rat-found-switch
             else
               display "*** MORE THAN " run-actual-max
                 " UNITS IN THE RUN -- " line-unit " NOT KEPT ***"
             end-if
           end-if
           if rat-found then
             add ld-hours to rat-hours (rat-idx)
             add ld-dollars to rat-dollars (rat-idx)
             add line-overtime-pay to rat-overtime-pay (rat-idx)
             add line-burden to rat-burden (rat-idx)
           end-if
           .
       find-run-actual.
           if rat-company (rat-idx) = line-company
               and rat-kind (rat-idx) = line-kind
               and rat-unit (rat-idx) = line-unit
               and rat-run-date (rat-idx) = ld-run-date then
             move "Y" to rat-found-switch
           end-if
           .
       note-run-date.
           move "N" to run-date-switch
           perform find-run-date varying rdt-idx
             from 1 by 1 until rdt-idx > rdt-count
           if not run-date-listed and rdt-count < run-date-max then
             add 1 to rdt-count
             move ld-run-date to rdt-run-date (rdt-count)
           end-if
           .
       find-run-date.
           if rdt-run-date (rdt-idx) = ld-run-date then
             move "Y" to run-date-switch
           end-if
           .
      * a run reported again replaces its rows, so a unit that
      * dropped out of the rerun's detail drops out here too
       replace-run-actuals.
           open i-o labor-actual-file
           if labor-actual-not-found then
             open output labor-actual-file
             close labor-actual-file
             open i-o labor-actual-file
           end-if
           move low-values to la-key
           start labor-actual-file key not < la-key
             invalid key move "23" to labor-actual-status
           end-start
           if labor-actual-ok then
             move "N" to actual-eof
             perform clear-one-actual with test before
               until actual-eof-reached
           end-if
           perform write-one-run-actual varying rat-idx
             from 1 by 1 until rat-idx > rat-count
           close labor-actual-file
           .
       clear-one-actual.
           read labor-actual-file next record
             at end move "T" to actual-eof
           end-read
           if not actual-eof-reached
               and la-pay-period = report-period then
             move "N" to run-date-switch
             perform match-actual-run-date varying rdt-idx
               from 1 by 1 until rdt-idx > rdt-count
             if run-date-listed then
               delete labor-actual-file record
                 invalid key continue
               end-delete
               add 1 to cleared-row-count
             end-if
           end-if
           .
       match-actual-run-date.
           if rdt-run-date (rdt-idx) = la-run-date then
             move "Y" to run-date-switch
           end-if
           .
       write-one-run-actual.
           move rat-company (rat-idx) to la-company-code
           move rat-kind (rat-idx) to la-kind
           move rat-unit (rat-idx) to la-unit
           move report-period to la-pay-period
           move rat-run-date (rat-idx) to la-run-date
           move rat-hours (rat-idx) to la-hours
           move rat-dollars (rat-idx) to la-dollars
           move rat-overtime-pay (rat-idx) to la-overtime-pay
           move rat-burden (rat-idx) to la-burden
           write labor-actual-record
             invalid key rewrite labor-actual-record
           end-write
           add 1 to posted-row-count
           .
      *----------------------------------------------------------
      * the year so far, actual and budget, onto the report's
      * units -- straight time is the wages less the overtime in
      * them, burdened cost the wages plus the employer taxes
      *----------------------------------------------------------
       gather-year-actuals.
           move "A" to row-side
           open input labor-actual-file
           if labor-actual-ok then
             move "N" to actual-eof
             perform gather-one-actual with test before
               until actual-eof-reached
             close labor-actual-file
           end-if
           .
       gather-one-actual.
           read labor-actual-file next record
             at end move "T" to actual-eof
           end-read
           if not actual-eof-reached
               and la-pay-period (1:4) = report-period (1:4)
               and la-pay-period <= report-period
               and (report-all-companies
                 or la-company-code = report-company) then
             move la-company-code to find-company
             move la-kind to find-kind
             move la-unit to find-unit
             move la-hours to row-measure (1)
             if la-overtime-pay < la-dollars then
               subtract la-overtime-pay from la-dollars
                 giving row-measure (2)
             else
               move zero to row-measure (2)
             end-if
             move la-overtime-pay to row-measure (3)
             add la-dollars la-burden giving row-measure (4)
             move "N" to row-period-switch
             if la-pay-period = report-period then
               move "Y" to row-period-switch
             end-if
             perform add-row-to-unit
           end-if
           .
       gather-budget.
           move "B" to row-side
           open input labor-budget-file
           if labor-budget-status = "00" then
             move "N" to budget-eof
             perform gather-one-budget with test before
               until budget-eof-reached
             close labor-budget-file
           else
             display "*** NO LABORBUD.DAT -- EVERY UNIT "
               "UNBUDGETED ***"
           end-if
           .
       gather-one-budget.
           read labor-budget-file
             at end move "T" to budget-eof
           end-read
           if not budget-eof-reached then
             if lb-company-code = spaces then
               move cct-code (1) to lb-company-code
             end-if
             if lb-pay-period (1:4) = report-period (1:4)
                 and lb-pay-period <= report-period
                 and (lb-department or lb-project)
                 and (report-all-companies
                   or lb-company-code = report-company) then
               move lb-company-code to find-company
               move lb-kind to find-kind
               move lb-unit to find-unit
               move zero to row-measures
               if lb-hours is numeric then
                 move lb-hours to row-measure (1)
               end-if
               if lb-straight-pay is numeric then
                 move lb-straight-pay to row-measure (2)
               end-if
               if lb-overtime-pay is numeric then
                 move lb-overtime-pay to row-measure (3)
               end-if
               if lb-burdened-cost is numeric then
                 move lb-burdened-cost to row-measure (4)
               end-if
               move "N" to row-period-switch
               if lb-pay-period = report-period then
                 move "Y" to row-period-switch
               end-if
               perform add-row-to-unit
             end-if
           end-if
           .
       add-row-to-unit.
           perform find-report-unit
           if unit-found then
             perform add-one-measure varying measure-idx
               from 1 by 1 until measure-idx > 4
           end-if
           .
       add-one-measure.
           if row-is-budget then
             add row-measure (measure-idx)
               to utm-ytd-budget (ut-idx, measure-idx)
             if row-is-report-period then
               add row-measure (measure-idx)
                 to utm-per-budget (ut-idx, measure-idx)
             end-if
           else
             add row-measure (measure-idx)
               to utm-ytd-actual (ut-idx, measure-idx)
             if row-is-report-period then
               add row-measure (measure-idx)
                 to utm-per-actual (ut-idx, measure-idx)
             end-if
           end-if
           .
      * the units are kept in key order as they come -- the
      * actuals arrive in order, a budget-only unit is slotted in
      * where it belongs
       find-report-unit.
           move "N" to unit-found-switch
           move zero to insert-idx
           perform compare-one-unit varying ut-idx
             from 1 by 1 until ut-idx > ut-count
               or unit-found or insert-idx not = zero
           if unit-found then
             subtract 1 from ut-idx
           else
             if ut-count < unit-table-max then
               if insert-idx = zero then
                 add 1 to ut-count
                 move ut-count to ut-idx
               else
                 perform shift-one-unit varying shift-idx
                   from ut-count by -1 until shift-idx < insert-idx
                 add 1 to ut-count
                 move insert-idx to ut-idx
               end-if
               move find-company to ut-company (ut-idx)
               move find-kind to ut-kind (ut-idx)
               move find-unit to ut-unit (ut-idx)
               perform clear-one-measure varying measure-idx
                 from 1 by 1 until measure-idx > 4
               move "Y" to unit-found-switch
             else
               if not units-overflowed then
                 display "*** MORE THAN " unit-table-max
                   " UNITS -- THE REST NOT REPORTED ***"
                 move "Y" to unit-overflow-switch
               end-if
             end-if
           end-if
           .
       compare-one-unit.
           move ut-company (ut-idx) to entry-company
           move ut-kind (ut-idx) to entry-kind
           move ut-unit (ut-idx) to entry-unit
           evaluate true
             when entry-key = find-key
               move "Y" to unit-found-switch
             when entry-key > find-key
               move ut-idx to insert-idx
           end-evaluate
           .
       shift-one-unit.
           move ut-entry (shift-idx) to ut-entry (shift-idx + 1)
           .
       clear-one-measure.
           move zero to utm-per-budget (ut-idx, measure-idx)
             utm-per-actual (ut-idx, measure-idx)
             utm-ytd-budget (ut-idx, measure-idx)
             utm-ytd-actual (ut-idx, measure-idx)
           .
      *----------------------------------------------------------
      * the report and the extract, one unit at a time
      *----------------------------------------------------------
       print-budget-report.
           open output budget-report
           open output budget-extract
           move report-period to bh-period
           move threshold-pct to bh-threshold
           move budget-heading to budget-print-line
           write budget-print-line
           move budget-column-heading-1 to budget-print-line
           write budget-print-line
           move budget-column-heading-2 to budget-print-line
           write budget-print-line
           move spaces to budget-extract-line
           string "COMPANY,KIND,UNIT,MEASURE," delimited by size
                  "PERIOD BUDGET,PERIOD ACTUAL,PERIOD VARIANCE,"
                    delimited by size
                  "YTD BUDGET,YTD ACTUAL,YTD VARIANCE,FLAG"
                    delimited by size
                  into budget-extract-line
           end-string
           write budget-extract-line
           perform print-one-unit varying ut-idx
             from 1 by 1 until ut-idx > ut-count
           move printed-unit-count to bsl-units
           move flagged-count to bsl-flagged
           move spaces to budget-print-line
           write budget-print-line
           move budget-summary-line to budget-print-line
           write budget-print-line
           close budget-report
           close budget-extract
           display "LABOR BUDGET REPORT COMPLETE -- "
             printed-unit-count " UNITS, " flagged-count
             " FIGURES OVER PLAN"
           .
       print-one-unit.
           add 1 to printed-unit-count
           move spaces to budget-print-line
           write budget-print-line
           move ut-company (ut-idx) to uhl-company
           move ut-unit (ut-idx) to uhl-unit
           if ut-kind (ut-idx) = "D" then
             move "DEPARTMENT" to uhl-kind-name
           else
             move "PROJECT" to uhl-kind-name
           end-if
           move unit-heading-line to budget-print-line
           write budget-print-line
           perform print-one-measure varying measure-idx
             from 1 by 1 until measure-idx > 4
           .
      * over plan is past the budget by more than the threshold
      * share of it; anything spent against no budget at all is
      * flagged as such
       print-one-measure.
           compute period-variance =
             utm-per-actual (ut-idx, measure-idx)
             - utm-per-budget (ut-idx, measure-idx)
           compute ytd-variance =
             utm-ytd-actual (ut-idx, measure-idx)
             - utm-ytd-budget (ut-idx, measure-idx)
           move "N" to period-over-switch ytd-over-switch
           compute allowed-over rounded =
             utm-per-budget (ut-idx, measure-idx)
             * threshold-pct / 100
           if period-variance > allowed-over then
             move "Y" to period-over-switch
           end-if
           compute allowed-over rounded =
             utm-ytd-budget (ut-idx, measure-idx)
             * threshold-pct / 100
           if ytd-variance > allowed-over then
             move "Y" to ytd-over-switch
           end-if
           evaluate true
             when utm-ytd-budget (ut-idx, measure-idx) = zero
                 and utm-ytd-actual (ut-idx, measure-idx) > zero
               move "*NO BUDGET*" to variance-flag
             when period-over and ytd-over
               move "*OVER BOTH*" to variance-flag
             when period-over
               move "*OVER PER*" to variance-flag
             when ytd-over
               move "*OVER YTD*" to variance-flag
             when other
               move spaces to variance-flag
           end-evaluate
           if variance-flag not = spaces then
             add 1 to flagged-count
           end-if
           move measure-name (measure-idx) to ml-measure
           move utm-per-budget (ut-idx, measure-idx) to ml-per-budget
           move utm-per-actual (ut-idx, measure-idx) to ml-per-actual
           move period-variance to ml-per-variance
           move utm-ytd-budget (ut-idx, measure-idx) to ml-ytd-budget
           move utm-ytd-actual (ut-idx, measure-idx) to ml-ytd-actual
           move ytd-variance to ml-ytd-variance
           move variance-flag to ml-flag
           move measure-line to budget-print-line
           write budget-print-line
           perform write-extract-line
           .
       write-extract-line.
           move utm-per-budget (ut-idx, measure-idx) to xa-per-budget
           move utm-per-actual (ut-idx, measure-idx) to xa-per-actual
           move period-variance to xa-per-variance
           move utm-ytd-budget (ut-idx, measure-idx) to xa-ytd-budget
           move utm-ytd-actual (ut-idx, measure-idx) to xa-ytd-actual
           move ytd-variance to xa-ytd-variance
           move spaces to budget-extract-line
           string ut-company (ut-idx) delimited by size
                  "," delimited by size
                  ut-kind (ut-idx) delimited by size
                  "," delimited by size
                  ut-unit (ut-idx) delimited by space
                  "," delimited by size
                  measure-name (measure-idx) delimited by space
                  "," delimited by size
                  xa-per-budget delimited by size
                  "," delimited by size
                  xa-per-actual delimited by size
                  "," delimited by size
                  xa-per-variance delimited by size
                  "," delimited by size
                  xa-ytd-budget delimited by size
                  "," delimited by size
                  xa-ytd-actual delimited by size
                  "," delimited by size
                  xa-ytd-variance delimited by size
                  "," delimited by size
                  variance-flag delimited by "  "
                  into budget-extract-line
           end-string
           write budget-extract-line
           .
       end program laborbud.
