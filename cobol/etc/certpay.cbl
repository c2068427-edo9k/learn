      * per project with the compliance footer, and foots a
      * totals line that ties to the project subtotal on
      * labordist.prt.  run it right after the payroll run, while
      * labordist.dat still holds that run's detail -- or, for a
      * period the companies ran one by one, while each company's
      * labordistNN.dat does.
      *
      * the rate printed is the one the run paid the project's
      * hours at -- the better of the master rate and the
      * prevailing rate for the worker's classification, off the
      * same shared lookup and priced at the same period end date
      * the run used -- with the determination's fringe and the
      * part of it paid as cash beside it.
       environment division.
       input-output section.
       file-control.
      * the run's cost-center apportionment -- hours and dollars
      * per employee per project
           select labor-dist-file
             assign to labor-dist-name
               organization is line sequential
               file status is labor-dist-status.
           select empmast
               access mode is dynamic
               record key is ph-key
               file status is pay-history-status.
      * the period's end date, the date the run priced the
      * prevailing rates at
           select pay-calendar-file
             assign to "paycal.dat"
               organization is line sequential
               file status is pay-calendar-status.
      * the company codes a company's own run names its files by
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
           select certified-report
             assign to "certpay.prt"
               organization is line sequential.
           02 ld-hours        pic 9(3)v9.
           02 ld-dollars      pic 9(6)v99.
           02 ld-company      pic x(02).
           02 ld-owner-company pic x(02).
           02 ld-burden       pic 9(5)v99.
           02 ld-overtime-pay pic 9(6)v99.
           02 ld-pay-period   pic x(06).
           02 ld-run-date     pic x(08).
       fd empmast.
           copy emprec.
       fd pay-history-file.
           copy payhist.
       fd pay-calendar-file.
       01 pay-calendar-record.
           02 pc-pay-period     pic x(06).
           02 pc-start-date     pic x(08).
           02 pc-end-date       pic x(08).
           02 filler            pic x(19).
       fd company-control-file.
           copy compctl.
       fd certified-report.
       01 certified-print-line pic x(120).
       working-storage section.
       01 labor-dist-status pic x(02).
       01 labor-dist-name   pic x(20).
       01 company-control-status pic x(02).
       01 company-eof       pic x(01).
           88 company-eof-reached value "T".
      * the companies on compctl.dat, primary first
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
      * which of the run's files is being read -- zero for the
      * classic name, else the company table entry
       01 feed-idx           pic 9(02) usage comp.
       01 dist-file-count    pic 9(02) usage comp.
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
       01 pay-history-status pic x(02).
           88 pay-history-ok        value "00".
           88 pay-history-not-found value "23", "35".
       01 pay-calendar-status pic x(02).
       01 calendar-eof      pic x(01).
           88 calendar-eof-reached value "T".
       01 dist-eof          pic x(01).
           88 dist-eof-reached value "T".
       01 done-switch       pic x value "N".
       01 report-project    pic x(06).
       01 report-period     pic x(06).
       01 week-ending-date  pic x(08).
      * the period end off the pay calendar when the period is on
      * it, else the week ending keyed
       01 price-date        pic x(08).
       01 line-rate         pic 9(03)v99.
           copy prevwreq.
      * overtime rule by labor code -- same table the run prices
      * with, so the straight/overtime split here matches the
      * checks
           02 filler pic x(07) value "CLASS".
           02 filler pic x(09) value "ST HRS".
           02 filler pic x(09) value "OT HRS".
           02 filler pic x(07) value "RATE".
           02 filler pic x(08) value "FRINGE".
           02 filler pic x(10) value "CASH FR".
           02 filler pic x(13) value "PROJ GROSS".
           02 filler pic x(13) value "TOTAL DEDS".
           02 filler pic x(12) value "NET PAY".
           02 cdl-overtime    pic zz9.9.
           02 filler          pic x(03).
           02 cdl-rate        pic zz9.99.
           02 filler          pic x(02).
           02 cdl-fringe      pic zz9.99.
           02 filler          pic x(02).
           02 cdl-cash-fringe pic zz9.99.
           02 filler          pic x(03).
           02 cdl-proj-gross  pic $$$,$$9.99.
           02 filler          pic x(03).
           accept report-period
           display "WEEK ENDING DATE (YYYYMMDD): "
           accept week-ending-date
           move week-ending-date to price-date
           perform load-company-codes
           open input pay-calendar-file
           if pay-calendar-status = "00" then
             move "N" to calendar-eof
             perform read-calendar-row with test before
               until calendar-eof-reached
             close pay-calendar-file
           end-if
           .
       read-calendar-row.
           read pay-calendar-file
             at end move "T" to calendar-eof
           end-read
           if not calendar-eof-reached then
             if pc-pay-period = report-period
                 and pc-end-date is numeric then
               move pc-end-date to price-date
             end-if
           end-if
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
      * one project statement per pass -- a blank project is the
      * operator's signal to quit, same as the other prompt loops
           write certified-print-line
           move report-column-heading to certified-print-line
           write certified-print-line
           move zero to dist-file-count
           perform report-one-dist-file varying feed-idx
             from zero by 1 until feed-idx > cct-count
           if dist-file-count = zero then
             display "*** NO LABORDIST.DAT -- RUN PAYROLL "
               "FIRST ***"
           end-if
             " WORKERS, " project-hours " HOURS, "
             project-dollars " DOLLARS"
           .
      * the classic labordist.dat, then each company's own -- a
      * period runs one way or the other, and the run empties the
      * kind it didn't write
       report-one-dist-file.
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
             perform report-one-dist-line with test before
               until dist-eof-reached
             close labor-dist-file
           end-if
           .
       report-one-dist-line.
           read labor-dist-file
             at end move "T" to dist-eof
           if empmast-ok then
             move em-employee-name to cdl-worker-name
             move em-labor-code to cdl-class
             perform price-prevailing-wage
             move line-rate to cdl-rate
             move pv-fringe-rate to cdl-fringe
             move pv-cash-fringe to cdl-cash-fringe
           else
             move spaces to cdl-worker-name
             move spaces to cdl-class
             move zero to cdl-rate cdl-fringe cdl-cash-fringe
           end-if
           move line-straight-hours to cdl-straight
           move line-ot-hours to cdl-overtime
           add ld-hours to project-hours
           add ld-dollars to project-dollars
           .
      * the run's rule exactly -- the prevailing rate when it is
      * the higher, the master rate otherwise
       price-prevailing-wage.
           move em-pay-rate to line-rate
           move ld-project to pv-project
           move em-labor-code to pv-labor-class
           move price-date to pv-as-of-date
           call "payprevwage" using prevailing-wage-request
           evaluate true
             when pv-covered
               if pv-base-rate > line-rate then
                 move pv-base-rate to line-rate
               end-if
             when pv-class-missing
               display "*** " ld-employee-id " CLASS " em-labor-code
                 " HAS NO PREVAILING RATE ON PROJECT " ld-project
                 " ***"
           end-evaluate
           .
      * split the whole check's hours at the worker's overtime
      * threshold, then take the project's share of each bucket
      * by hours share -- the same apportioning the run did for
