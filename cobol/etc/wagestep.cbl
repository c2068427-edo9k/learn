       identification division.
       program-id. wagestep.
       author. charles r. martin.
       date-written. 2026-sep-04.
      * union wage-scale step progression and contract increases.
      * union rates used to be keyed into em-pay-rate one employee
      * at a time, and a general increase on top of the
      * anniversary step raises was two days of keying with the
      * usual share of wrong rates.  the contract scale now lives
      * on wagescale.dat, one rate per labor code, step and
      * effective period, and the master carries each employee's
      * step and the date the next one comes due.  this program
      * advances every hourly employee whose hire-date anniversary
      * has come due through the operator's as-of date, optionally
      * lays a contract-wide percentage increase onto a labor
      * code's scale, and reprices everyone on the scale at the
      * rate in force for the pay period.  it always prints the
      * preview listing; only a posting pass rewrites the master,
      * and every change it makes lands on empaudit.dat with its
      * before and after images exactly as an empmaint change
      * would.  a change effective in a period already paid is
      * queued on retroqueue.dat for retropay instead of being
      * figured by hand.  every general increase is journaled on
      * genincr.dat, which refuses the same increase twice and
      * raises the off-scale employees by its percentage in the
      * first posting pass run for its effective period or later.
       environment division.
       input-output section.
       file-control.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is dynamic
               record key is em-employee-id
               file status is empmast-status.
      * the contract scale -- read whole into storage, appended to
      * when a posting pass lays on a general increase
           select wage-scale-file
             assign to "wagescale.dat"
               organization is line sequential
               file status is wage-scale-status.
      * the same maintenance trail empmaint appends to
           select audit-file
             assign to "empaudit.dat"
               organization is line sequential
               file status is audit-file-status.
      * the general increases applied -- read whole into storage,
      * rewritten whole by a posting pass that adds or settles one
           select increase-journal
             assign to "genincr.dat"
               organization is line sequential
               file status is increase-journal-status.
           select retro-queue-file
             assign to "retroqueue.dat"
               organization is line sequential
               file status is retro-queue-status.
           select step-listing
             assign to "wagestep.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd empmast.
           copy emprec.
       fd wage-scale-file.
           copy wagescl.
       fd audit-file.
       01 audit-record.
           02 ea-date            pic x(08).
           02 ea-time            pic x(06).
           02 ea-operator        pic x(10).
           02 ea-action          pic x(01).
           02 ea-employee-id     pic x(05).
           02 ea-before-image    pic x(200).
           02 ea-after-image     pic x(200).
       fd increase-journal.
           copy genincr.
       fd retro-queue-file.
           copy retroq.
       fd step-listing.
       01 step-print-line    pic x(100).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 empmast-status    pic x(02).
           88 empmast-ok        value "00".
       01 wage-scale-status pic x(02).
       01 audit-file-status pic x(02).
       01 retro-queue-status pic x(02).
       01 increase-journal-status pic x(02).
       01 journal-eof       pic x.
           88 journal-eof-reached value "T".
       01 run-log-status    pic x(02).
       01 operator-id       pic x(10).
       01 operator-password pic x(10).
       01 signon-switch     pic x value "N".
           88 operator-authorized   value "Y".
           copy signreq.
       01 end-file          pic x.
           88 eof              value "T".
       01 scale-eof         pic x.
           88 scale-eof-reached value "T".
      * what the operator keys -- the pay period the new rates are
      * for, the date step anniversaries are advanced through, the
      * optional general increase, and whether this pass posts
       01 current-period    pic x(06).
       01 prior-period      pic x(06).
       01 thru-date         pic x(08).
       01 increase-labor-code pic x(03).
       01 increase-period   pic x(06).
       01 answer-percent    pic x(04).
       01 answer-percent-num redefines answer-percent pic 9(02)v99.
       01 increase-percent  pic 9(02)v99 value zero.
       01 run-mode          pic x(01).
           88 mode-is-post      value "U".
           88 mode-is-preview   value "P".
       01 bad-answer-switch pic x(01) value "N".
           88 answers-bad       value "Y".
       01 increase-switch   pic x(01) value "N".
           88 increase-wanted   value "Y".
      * the contract scale in storage -- the rows off the file plus
      * any general-increase rows this pass lays on
       01 wage-scale-table.
           02 wgt-entry occurs 500 times.
               03 wgt-labor-code  pic x(03).
               03 wgt-step        pic 9(02).
               03 wgt-effective   pic x(06).
               03 wgt-rate        pic 9(03)v99.
       77 wage-scale-max    pic 9(03) value 500.
       01 wgt-count         pic 9(03) usage comp value zero.
       01 wgt-idx           pic 9(03) usage comp.
       01 wgt-file-count    pic 9(03) usage comp value zero.
       01 first-new-row     pic 9(03) usage comp.
      * the general-increase journal in storage.  an increase not
      * yet given to the off-scale employees is due from its
      * effective period on.
       01 general-increase-table.
           02 git-entry occurs 200 times.
               03 git-labor-code      pic x(03).
               03 git-effective       pic x(06).
               03 git-percent         pic 9(02)v99.
               03 git-scale-rows      pic 9(03).
               03 git-posted-date     pic x(08).
               03 git-operator        pic x(10).
               03 git-offscale-status pic x(01).
               03 git-offscale-period pic x(06).
       77 general-increase-max pic 9(03) value 200.
       01 git-count         pic 9(03) usage comp value zero.
       01 git-idx           pic 9(03) usage comp.
       01 journal-change-switch pic x(01) value "N".
           88 journal-changed   value "Y".
       01 journal-found-switch pic x(01).
           88 journal-row-found value "Y".
       01 increase-due-switch pic x(01).
           88 labor-increase-due value "Y".
      * one scale lookup -- the rate in force for a labor code and
      * step as of a period, the latest row effective on or before
      * it winning
       01 want-labor-code   pic x(03).
       01 want-step         pic 9(02).
       01 want-period       pic x(06).
       01 found-rate        pic 9(03)v99.
       01 found-effective   pic x(06).
       01 scale-rate-switch pic x(01).
           88 scale-rate-found  value "Y".
       01 labor-scale-switch pic x(01).
           88 labor-on-scale    value "Y".
       01 period-rows-switch pic x(01).
           88 period-rows-exist value "Y".
       01 step-idx          pic 9(02) usage comp.
      * the employee being repriced
       01 before-image      pic x(200).
       01 old-rate          pic 9(03)v99.
       01 old-step          pic 9(02).
       01 old-next-step-date pic x(08).
       01 new-rate          pic 9(03)v99.
       01 retro-from-period pic x(06).
       01 step-done-switch  pic x(01).
           88 step-advance-done value "Y".
       01 change-note       pic x(20).
       01 anniversary-date.
           02 ad-year         pic 9(04).
           02 ad-month-day    pic x(04).
       01 prior-year        pic 9(04).
       01 prior-month       pic 9(02).
       01 changed-count     pic 9(05) usage comp value zero.
       01 retro-count       pic 9(05) usage comp value zero.
       01 new-row-count     pic 9(03) usage comp value zero.
       01 listing-heading.
           02 filler pic x(27) value "WAGE SCALE STEP RUN -- PAY".
           02 filler pic x(08) value " PERIOD ".
           02 lh-period pic x(06).
           02 filler pic x(14) value "  STEPS THRU ".
           02 lh-thru-date pic x(08).
           02 filler pic x(02).
           02 lh-mode pic x(20).
       01 increase-heading.
           02 filler pic x(27) value "GENERAL INCREASE -- LABOR ".
           02 ih-labor-code pic x(03).
           02 filler pic x(02).
           02 ih-percent pic z9.99.
           02 filler pic x(17) value "% EFFECTIVE".
           02 ih-period pic x(06).
           02 filler pic x(02).
           02 ih-rows pic zz9.
           02 filler pic x(12) value " SCALE ROWS".
       01 offscale-due-line.
           02 filler pic x(27) value "OFF-SCALE INCREASE -- LABOR".
           02 filler pic x(01).
           02 odl-labor-code pic x(03).
           02 filler pic x(02).
           02 odl-percent pic z9.99.
           02 filler pic x(17) value "% EFFECTIVE".
           02 odl-period pic x(06).
       01 scale-row-line.
           02 filler pic x(06) value "  NEW ".
           02 srl-labor-code pic x(03).
           02 filler pic x(06) value " STEP ".
           02 srl-step pic 99.
           02 filler pic x(02).
           02 srl-rate pic zz9.99.
       01 listing-column-heading.
           02 filler pic x(07) value "EMP".
           02 filler pic x(27) value "NAME".
           02 filler pic x(05) value "LBR".
           02 filler pic x(10) value "STEP".
           02 filler pic x(18) value "RATE".
           02 filler pic x(10) value "NEXT STEP".
           02 filler pic x(20) value "NOTE".
       01 listing-detail-line.
           02 ld-employee-id  pic x(05).
           02 filler          pic x(02).
           02 ld-name         pic x(25).
           02 filler          pic x(02).
           02 ld-labor-code   pic x(03).
           02 filler          pic x(02).
           02 ld-old-step     pic 99.
           02 filler          pic x(04) value " TO ".
           02 ld-new-step     pic 99.
           02 filler          pic x(02).
           02 ld-old-rate     pic zz9.99.
           02 filler          pic x(04) value " TO ".
           02 ld-new-rate     pic zz9.99.
           02 filler          pic x(02).
           02 ld-next-step    pic x(08).
           02 filler          pic x(02).
           02 ld-note         pic x(20).
       01 listing-total-line.
           02 filler pic x(20) value "EMPLOYEES CHANGED".
           02 lt-changed pic zzzz9.
           02 filler pic x(20) value "   RETRO QUEUED".
           02 lt-retro pic zzzz9.
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             if answers-bad then
               move 16 to return-code
             else
               perform reprice-one-employee with test before
                 until eof
               perform clean-up
             end-if
           else
             move 16 to return-code
           end-if
           stop run.
      * the shared sign-on owns the password rules -- this program
      * reprices the master in bulk, so it takes the run
      * authorization the payroll run does
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "wagestep" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO RUN WAGE STEPS ***"
           end-if
           .
       initialize-program.
           perform accept-run-terms
           if not answers-bad then
             perform load-wage-scale
             perform load-increase-journal
             open output step-listing
             move current-period to lh-period
             move thru-date to lh-thru-date
             if mode-is-post then
               move "POSTED" to lh-mode
             else
               move "PREVIEW -- NOT POSTED" to lh-mode
             end-if
             move listing-heading to step-print-line
             write step-print-line
             if increase-wanted then
               perform lay-on-increase
             end-if
             if not answers-bad then
               perform print-due-increase varying git-idx
                 from 1 by 1 until git-idx > git-count
               perform open-run-files
               move listing-column-heading to step-print-line
               write step-print-line
             else
               close step-listing
             end-if
           end-if
           .
       accept-run-terms.
           display "PAY PERIOD THE NEW RATES ARE FOR (YYYYMM): "
           accept current-period
           if current-period is not numeric then
             move "Y" to bad-answer-switch
             display "*** PAY PERIOD MUST BE YYYYMM ***"
           else
             perform derive-prior-period
           end-if
           display "ADVANCE STEPS DUE THROUGH (YYYYMMDD, BLANK FOR "
             "TODAY): "
           accept thru-date
           if thru-date = spaces then
             move function current-date (1:8) to thru-date
           end-if
           if thru-date is not numeric then
             move "Y" to bad-answer-switch
             display "*** STEP DATE MUST BE YYYYMMDD ***"
           end-if
           display "GENERAL INCREASE LABOR CODE (BLANK FOR NONE): "
           accept increase-labor-code
           if increase-labor-code not = spaces then
             move "Y" to increase-switch
             display "INCREASE PERCENT (NNNN, E.G. 0300 FOR 3.00%): "
             accept answer-percent
             if answer-percent is numeric then
               move answer-percent-num to increase-percent
             else
               move "Y" to bad-answer-switch
               display "*** INCREASE PERCENT MUST BE 4 DIGITS ***"
             end-if
             display "INCREASE EFFECTIVE PAY PERIOD (YYYYMM): "
             accept increase-period
             if increase-period is not numeric then
               move "Y" to bad-answer-switch
               display "*** EFFECTIVE PERIOD MUST BE YYYYMM ***"
             end-if
           end-if
           display "P=PREVIEW ONLY, U=POST THE CHANGES: "
           accept run-mode
           if not mode-is-post and not mode-is-preview then
             move "Y" to bad-answer-switch
             display "*** MODE MUST BE P OR U ***"
           end-if
           if answers-bad then
             display "*** NOTHING DONE -- CORRECT AND RE-RUN ***"
           end-if
           .
      * the last period already paid -- a retro difference runs
      * from the change's effective period through this one
       derive-prior-period.
           move current-period (1:4) to prior-year
           move current-period (5:2) to prior-month
           if prior-month = 1 then
             subtract 1 from prior-year
             move 12 to prior-month
           else
             subtract 1 from prior-month
           end-if
           move prior-year to prior-period (1:4)
           move prior-month to prior-period (5:2)
           .
      * the whole scale into storage -- a site that hasn't keyed
      * wagescale.dat has no one on a scale and nothing to do but
      * a general increase against off-scale rates
       load-wage-scale.
           open input wage-scale-file
           if wage-scale-status = "00" then
             move "N" to scale-eof
             perform load-one-scale-row with test before
               until scale-eof-reached
             close wage-scale-file
           end-if
           move wgt-count to wgt-file-count
           compute first-new-row = wgt-file-count + 1
           .
       load-one-scale-row.
           read wage-scale-file
             at end move "T" to scale-eof
           end-read
           if not scale-eof-reached then
             if wgt-count < wage-scale-max
                 and wg-step is numeric
                 and wg-step-rate is numeric then
               add 1 to wgt-count
               move wg-labor-code to wgt-labor-code (wgt-count)
               move wg-step to wgt-step (wgt-count)
               move wg-effective-period to wgt-effective (wgt-count)
               move wg-step-rate to wgt-rate (wgt-count)
             end-if
           end-if
           .
      * the journal whole into storage -- a site that has never
      * given a general increase has no genincr.dat
       load-increase-journal.
           open input increase-journal
           if increase-journal-status = "00" then
             move "N" to journal-eof
             perform load-one-journal-row with test before
               until journal-eof-reached
             close increase-journal
           end-if
           .
       load-one-journal-row.
           read increase-journal
             at end move "T" to journal-eof
           end-read
           if not journal-eof-reached then
             if git-count < general-increase-max then
               add 1 to git-count
               move general-increase-record to git-entry (git-count)
             else
               display "*** GENINCR.DAT OVER " general-increase-max
                 " LINES -- NOTHING DONE ***"
               move "Y" to bad-answer-switch
               move "T" to journal-eof
             end-if
           end-if
           .
      * a general increase is a new set of scale rows for the
      * labor code at the effective period -- each step's rate in
      * force then, raised by the percentage -- and a journal line
      * that carries the raise to the off-scale employees.  an
      * increase already on the journal has been given; so has one
      * whose scale rows are on file from before the journal was
      * kept.  a second pass would compound either, so both are
      * refused.
       lay-on-increase.
           move increase-labor-code to want-labor-code
           move "N" to journal-found-switch
           perform check-journal-row varying git-idx
             from 1 by 1 until git-idx > git-count
           move "N" to period-rows-switch
           perform check-period-rows varying wgt-idx
             from 1 by 1 until wgt-idx > wgt-count
           evaluate true
             when journal-row-found
               move "Y" to bad-answer-switch
               display "*** " increase-labor-code " INCREASE "
                 "EFFECTIVE " increase-period " ALREADY ON "
                 "GENINCR.DAT -- INCREASE NOT APPLIED ***"
             when period-rows-exist
               move "Y" to bad-answer-switch
               display "*** SCALE ALREADY HAS " increase-labor-code
                 " ROWS EFFECTIVE " increase-period
                 " -- INCREASE NOT APPLIED ***"
             when git-count not < general-increase-max
               move "Y" to bad-answer-switch
               display "*** GENINCR.DAT FULL -- INCREASE NOT "
                 "APPLIED ***"
             when other
               perform lay-on-scale-rows
           end-evaluate
           .
       check-journal-row.
           if git-labor-code (git-idx) = increase-labor-code
               and git-effective (git-idx) = increase-period then
             move "Y" to journal-found-switch
           end-if
           .
       lay-on-scale-rows.
           move increase-period to want-period
           perform raise-one-step varying step-idx
             from 1 by 1 until step-idx > 99
           move increase-labor-code to ih-labor-code
           move increase-percent to ih-percent
           move increase-period to ih-period
           move new-row-count to ih-rows
           move increase-heading to step-print-line
           write step-print-line
           perform print-new-scale-row varying wgt-idx
             from first-new-row by 1 until wgt-idx > wgt-count
           add 1 to git-count
           move increase-labor-code to git-labor-code (git-count)
           move increase-period to git-effective (git-count)
           move increase-percent to git-percent (git-count)
           move new-row-count to git-scale-rows (git-count)
           move function current-date (1:8)
             to git-posted-date (git-count)
           move operator-id to git-operator (git-count)
           move "N" to git-offscale-status (git-count)
           move spaces to git-offscale-period (git-count)
           move "Y" to journal-change-switch
           .
      * an increase whose period this pass reaches and whose
      * off-scale raise has not been given is listed -- the
      * off-scale employees of its labor code take it below
       print-due-increase.
           if git-offscale-status (git-idx) not = "Y"
               and git-effective (git-idx) <= current-period then
             move git-labor-code (git-idx) to odl-labor-code
             move git-percent (git-idx) to odl-percent
             move git-effective (git-idx) to odl-period
             move offscale-due-line to step-print-line
             write step-print-line
           end-if
           .
       check-due-increase.
           if git-labor-code (git-idx) = want-labor-code
               and git-offscale-status (git-idx) not = "Y"
               and git-effective (git-idx) <= current-period then
             move "Y" to increase-due-switch
           end-if
           .
       check-period-rows.
           if wgt-labor-code (wgt-idx) = want-labor-code
               and wgt-effective (wgt-idx) = increase-period then
             move "Y" to period-rows-switch
           end-if
           .
       raise-one-step.
           move step-idx to want-step
           perform find-scale-rate
           if scale-rate-found then
             if wgt-count < wage-scale-max then
               add 1 to wgt-count
               add 1 to new-row-count
               move want-labor-code to wgt-labor-code (wgt-count)
               move want-step to wgt-step (wgt-count)
               move increase-period to wgt-effective (wgt-count)
               compute wgt-rate (wgt-count) rounded =
                 found-rate * (100 + increase-percent) / 100
             else
               display "*** WAGE SCALE TABLE FULL -- STEP "
                 want-step " NOT RAISED ***"
             end-if
           end-if
           .
       print-new-scale-row.
           move wgt-labor-code (wgt-idx) to srl-labor-code
           move wgt-step (wgt-idx) to srl-step
           move wgt-rate (wgt-idx) to srl-rate
           move scale-row-line to step-print-line
           write step-print-line
           .
      * the latest row for the labor code and step effective on or
      * before the wanted period
       find-scale-rate.
           move "N" to scale-rate-switch
           move spaces to found-effective
           perform match-scale-row varying wgt-idx
             from 1 by 1 until wgt-idx > wgt-count
           .
       match-scale-row.
           if wgt-labor-code (wgt-idx) = want-labor-code
               and wgt-step (wgt-idx) = want-step
               and wgt-effective (wgt-idx) <= want-period
               and wgt-effective (wgt-idx) >= found-effective then
             move "Y" to scale-rate-switch
             move wgt-effective (wgt-idx) to found-effective
             move wgt-rate (wgt-idx) to found-rate
           end-if
           .
       check-labor-on-scale.
           if wgt-labor-code (wgt-idx) = want-labor-code then
             move "Y" to labor-scale-switch
           end-if
           .
      * the master is read in key sequence; a posting pass opens
      * it i-o and appends to the audit trail, the retro queue and
      * (for a general increase) the scale itself
       open-run-files.
           if mode-is-post then
             open i-o empmast
             open extend audit-file
             if audit-file-status not = "00" then
               open output audit-file
             end-if
             open extend retro-queue-file
             if retro-queue-status not = "00" then
               open output retro-queue-file
             end-if
             if new-row-count > zero then
               perform append-new-scale-rows
             end-if
      * the journal line goes down with the scale rows, so a pass
      * that stops short cannot leave rows a rerun would lay again
             if journal-changed then
               perform rewrite-increase-journal
               move "N" to journal-change-switch
             end-if
           else
             open input empmast
           end-if
           move low-values to em-employee-id
           start empmast key not < em-employee-id
             invalid key move "T" to end-file
           end-start
           .
       append-new-scale-rows.
           open extend wage-scale-file
           if wage-scale-status not = "00" then
             open output wage-scale-file
           end-if
           perform write-one-new-row varying wgt-idx
             from first-new-row by 1 until wgt-idx > wgt-count
           close wage-scale-file
           .
       write-one-new-row.
           move wgt-labor-code (wgt-idx) to wg-labor-code
           move wgt-step (wgt-idx) to wg-step
           move wgt-effective (wgt-idx) to wg-effective-period
           move wgt-rate (wgt-idx) to wg-step-rate
           write wage-scale-record
           .
      * one employee per pass -- only active hourly employees whose
      * labor code has a scale (or takes the general increase) are
      * repriced; salaried staff and everyone else pass untouched
       reprice-one-employee.
           read empmast next record
             at end move "T" to end-file
           end-read
           if not eof then
             move employee-master-record to before-image
             if em-wage-step is not numeric then
               move zero to em-wage-step
             end-if
             move em-labor-code to want-labor-code
             move "N" to labor-scale-switch
             perform check-labor-on-scale varying wgt-idx
               from 1 by 1 until wgt-idx > wgt-count
             move "N" to increase-due-switch
             perform check-due-increase varying git-idx
               from 1 by 1 until git-idx > git-count
             if em-active and em-paid-hourly
                 and (labor-on-scale or labor-increase-due) then
               perform figure-new-position
             end-if
           end-if
           .
       figure-new-position.
           move em-pay-rate to old-rate new-rate
           move em-wage-step to old-step
           move em-next-step-date to old-next-step-date
           move spaces to change-note
           move current-period to retro-from-period
           if em-wage-step > zero then
             perform advance-due-steps
             move em-wage-step to want-step
             move current-period to want-period
             perform find-scale-rate
             if scale-rate-found then
               move found-rate to new-rate
               if found-rate not = old-rate
                   and found-effective < retro-from-period then
                 move found-effective to retro-from-period
               end-if
             else
               move "STEP NOT ON SCALE" to change-note
             end-if
           else
      * off the scale -- each general increase due for the labor
      * code still reaches them, as a percentage of the rate they
      * are on, whenever its scale rows were laid
             if labor-increase-due then
               perform raise-off-scale varying git-idx
                 from 1 by 1 until git-idx > git-count
               move "OFF SCALE" to change-note
             end-if
           end-if
           if new-rate not = old-rate
               or em-wage-step not = old-step
               or em-next-step-date not = old-next-step-date then
             move new-rate to em-pay-rate
             perform post-one-change
           end-if
           .
       raise-off-scale.
           if git-labor-code (git-idx) = em-labor-code
               and git-offscale-status (git-idx) not = "Y"
               and git-effective (git-idx) <= current-period then
             compute new-rate rounded =
               new-rate * (100 + git-percent (git-idx)) / 100
             if git-effective (git-idx) < retro-from-period then
               move git-effective (git-idx) to retro-from-period
             end-if
           end-if
           .
      * every anniversary due through the as-of date moves the
      * employee one step, as far as the scale goes -- the top
      * step just rolls the date.  a record with no next-step date
      * yet gets the next anniversary of its hire date.
       advance-due-steps.
           if em-next-step-date is not numeric then
             if em-hire-date is numeric then
               move thru-date (1:4) to ad-year
               move em-hire-date (5:4) to ad-month-day
               if anniversary-date <= thru-date then
                 add 1 to ad-year
               end-if
               perform fix-leap-anniversary
               move anniversary-date to em-next-step-date
               move "NEXT STEP DATE SET" to change-note
             end-if
           else
             move "N" to step-done-switch
             perform advance-one-step with test before
               until step-advance-done
           end-if
           .
       advance-one-step.
           if em-next-step-date > thru-date then
             move "Y" to step-done-switch
           else
             move em-labor-code to want-labor-code
             move "N" to scale-rate-switch
             if em-wage-step < 99 then
               compute want-step = em-wage-step + 1
               move current-period to want-period
               perform find-scale-rate
             end-if
             if scale-rate-found then
               move want-step to em-wage-step
               if em-next-step-date (1:6) < retro-from-period then
                 move em-next-step-date (1:6) to retro-from-period
               end-if
             else
               move "TOP OF SCALE" to change-note
             end-if
             move em-next-step-date to anniversary-date
             add 1 to ad-year
             perform fix-leap-anniversary
             move anniversary-date to em-next-step-date
           end-if
           .
      * a february 29 hire steps on the 28th -- the one
      * anniversary that doesn't come round every year
       fix-leap-anniversary.
           if ad-month-day = "0229" then
             move "0228" to ad-month-day
           end-if
           .
      * the preview lists what a posting pass would do; the
      * posting pass does it -- master rewrite, audit line in
      * empmaint's layout, and a retro queue line when the new
      * rate reaches back into a period already paid
       post-one-change.
           add 1 to changed-count
           move em-employee-id to ld-employee-id
           move em-employee-name to ld-name
           move em-labor-code to ld-labor-code
           move old-step to ld-old-step
           move em-wage-step to ld-new-step
           move old-rate to ld-old-rate
           move new-rate to ld-new-rate
           move em-next-step-date to ld-next-step
           if new-rate > old-rate
               and retro-from-period < current-period then
             add 1 to retro-count
             move "RETRO FROM" to change-note
             move retro-from-period to change-note (12:6)
             if mode-is-post then
               perform queue-retro-pay
             end-if
           end-if
           move change-note to ld-note
           move listing-detail-line to step-print-line
           write step-print-line
           if mode-is-post then
             rewrite employee-master-record
             perform write-audit-record
           end-if
           .
       queue-retro-pay.
           move em-employee-id to rq-employee-id
           move old-rate to rq-old-rate
           move new-rate to rq-new-rate
           move retro-from-period to rq-from-period
           move prior-period to rq-thru-period
           move function current-date (1:8) to rq-queued-date
           move "wagestep" to rq-source
           write retro-queue-record
           .
       write-audit-record.
           move function current-date (1:8) to ea-date
           move function current-date (9:6) to ea-time
           move operator-id to ea-operator
           move "C" to ea-action
           move em-employee-id to ea-employee-id
           move before-image to ea-before-image
           move employee-master-record to ea-after-image
           write audit-record
           .
       clean-up.
           move changed-count to lt-changed
           move retro-count to lt-retro
           move listing-total-line to step-print-line
           write step-print-line
           close step-listing
           close empmast
           if mode-is-post then
             close audit-file
             close retro-queue-file
             perform settle-due-increase varying git-idx
               from 1 by 1 until git-idx > git-count
             if journal-changed then
               perform rewrite-increase-journal
             end-if
             perform write-run-log
           end-if
           display "EMPLOYEES CHANGED: " changed-count
             "  RETRO QUEUED: " retro-count
           .
      * the off-scale employees have had every increase due this
      * pass -- marked given, so no later pass raises them again
       settle-due-increase.
           if git-offscale-status (git-idx) not = "Y"
               and git-effective (git-idx) <= current-period then
             move "Y" to git-offscale-status (git-idx)
             move current-period to git-offscale-period (git-idx)
             move "Y" to journal-change-switch
           end-if
           .
       rewrite-increase-journal.
           open output increase-journal
           perform write-one-journal-row varying git-idx
             from 1 by 1 until git-idx > git-count
           close increase-journal
           .
       write-one-journal-row.
           move git-entry (git-idx) to general-increase-record
           write general-increase-record
           .
       write-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "wagestep" to rl-program
           move operator-id to rl-operator
           move spaces to rl-action
           string "WAGE STEPS POSTED " delimited by size
                  current-period delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       end program wagestep.
