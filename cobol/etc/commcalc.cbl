       identification division.
       program-id. commcalc.
       author. charles r. martin.
       date-written. 2026-sep-21.
      * sales commission calculation.  a "c" card's tc-supp-amount
      * used to be whatever timekeeping keyed, figured by the sales
      * managers in a spreadsheet off the order system's monthly
      * sales extract -- and a rep who disputed a check got an
      * answer out of somebody's formulas.  this reads the extract
      * for one sales period against each rep's plan on
      * commplan.dat (tiered rates against quota, and a draw),
      * figures the commission, nets out any unrecovered draw
      * carried from earlier periods, and pays the greater of what
      * is left and the draw.  a recoverable draw paid over what
      * was earned carries forward to be recovered later.  each
      * rep's pay goes out as a supplemental "c" card on
      * tc-commission.dat, which the timecard merge folds into the
      * rep's regular card, and each rep gets a statement listing
      * every invoice and credit behind the figure.  the whole
      * calculation lands on commhist.dat, one line per rep per
      * period, so a dispute is answered from the data.
       environment division.
       input-output section.
       file-control.
      * the order system's extract -- every invoiced sale and
      * credit memo, by salesperson, as it comes out of the order
      * system
           select sales-extract
             assign to "salesext.dat"
               organization is line sequential
               file status is sales-extract-status.
           select sort-work
             assign to "cmsortwk.dat".
           select sales-sorted
             assign to "cmsort.dat"
               organization is sequential.
           select plan-file
             assign to "commplan.dat"
               organization is line sequential
               file status is plan-file-status.
           select history-file
             assign to "commhist.dat"
               organization is line sequential
               file status is history-file-status.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is empmast-status.
      * last period's merged cards -- the commission card carries
      * the same 401(k) and health elections the rep's other cards
      * do
           select prior-timecards
             assign to "timecards.dat"
               organization is line sequential
               file status is prior-timecards-status.
           select commission-timecards
             assign to "tc-commission.dat"
               organization is line sequential.
           select statement-report
             assign to "commstmt.prt"
               organization is line sequential.
           select exception-report
             assign to "commexc.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd sales-extract.
       01 sales-extract-record.
           02 sx-salesperson-id  pic x(05).
           02 sx-sales-period    pic x(06).
           02 sx-order-number    pic x(10).
           02 sx-invoice-date    pic x(08).
           02 sx-customer-name   pic x(20).
      * s = invoiced sale, r = return or credit memo
           02 sx-line-type       pic x(01).
           02 sx-amount          pic 9(07)v99.
       sd sort-work.
       01 sort-record.
           02 so-salesperson-id  pic x(05).
           02 so-sales-period    pic x(06).
           02 so-order-number    pic x(10).
           02 so-invoice-date    pic x(08).
           02 so-customer-name   pic x(20).
           02 so-line-type       pic x(01).
           02 so-amount          pic 9(07)v99.
       fd sales-sorted.
       01 sales-sorted-record.
           02 ss-salesperson-id  pic x(05).
           02 ss-sales-period    pic x(06).
           02 ss-order-number    pic x(10).
           02 ss-invoice-date    pic x(08).
           02 ss-customer-name   pic x(20).
           02 ss-line-type       pic x(01).
               88 ss-sale            value "S".
               88 ss-return          value "R".
           02 ss-amount          pic 9(07)v99.
           02 ss-amount-text redefines ss-amount pic x(09).
       fd plan-file.
           copy commplan.
       fd history-file.
           copy commhist.
       fd empmast.
           copy emprec.
      * only the id and the two elections are wanted off the old
      * card -- the rest of the 163 bytes is passed over
       fd prior-timecards.
       01 prior-timecard-record.
           02 pt-employee-id     pic x(05).
           02 filler             pic x(58).
           02 pt-401k-pct        pic v999.
           02 pt-health-premium  pic 9(3)v99.
           02 filler             pic x(92).
       fd commission-timecards.
       01 commission-timecard-record pic x(163).
       fd statement-report.
       01 statement-print-line   pic x(100).
       fd exception-report.
       01 exception-print-line   pic x(100).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 sales-extract-status   pic x(02).
       01 plan-file-status       pic x(02).
       01 history-file-status    pic x(02).
       01 empmast-status         pic x(02).
           88 empmast-ok            value "00".
       01 prior-timecards-status pic x(02).
       01 run-log-status         pic x(02).
       01 operator-id            pic x(10).
       01 operator-password      pic x(10).
       01 signon-switch          pic x value "N".
           88 operator-authorized   value "Y".
      * the shared sign-on's request block -- the one check every
      * program in the suite now goes through
           copy signreq.
           copy timecard.
       01 sales-period           pic x(06).
       01 sales-period-parts redefines sales-period.
           02 sales-period-year  pic 9(04).
           02 sales-period-month pic 9(02).
       01 run-ok-switch          pic x(01) value "N".
           88 run-can-proceed       value "Y".
       01 today-date             pic x(08).
       01 sorted-eof             pic x(01).
           88 sorted-eof-reached    value "T".
       01 plan-eof               pic x(01).
           88 plan-eof-reached      value "T".
       01 history-eof            pic x(01).
           88 history-eof-reached   value "T".
       01 prior-eof              pic x(01).
           88 prior-eof-reached     value "T".
      * every rep on a plan, with the period's figures as they
      * build.  the done switch marks a rep whose statement has
      * printed, so one with no sales still gets theirs at the end.
       01 plan-table.
           02 plt-entry occurs 500 times.
               03 plt-employee-id    pic x(05).
               03 plt-plan-code      pic x(04).
               03 plt-quota          pic 9(07)v99.
               03 plt-tier occurs 4 times.
                   04 plt-tier-to-pct pic 9(03).
                   04 plt-tier-rate   pic v9999.
               03 plt-draw-amount    pic 9(05)v99.
               03 plt-draw-type      pic x(01).
               03 plt-prior-balance  pic 9(07)v99.
               03 plt-done           pic x(01).
       77 plan-table-max         pic 9(03) value 500.
       01 plt-count              pic 9(03) usage comp value zero.
       01 plt-idx                pic 9(03) usage comp.
       01 rep-idx                pic 9(03) usage comp.
      * the rep whose lines are being read
       01 current-rep            pic x(05).
       01 rep-planned-switch     pic x(01).
           88 rep-has-plan          value "Y".
       01 gross-sales            pic 9(08)v99.
       01 return-sales           pic 9(08)v99.
       01 net-sales              pic 9(08)v99.
       01 rep-line-count         pic 9(05) usage comp.
      * the marginal tiers -- the sales that fell in each, at its
      * rate
       01 tier-work.
           02 tw-entry occurs 4 times.
               03 tw-sales           pic 9(08)v99.
               03 tw-rate            pic v9999.
               03 tw-commission      pic 9(07)v99.
       01 tier-idx               pic 9(02) usage comp.
       01 tier-lower             pic 9(09)v99.
       01 tier-upper             pic 9(09)v99.
       01 tier-open-switch       pic x(01).
           88 tier-open-ended       value "Y".
       01 commission-earned      pic 9(07)v99.
       01 prior-balance          pic 9(07)v99.
       01 draw-recovered         pic 9(07)v99.
       01 commission-available   pic 9(07)v99.
       01 draw-guarantee         pic 9(05)v99.
       01 amount-paid            pic 9(07)v99.
       01 draw-balance           pic 9(07)v99.
       01 attainment-pct         pic 9(05)v9.
      * elections off last period's cards
       01 election-table.
           02 elt-entry occurs 2000 times.
               03 elt-employee-id    pic x(05).
               03 elt-401k-pct       pic v999.
               03 elt-health-premium pic 9(3)v99.
       77 election-table-max     pic 9(04) value 2000.
       01 elt-count              pic 9(04) usage comp value zero.
       01 elt-idx                pic 9(04) usage comp.
       01 elt-found-switch       pic x(01).
           88 elt-found             value "Y".
       01 day-idx                pic 9(02) usage comp.
       01 exception-reason       pic x(34).
       01 line-count             pic 9(07) usage comp value zero.
       01 other-period-count     pic 9(07) usage comp value zero.
       01 exception-count        pic 9(05) usage comp value zero.
       01 rep-count              pic 9(05) usage comp value zero.
       01 card-count             pic 9(05) usage comp value zero.
       01 total-paid             pic 9(09)v99 value zero.
       01 statement-heading.
           02 filler pic x(42)
             value "COMMISSION STATEMENT -- SALES PERIOD".
           02 sh-period          pic x(06).
           02 filler pic x(10) value "   PRINTED".
           02 filler pic x(01).
           02 sh-date            pic x(08).
       01 rep-heading-line.
           02 filler pic x(12) value "SALESPERSON".
           02 rhl-employee-id    pic x(05).
           02 filler pic x(02).
           02 rhl-name           pic x(25).
           02 filler pic x(06) value "PLAN".
           02 rhl-plan-code      pic x(04).
           02 filler pic x(08) value "  QUOTA".
           02 rhl-quota          pic $$,$$$,$$9.99.
       01 rep-column-heading.
           02 filler pic x(10) value "INVOICED".
           02 filler pic x(12) value "ORDER".
           02 filler pic x(22) value "CUSTOMER".
           02 filler pic x(08) value "TYPE".
           02 filler pic x(14) value "      AMOUNT".
       01 rep-detail-line.
           02 rdl-invoice-date   pic x(08).
           02 filler             pic x(02).
           02 rdl-order-number   pic x(10).
           02 filler             pic x(02).
           02 rdl-customer-name  pic x(20).
           02 filler             pic x(02).
           02 rdl-type           pic x(06).
           02 filler             pic x(02).
           02 rdl-amount         pic $,$$$,$$9.99-.
       01 figure-line.
           02 filler             pic x(04) value spaces.
           02 fgl-caption        pic x(40).
           02 fgl-amount         pic $$$,$$$,$$9.99.
       01 tier-line.
           02 filler             pic x(04) value spaces.
           02 filler pic x(05) value "TIER".
           02 tl-tier            pic 9.
           02 filler pic x(08) value "  SALES".
           02 tl-sales           pic $$,$$$,$$9.99.
           02 filler pic x(04) value " AT".
           02 tl-rate-pct        pic zz9.99.
           02 filler pic x(04) value "% =".
           02 tl-commission      pic $$,$$$,$$9.99.
       01 attainment-line.
           02 filler             pic x(04) value spaces.
           02 filler pic x(40) value "QUOTA ATTAINMENT".
           02 al-pct             pic zzzz9.9.
           02 filler pic x(01) value "%".
       01 statement-separator-line pic x(80) value all "-".
       01 exception-heading.
           02 filler pic x(42)
             value "COMMISSION EXCEPTIONS -- SALES PERIOD".
           02 eh-period          pic x(06).
       01 exception-detail-line.
           02 xd-salesperson-id  pic x(05).
           02 filler             pic x(02).
           02 xd-order-number    pic x(10).
           02 filler             pic x(02).
           02 xd-invoice-date    pic x(08).
           02 filler             pic x(02).
           02 xd-amount          pic x(09).
           02 filler             pic x(02).
           02 xd-reason          pic x(34).
       01 report-total-line.
           02 filler pic x(07) value "LINES".
           02 rt-lines    pic zzzzzz9.
           02 filler pic x(16) value "   OTHER PERIOD".
           02 rt-other    pic zzzzzz9.
           02 filler pic x(07) value "   REPS".
           02 rt-reps     pic zzzz9.
           02 filler pic x(08) value "   CARDS".
           02 rt-cards    pic zzzz9.
           02 filler pic x(07) value "   PAID".
           02 rt-paid     pic $$$,$$$,$$9.99.
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform accept-sales-period
           end-if
           if run-can-proceed then
             perform check-sales-file
           end-if
           if run-can-proceed then
             perform load-plans
           end-if
           if run-can-proceed then
             perform load-draw-balances
           end-if
           if run-can-proceed then
             perform initialize-program
             perform read-one-sales-line with test before
               until sorted-eof-reached
             if current-rep not = spaces then
               perform finish-rep
             end-if
             perform finish-rep-without-sales varying rep-idx
               from 1 by 1 until rep-idx > plt-count
             perform clean-up
           else
             move 16 to return-code
           end-if
           stop run.
      * figuring commission is a batch step like the run itself
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "commcalc" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO CALCULATE COMMISSIONS ***"
           end-if
           .
       accept-sales-period.
           display "SALES PERIOD (YYYYMM): "
           accept sales-period
           if sales-period is numeric then
             if sales-period-month >= 1
                 and sales-period-month <= 12 then
               move "Y" to run-ok-switch
             end-if
           end-if
           if not run-can-proceed then
             display "*** " sales-period " IS NOT A SALES PERIOD "
               "-- NOTHING CALCULATED ***"
           end-if
           .
      * the sort would abend on a missing extract -- say so instead
       check-sales-file.
           open input sales-extract
           if sales-extract-status = "00" then
             close sales-extract
           else
             display "*** NO SALESEXT.DAT FROM THE ORDER SYSTEM -- "
               "NOTHING CALCULATED ***"
             move "N" to run-ok-switch
           end-if
           .
       load-plans.
           open input plan-file
           if plan-file-status = "00" then
             move "N" to plan-eof
             perform load-one-plan with test before
               until plan-eof-reached
             close plan-file
           end-if
           if plt-count = zero then
             display "*** NO COMMISSION PLANS ON COMMPLAN.DAT -- "
               "NOTHING CALCULATED ***"
             move "N" to run-ok-switch
           end-if
           .
       load-one-plan.
           read plan-file
             at end move "T" to plan-eof
           end-read
           if not plan-eof-reached then
             if plt-count < plan-table-max then
               add 1 to plt-count
               move cp-employee-id to plt-employee-id (plt-count)
               move cp-plan-code to plt-plan-code (plt-count)
               move zero to plt-quota (plt-count)
                 plt-draw-amount (plt-count)
                 plt-prior-balance (plt-count)
               if cp-quota is numeric then
                 move cp-quota to plt-quota (plt-count)
               end-if
               perform load-one-tier varying tier-idx
                 from 1 by 1 until tier-idx > 4
               if cp-draw-amount is numeric then
                 move cp-draw-amount to plt-draw-amount (plt-count)
               end-if
               move cp-draw-type to plt-draw-type (plt-count)
               move "N" to plt-done (plt-count)
             else
               display "*** MORE THAN " plan-table-max " PLANS -- "
                 cp-employee-id " NOT CALCULATED ***"
             end-if
           end-if
           .
       load-one-tier.
           move zero to plt-tier-to-pct (plt-count, tier-idx)
             plt-tier-rate (plt-count, tier-idx)
           if cp-tier-to-pct (tier-idx) is numeric then
             move cp-tier-to-pct (tier-idx)
               to plt-tier-to-pct (plt-count, tier-idx)
           end-if
           if cp-tier-rate (tier-idx) is numeric then
             move cp-tier-rate (tier-idx)
               to plt-tier-rate (plt-count, tier-idx)
           end-if
           .
      * each rep's unrecovered draw is the balance on their last
      * line of history.  a period already figured -- or one
      * earlier than the last figured -- stops the run: the draw
      * balances it would start from are no longer the ones in
      * force, and the cards would pay a second time.
       load-draw-balances.
           open input history-file
           if history-file-status = "00" then
             move "N" to history-eof
             perform load-one-history with test before
               until history-eof-reached
             close history-file
           end-if
           .
       load-one-history.
           read history-file
             at end move "T" to history-eof
           end-read
           if not history-eof-reached then
             if ch-sales-period not < sales-period
                 and run-can-proceed then
               display "*** COMMISSIONS ALREADY CALCULATED FOR "
                 ch-sales-period " -- " sales-period
                 " NOT CALCULATED ***"
               move "N" to run-ok-switch
             end-if
             perform match-history-rep varying plt-idx
               from 1 by 1 until plt-idx > plt-count
           end-if
           .
       match-history-rep.
           if plt-employee-id (plt-idx) = ch-employee-id then
             move ch-draw-balance to plt-prior-balance (plt-idx)
           end-if
           .
       initialize-program.
           perform load-prior-elections
           sort sort-work on ascending key so-salesperson-id
               so-invoice-date so-order-number
             using sales-extract
             giving sales-sorted
           open input sales-sorted
           open input empmast
           open extend history-file
           if history-file-status not = "00" then
             open output history-file
           end-if
           open output commission-timecards
           open output statement-report
           open output exception-report
           move function current-date (1:8) to today-date
           move sales-period to eh-period
           move exception-heading to exception-print-line
           write exception-print-line
           move spaces to current-rep
           move "N" to sorted-eof
           .
       load-prior-elections.
           open input prior-timecards
           if prior-timecards-status = "00" then
             move "N" to prior-eof
             perform load-one-election with test before
               until prior-eof-reached
             close prior-timecards
           end-if
           .
       load-one-election.
           read prior-timecards
             at end move "T" to prior-eof
           end-read
           if not prior-eof-reached then
             if elt-count < election-table-max then
               add 1 to elt-count
               move pt-employee-id to elt-employee-id (elt-count)
               if pt-401k-pct is numeric then
                 move pt-401k-pct to elt-401k-pct (elt-count)
               else
                 move zero to elt-401k-pct (elt-count)
               end-if
               if pt-health-premium is numeric then
                 move pt-health-premium
                   to elt-health-premium (elt-count)
               else
                 move zero to elt-health-premium (elt-count)
               end-if
             end-if
           end-if
           .
      * one extract line per pass, in salesperson and invoice
      * order.  a new salesperson finishes the last one first.
      * lines for other periods ride in the same extract and are
      * passed over.
       read-one-sales-line.
           read sales-sorted
             at end move "T" to sorted-eof
           end-read
           if not sorted-eof-reached then
             add 1 to line-count
             if ss-sales-period not = sales-period then
               add 1 to other-period-count
             else
               if ss-salesperson-id not = current-rep then
                 if current-rep not = spaces then
                   perform finish-rep
                 end-if
                 perform start-rep
               end-if
               perform apply-sales-line
             end-if
           end-if
           .
       start-rep.
           move ss-salesperson-id to current-rep
           move zero to gross-sales return-sales rep-line-count
           move "N" to rep-planned-switch
           perform match-plan varying plt-idx
             from 1 by 1 until plt-idx > plt-count or rep-has-plan
           if rep-has-plan then
             perform print-rep-heading
           end-if
           .
       match-plan.
           if plt-employee-id (plt-idx) = current-rep then
             move "Y" to rep-planned-switch
             move plt-idx to rep-idx
           end-if
           .
       apply-sales-line.
           move spaces to exception-reason
           evaluate true
             when not rep-has-plan
               move "NO COMMISSION PLAN FOR SALESPERSON"
                 to exception-reason
             when ss-amount is not numeric
               move "AMOUNT NOT NUMERIC" to exception-reason
             when not ss-sale and not ss-return
               move "UNKNOWN LINE TYPE" to exception-reason
           end-evaluate
           if exception-reason not = spaces then
             perform print-sales-exception
           else
             add 1 to rep-line-count
             move ss-invoice-date to rdl-invoice-date
             move ss-order-number to rdl-order-number
             move ss-customer-name to rdl-customer-name
             if ss-sale then
               add ss-amount to gross-sales
               move "SALE" to rdl-type
               move ss-amount to rdl-amount
             else
               add ss-amount to return-sales
               move "CREDIT" to rdl-type
               compute rdl-amount = zero - ss-amount
             end-if
             move rep-detail-line to statement-print-line
             write statement-print-line
           end-if
           .
       print-sales-exception.
           move ss-salesperson-id to xd-salesperson-id
           move ss-order-number to xd-order-number
           move ss-invoice-date to xd-invoice-date
           move ss-amount-text to xd-amount
           move exception-reason to xd-reason
           move exception-detail-line to exception-print-line
           write exception-print-line
           add 1 to exception-count
           .
       print-rep-heading.
           move sales-period to sh-period
           move today-date to sh-date
           move statement-heading to statement-print-line
           write statement-print-line
           move current-rep to rhl-employee-id
           move spaces to rhl-name
           move current-rep to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if empmast-ok then
             move em-employee-name to rhl-name
           end-if
           move plt-plan-code (rep-idx) to rhl-plan-code
           move plt-quota (rep-idx) to rhl-quota
           move rep-heading-line to statement-print-line
           write statement-print-line
           move spaces to statement-print-line
           write statement-print-line
           move rep-column-heading to statement-print-line
           write statement-print-line
           .
       finish-rep.
           if rep-has-plan then
             perform calculate-commission
           end-if
           .
      * a rep on a plan with nothing sold this period still has a
      * statement -- and still has the draw coming
       finish-rep-without-sales.
           if plt-done (rep-idx) not = "Y" then
             move plt-employee-id (rep-idx) to current-rep
             move zero to gross-sales return-sales rep-line-count
             move "Y" to rep-planned-switch
             perform print-rep-heading
             move "    NO SALES THIS PERIOD" to statement-print-line
             write statement-print-line
             perform calculate-commission
           end-if
           .
      *----------------------------------------------------------
      * the rep's figure.  net sales run up the marginal tiers;
      * what was earned first recovers any draw still owed from
      * earlier periods; the rep is paid the greater of what is
      * left and the draw, and a recoverable draw paid over what
      * was left is owed back next time.
      *----------------------------------------------------------
       calculate-commission.
           move "Y" to plt-done (rep-idx)
           add 1 to rep-count
           if gross-sales > return-sales then
             compute net-sales = gross-sales - return-sales
           else
             move zero to net-sales
           end-if
           move zero to tier-lower commission-earned
           move "N" to tier-open-switch
           perform figure-one-tier varying tier-idx
             from 1 by 1 until tier-idx > 4
           move plt-prior-balance (rep-idx) to prior-balance
           if commission-earned < prior-balance then
             move commission-earned to draw-recovered
           else
             move prior-balance to draw-recovered
           end-if
           compute commission-available =
             commission-earned - draw-recovered
           compute draw-balance = prior-balance - draw-recovered
      * the draw is a guarantee to someone still working here
           move zero to draw-guarantee
           move current-rep to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if empmast-ok and em-active then
             move plt-draw-amount (rep-idx) to draw-guarantee
           end-if
           if draw-guarantee > commission-available then
             move draw-guarantee to amount-paid
             if plt-draw-type (rep-idx) = "R" then
               compute draw-balance = draw-balance
                 + draw-guarantee - commission-available
             end-if
           else
             move commission-available to amount-paid
           end-if
           perform print-rep-figures
           perform write-history-record
           if amount-paid > zero then
             perform write-commission-card
           end-if
           .
      * the sales between this tier's floor and its ceiling, at
      * its rate -- an open-ended tier takes everything above its
      * floor and is the last one used
       figure-one-tier.
           move zero to tw-sales (tier-idx) tw-commission (tier-idx)
           move plt-tier-rate (rep-idx, tier-idx) to tw-rate (tier-idx)
           if not tier-open-ended then
             if plt-tier-to-pct (rep-idx, tier-idx) = zero
                 or plt-quota (rep-idx) = zero then
               move "Y" to tier-open-switch
               move net-sales to tier-upper
             else
               compute tier-upper rounded = plt-quota (rep-idx)
                 * plt-tier-to-pct (rep-idx, tier-idx) / 100
               if tier-upper > net-sales then
                 move net-sales to tier-upper
               end-if
             end-if
             if tier-upper > tier-lower then
               compute tw-sales (tier-idx) = tier-upper - tier-lower
               compute tw-commission (tier-idx) rounded =
                 tw-sales (tier-idx) * tw-rate (tier-idx)
               add tw-commission (tier-idx) to commission-earned
               move tier-upper to tier-lower
             end-if
           end-if
           .
       print-rep-figures.
           move spaces to statement-print-line
           write statement-print-line
           move "GROSS SALES" to fgl-caption
           move gross-sales to fgl-amount
           perform write-figure-line
           move "RETURNS AND CREDITS" to fgl-caption
           move return-sales to fgl-amount
           perform write-figure-line
           move "NET COMMISSIONABLE SALES" to fgl-caption
           move net-sales to fgl-amount
           perform write-figure-line
           if plt-quota (rep-idx) not = zero then
             compute attainment-pct rounded =
               net-sales * 100 / plt-quota (rep-idx)
             move attainment-pct to al-pct
             move attainment-line to statement-print-line
             write statement-print-line
           end-if
           perform print-one-tier varying tier-idx
             from 1 by 1 until tier-idx > 4
           move "COMMISSION EARNED" to fgl-caption
           move commission-earned to fgl-amount
           perform write-figure-line
           move "UNRECOVERED DRAW FROM PRIOR PERIODS" to fgl-caption
           move prior-balance to fgl-amount
           perform write-figure-line
           move "DRAW RECOVERED THIS PERIOD" to fgl-caption
           move draw-recovered to fgl-amount
           perform write-figure-line
           if plt-draw-type (rep-idx) = "R" then
             move "DRAW GUARANTEE (RECOVERABLE)" to fgl-caption
           else
             move "DRAW GUARANTEE (NON-RECOVERABLE)" to fgl-caption
           end-if
           move draw-guarantee to fgl-amount
           perform write-figure-line
           move "PAID THIS PERIOD" to fgl-caption
           move amount-paid to fgl-amount
           perform write-figure-line
           move "UNRECOVERED DRAW CARRIED FORWARD" to fgl-caption
           move draw-balance to fgl-amount
           perform write-figure-line
           move statement-separator-line to statement-print-line
           write statement-print-line
           .
       print-one-tier.
           if tw-sales (tier-idx) not = zero then
             move tier-idx to tl-tier
             move tw-sales (tier-idx) to tl-sales
             compute tl-rate-pct = tw-rate (tier-idx) * 100
             move tw-commission (tier-idx) to tl-commission
             move tier-line to statement-print-line
             write statement-print-line
           end-if
           .
       write-figure-line.
           move figure-line to statement-print-line
           write statement-print-line
           .
       write-history-record.
           move current-rep to ch-employee-id
           move sales-period to ch-sales-period
           move plt-plan-code (rep-idx) to ch-plan-code
           move gross-sales to ch-gross-sales
           move return-sales to ch-returns
           move net-sales to ch-net-sales
           move plt-quota (rep-idx) to ch-quota
           perform copy-one-history-tier varying tier-idx
             from 1 by 1 until tier-idx > 4
           move commission-earned to ch-commission-earned
           move prior-balance to ch-prior-draw-balance
           move draw-recovered to ch-draw-recovered
           move draw-guarantee to ch-draw-amount
           move amount-paid to ch-amount-paid
           move draw-balance to ch-draw-balance
           move today-date to ch-calc-date
           move operator-id to ch-operator
           write commission-history-record
           .
       copy-one-history-tier.
           move tw-sales (tier-idx) to ch-tier-sales (tier-idx)
           move tw-rate (tier-idx) to ch-tier-rate (tier-idx)
           .
      * a supplemental "c" card with no hours -- the identity off
      * the master, the elections off last period's card, the
      * commission in tc-supp-amount
       write-commission-card.
           move spaces to timecard
           move zero to hours-worked pay-rate tc-shift-diff-hours
             tc-shift-diff-rate tc-temp-hours tc-temp-rate
             tc-401k-pct tc-health-premium tc-vac-hours
             tc-sick-hours
           perform clear-one-dist-entry varying day-idx
             from 1 by 1 until day-idx > 4
           perform clear-one-day varying day-idx
             from 1 by 1 until day-idx > 7
           move current-rep to tc-employee-id
           if empmast-ok then
             move em-ssn to tc-ssn
             move em-firstname to emp-firstname
             move em-surname to emp-surname
             move em-pay-rate to pay-rate
           end-if
           move "N" to elt-found-switch
           perform match-election varying elt-idx
             from 1 by 1 until elt-idx > elt-count or elt-found
           move "C" to tc-earnings-code
           move amount-paid to tc-supp-amount
           move timecard to commission-timecard-record
           write commission-timecard-record
           add 1 to card-count
           add amount-paid to total-paid
           .
       clear-one-dist-entry.
           move spaces to tc-dist-project (day-idx)
           move zero to tc-dist-hours (day-idx)
           .
       clear-one-day.
           move zero to tc-day-hours (day-idx)
           move spaces to tc-day-state (day-idx)
           .
       match-election.
           if elt-employee-id (elt-idx) = current-rep then
             move "Y" to elt-found-switch
             move elt-401k-pct (elt-idx) to tc-401k-pct
             move elt-health-premium (elt-idx) to tc-health-premium
           end-if
           .
       clean-up.
           close sales-sorted
           close empmast
           close history-file
           close commission-timecards
           close statement-report
           move spaces to exception-print-line
           write exception-print-line
           move line-count to rt-lines
           move other-period-count to rt-other
           move rep-count to rt-reps
           move card-count to rt-cards
           move total-paid to rt-paid
           move report-total-line to exception-print-line
           write exception-print-line
           close exception-report
           perform write-run-log
           display "COMMISSIONS " sales-period " -- " rep-count
             " REPS, " card-count " CARDS ON TC-COMMISSION.DAT, "
             exception-count " EXCEPTIONS"
           if exception-count > zero then
             move 4 to return-code
           end-if
           .
       write-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "commcalc" to rl-program
           move operator-id to rl-operator
           move spaces to rl-action
           string "COMMISSIONS CALCULATED " delimited by size
                  sales-period delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       end program commcalc.
