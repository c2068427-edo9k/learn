       identification division.
       program-id. taxparallel.
       author. charles r. martin.
       date-written. 2026-oct-13.
      * tax table parallel.  the january rows go into taxrates.dat
      * and fedbrkt.dat in december, effective the first period
      * of the new year, and the first anyone learned whether
      * they were keyed right was employees calling about their
      * first check.  this program takes the last posted period's
      * runs and recomputes every payment's withholding twice --
      * once at the rates the period ran at, once with the
      * pending rows effective after it laid over them -- and
      * prints each employee's federal, state, local and fica
      * difference, the change to the net, and the totals by
      * company and by state, flagging every employee whose net
      * moves by more than the tolerance keyed.  payroll and the
      * controller sign the listing off before the period the
      * rows take effect runs.
      *
      * the cards come off the runs' own dated archives, the same
      * files the backout reads -- a company that ran the period
      * on its own off its archive, the rest off the combined
      * run's -- and the cardless salaried payments the run
      * makes off the master are picked up after them.  the
      * money the rates work on is the payment's own, off the
      * pay history: the gross, the pre-tax deductions and the
      * imputed income exactly as the run posted them, so the
      * only thing that moves between the two passes is the
      * tables.  the withholding math mirrors the run's
      * paragraphs, the supplemental flat rate, the brackets, the
      * work-state split with its reciprocity and resident credit
      * and the fica wage base included.  the wage base is
      * measured against the paying company's ytd less the
      * payment, which holds while the compared period is the
      * latest posted.
       environment division.
       input-output section.
       file-control.
      * a run's dated archive of its input cards -- a company's
      * own run kept it under its company code
           select archive-timecards
             assign to archive-timecards-name
               organization is line sequential
               file status is archive-status.
      * dynamic so the cardless salaried pass can walk it
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is dynamic
               record key is em-employee-id
               file status is empmast-status.
           select ytd-file
             assign to "ytdmast.dat"
               organization is indexed
               access mode is random
               record key is yt-employee-id
               file status is ytd-status.
           select pay-history-file
             assign to "payhist.dat"
               organization is indexed
               access mode is random
               record key is ph-key
               file status is pay-history-status.
      * the tables under review -- loaded twice, through the
      * compared period and through the pending period
           select tax-rate-file
             assign to "taxrates.dat"
               organization is line sequential
               file status is tax-rate-file-status.
           select fed-bracket-file
             assign to "fedbrkt.dat"
               organization is line sequential
               file status is fed-bracket-status.
           select reciprocity-file
             assign to "reciproc.dat"
               organization is line sequential
               file status is reciprocity-file-status.
      * dynamic so the last posted period can be found by
      * walking it
           select period-control-file
             assign to "periodctl.dat"
               organization is indexed
               access mode is dynamic
               record key is pd-pay-period
               file status is period-control-status.
           select company-period-file
             assign to "coperctl.dat"
               organization is indexed
               access mode is random
               record key is cp-key
               file status is company-period-status.
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
           select parallel-report
             assign to "taxparallel.prt"
               organization is line sequential.
       data division.
       file section.
       fd archive-timecards.
           copy timecard.
       fd empmast.
           copy emprec.
       fd ytd-file.
           copy ytdrec.
       fd pay-history-file.
           copy payhist.
       fd tax-rate-file.
           copy taxrate.
       fd fed-bracket-file.
       01 fed-bracket-record.
           02 fb-filing-status     pic x(01).
           02 fb-effective-period  pic x(06).
           02 fb-bracket-floor     pic 9(07)v99.
           02 fb-base-tax          pic 9(07)v99.
           02 fb-rate              pic v9999.
       fd reciprocity-file.
           copy reciprec.
       fd period-control-file.
           copy perdctl.
       fd company-period-file.
           copy coperctl.
       fd company-control-file.
           copy compctl.
       fd parallel-report.
       01 parallel-print-line pic x(132).
       working-storage section.
       01 archive-status     pic x(02).
       01 empmast-status     pic x(02).
           88 empmast-ok         value "00".
       01 ytd-status         pic x(02).
           88 ytd-ok             value "00".
       01 pay-history-status pic x(02).
           88 pay-history-ok     value "00".
       01 tax-rate-file-status pic x(02).
       01 fed-bracket-status pic x(02).
       01 reciprocity-file-status pic x(02).
       01 period-control-status pic x(02).
           88 period-control-ok  value "00".
       01 company-period-status pic x(02).
           88 company-period-ok  value "00".
       01 company-control-status pic x(02).
       01 end-file           pic x(01).
           88 eof                value "T".
       01 tax-rate-eof       pic x(01).
           88 tax-rate-eof-reached value "T".
       01 fed-bracket-eof    pic x(01).
           88 fed-bracket-eof-reached value "T".
       01 reciprocity-eof    pic x(01).
           88 reciprocity-eof-reached value "T".
       01 period-eof         pic x(01).
           88 period-eof-reached value "T".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
       01 own-run-switch     pic x(01).
           88 company-ran-alone  value "Y".
       01 master-eof         pic x(01).
           88 master-eof-reached value "T".
       01 operator-id        pic x(10).
       01 operator-password  pic x(10).
      * the shared sign-on's request block
           copy signreq.
       01 run-abandoned      pic x(01) value "N".
           88 compare-abandoned  value "Y".
      * the period compared, and how far ahead the pending rows
      * reach -- all of them when nothing is keyed
       01 compare-period     pic x(06).
       01 pending-period     pic x(06).
       01 pending-answer     pic x(06).
       01 rates-through-period pic x(06).
       01 pending-row-count  pic 9(05) usage comp value zero.
      * the net change an employee may see before the listing
      * flags them -- five digits with implied cents, the way
      * the maintenance programs key money
       01 tolerance-answer   pic x(05).
       01 tolerance-answer-num redefines tolerance-answer
                             pic 9(03)v99.
       01 net-tolerance      pic 9(03)v99 value 1.00.
      * the companies on compctl.dat, primary first, and how each
      * ran the period -- o=its own run, c=in the combined run,
      * blank=not posted
       01 company-table.
           02 cct-entry occurs 4 times.
               03 cct-code           pic x(02).
               03 cct-run-kind       pic x(01).
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 combined-run-switch pic x(01) value "N".
           88 combined-run-used  value "Y".
       01 employee-company   pic x(02).
       01 employee-cct-idx   pic 9(02) usage comp.
       01 payment-company    pic x(02).
       01 payment-cct-idx    pic 9(02) usage comp.
      * the archives the period's runs left
       01 archive-table.
           02 arc-entry occurs 5 times.
               03 arc-company        pic x(02).
               03 arc-run-date       pic x(08).
       01 arc-count          pic 9(02) usage comp value zero.
       01 arc-idx            pic 9(02) usage comp.
       01 archive-timecards-name pic x(30).
       01 archive-read-count pic 9(02) usage comp value zero.
      * employees already compared -- a duplicate card and the
      * salaried pass both have to see who has been
       01 compared-id-table.
           02 cid-employee-id pic x(05) occurs 1000 times.
       77 compared-id-max    pic 9(04) value 1000.
       01 cid-count          pic 9(04) usage comp value zero.
       01 cid-idx            pic 9(04) usage comp.
       01 compared-switch    pic x(01).
           88 already-compared   value "Y".
      * salaried employees off the master for the cardless pass
       01 salaried-table.
           02 sal-employee-id pic x(05) occurs 500 times.
       77 salaried-table-max pic 9(03) value 500.
       01 sal-count          pic 9(03) usage comp value zero.
       01 sal-idx            pic 9(03) usage comp.
       01 card-count         pic 9(05) usage comp value zero.
       01 compared-count     pic 9(05) usage comp value zero.
       01 salaried-count     pic 9(05) usage comp value zero.
       01 skipped-count      pic 9(05) usage comp value zero.
       01 flagged-count      pic 9(05) usage comp value zero.
       01 day-idx            pic 9(02) usage comp.
      * ----- the rate set the withholding paragraphs read -- the
      * ----- same tables and compiled-in defaults the run carries,
      * ----- kept under one group so a whole set can be saved and
      * ----- put back in one move
       01 tax-rate-set.
           02 fed-tax-rate   pic v999 value .164.
           02 fica-tax-rate  pic v999 value .062.
           02 supp-fed-rate  pic v9999 value .2200.
           02 state-rate-table-values.
               03 filler pic x(02) value "CA".
               03 filler pic v9999 value .0900.
               03 filler pic x(02) value "NY".
               03 filler pic v9999 value .0880.
               03 filler pic x(02) value "TX".
               03 filler pic v9999 value .0000.
               03 filler pic x(02) value "IL".
               03 filler pic v9999 value .0495.
               03 filler pic x(02) value "PA".
               03 filler pic v9999 value .0307.
           02 state-rate-table redefines state-rate-table-values.
               03 str-entry occurs 5 times.
                   04 str-state-code pic x(02).
                   04 str-state-rate pic v9999.
           02 local-rate-table-values.
               03 filler pic x(04) value "PHL ".
               03 filler pic v9999 value .0375.
               03 filler pic x(04) value "NYC ".
               03 filler pic v9999 value .0300.
           02 local-rate-table redefines local-rate-table-values.
               03 lrt-entry occurs 2 times.
                   04 lrt-locality-code pic x(04).
                   04 lrt-local-rate    pic v9999.
           02 fed-rate-effective  pic x(06) value spaces.
           02 fica-rate-effective pic x(06) value spaces.
           02 supp-rate-effective pic x(06) value spaces.
           02 str-rate-effective.
               03 str-rate-effective-entry
                    pic x(06) occurs 5 times value spaces.
           02 lrt-rate-effective.
               03 lrt-rate-effective-entry
                    pic x(06) occurs 2 times value spaces.
           02 fed-bracket-table.
               03 fbt-status-entry occurs 2 times.
                   04 fbt-filing-status pic x(01).
                   04 fbt-effective     pic x(06).
                   04 fbt-count         pic 9(02).
                   04 fbt-entry occurs 12 times.
                       05 fbt-floor     pic 9(7)v99.
                       05 fbt-base-tax  pic 9(7)v99.
                       05 fbt-rate      pic v9999.
      * the compiled-in set, the set the compared period ran at
      * and the set with the pending rows laid over it -- each
      * roomier than the set, which a group move pads going in
      * and truncates coming back
       01 default-rate-set   pic x(800).
       01 then-rate-set      pic x(800).
       01 pending-rate-set   pic x(800).
       77 state-table-size   pic 9(02) value 5.
       77 local-table-size   pic 9(02) value 2.
       01 str-idx            pic 9(02) usage comp.
       01 lrt-idx            pic 9(02) usage comp.
       01 tr-idx             pic 9(02) usage comp.
       01 state-tax-rate     pic v9999 value .0700.
       01 local-tax-rate     pic v9999.
       01 fbt-sts-idx        pic 9(02) usage comp.
       01 fbt-brk-idx        pic 9(02) usage comp.
       01 fbt-use-idx        pic 9(02) usage comp.
       01 fbt-pick-idx       pic 9(02) usage comp.
       77 fed-allowance-amount pic 9(5)v99 value 4300.00.
       77 fica-wage-base     pic 9(7)v99 value 168600.00.
      * the reciprocity agreements in force for the compared
      * period -- the same for both passes
       01 reciprocity-table.
           02 rcp-entry occurs 30 times.
               03 rcp-resident-state pic x(02).
               03 rcp-work-state     pic x(02).
       77 reciprocity-table-max pic 9(02) value 30.
       01 rcp-count          pic 9(02) usage comp value zero.
       01 rcp-idx            pic 9(02) usage comp.
       01 reciprocity-switch pic x(01).
           88 states-reciprocal  value "Y".
       01 pay-freq-table-values.
           02 filler pic x(01) value "W".
           02 filler pic 9(02) value 52.
           02 filler pic x(01) value "B".
           02 filler pic 9(02) value 26.
           02 filler pic x(01) value "M".
           02 filler pic 9(02) value 12.
       01 pay-freq-table redefines pay-freq-table-values.
           02 pf-entry occurs 3 times.
               03 pf-code             pic x(01).
               03 pf-periods-per-year pic 9(02).
       77 pay-freq-table-size pic 9(02) value 3.
       01 pf-idx             pic 9(02) usage comp.
       01 periods-per-year   pic 9(02) usage comp value 52.
      * the payment as the run posted it
       01 gross-pay          pic 9(6)v99 usage comp.
       01 pretax-deductions  pic 9(6)v99 usage comp.
       01 disposable-earnings pic 9(6)v99 usage comp.
       01 imputed-gtl        pic 9(5)v99 usage comp.
       01 imputed-other      pic 9(5)v99 usage comp.
       01 imputed-total      pic 9(6)v99 usage comp.
       01 fica-ytd-wages     pic 9(7)v99 usage comp.
       01 fica-check-wages   pic 9(7)v99 usage comp.
       01 ytd-taxable-wage   pic 9(7)v99 usage comp.
      * one pass's withholding
       01 supp-fed-portion   pic 9(6)v99 usage comp.
       01 supp-fed-tax       pic 9(6)v99 usage comp.
       01 regular-disposable pic 9(6)v99 usage comp.
       01 annual-disposable-earnings pic 9(7)v99 usage comp.
       01 annual-fed-taxable pic 9(7)v99 usage comp.
       01 annual-fed-tax     pic 9(7)v99 usage comp.
       01 fed-allowance-total pic 9(7)v99 usage comp.
       01 annual-state-tax   pic 9(7)v99 usage comp.
       01 annual-local-tax   pic 9(7)v99 usage comp.
       01 fed-tax            pic 9(6)v99 usage comp.
       01 state-tax          pic 9(6)v99 usage comp.
       01 local-tax          pic 9(6)v99 usage comp.
       01 fica-tax           pic 9(6)v99 usage comp.
       01 resident-credit-tax pic 9(6)v99 usage comp.
       01 rate-want-state    pic x(02).
       01 day-work-state     pic x(02).
       01 resident-state-rate pic v9999.
       01 resident-credit-rate pic v9999.
      * the payment split by state, resident state first
       01 pay-state-table.
           02 pst-entry occurs 3 times.
               03 pst-state-code pic x(02).
               03 pst-hours      pic 9(3)v9.
               03 pst-wages      pic 9(6)v99.
               03 pst-tax        pic 9(6)v99.
       77 pay-state-max      pic 9(02) value 3.
       01 pst-count          pic 9(02) usage comp.
       01 pst-idx            pic 9(02) usage comp.
       01 pst-match-idx      pic 9(02) usage comp.
       01 pst-total-hours    pic 9(4)v9 usage comp.
       01 pst-wages-left     pic 9(6)v99 usage comp.
      * both passes' figures for the payment -- federal, state,
      * local, fica -- and which pass is being figured
       01 payment-taxes.
           02 pt-then    pic 9(6)v99 usage comp occurs 4 times.
           02 pt-pending pic 9(6)v99 usage comp occurs 4 times.
       01 pass-switch        pic x(01).
           88 pass-is-then       value "T".
       01 tax-idx            pic 9(01) usage comp.
       01 tax-difference     pic s9(6)v99 usage comp.
       01 net-change         pic s9(7)v99 usage comp.
       01 net-change-size    pic 9(7)v99 usage comp.
      * the totals -- per company, per tax, both passes
       01 company-total-table.
           02 ctt-entry occurs 4 times.
               03 ctt-payments       pic 9(05) usage comp.
               03 ctt-flagged        pic 9(05) usage comp.
               03 ctt-then    pic 9(9)v99 usage comp occurs 4 times.
               03 ctt-pending pic 9(9)v99 usage comp occurs 4 times.
      * per state, the state withholding both passes
       01 state-total-table.
           02 stt-entry occurs 20 times.
               03 stt-state-code     pic x(02).
               03 stt-then           pic 9(9)v99 usage comp.
               03 stt-pending        pic 9(9)v99 usage comp.
       77 state-total-max    pic 9(02) value 20.
       01 stt-count          pic 9(02) usage comp value zero.
       01 stt-idx            pic 9(02) usage comp.
       01 state-total-switch pic x(01).
           88 state-total-found  value "Y".
       01 tax-name-values.
           02 filler pic x(10) value "FEDERAL".
           02 filler pic x(10) value "STATE".
           02 filler pic x(10) value "LOCAL".
           02 filler pic x(10) value "FICA".
       01 tax-name-table redefines tax-name-values.
           02 tax-name pic x(10) occurs 4 times.
       01 parallel-heading.
           02 filler pic x(35)
             value "TAX TABLE PARALLEL FOR PAY PERIOD".
           02 ph-compare-period pic x(06).
           02 filler pic x(25) value "   PENDING RATES THROUGH ".
           02 ph-pending-period pic x(11).
       01 tolerance-heading.
           02 filler pic x(26) value "FLAGGED WHEN NET MOVES BY".
           02 th-tolerance   pic $$,$$9.99.
           02 filler pic x(13) value " OR MORE".
       01 detail-heading.
           02 filler pic x(07) value "ID".
           02 filler pic x(26) value "EMPLOYEE".
           02 filler pic x(06) value "CO ST".
           02 filler pic x(12) value "    FEDERAL".
           02 filler pic x(12) value "      STATE".
           02 filler pic x(12) value "      LOCAL".
           02 filler pic x(12) value "       FICA".
           02 filler pic x(13) value "   NET CHANGE".
       01 detail-line.
           02 dl-employee-id pic x(05).
           02 filler         pic x(02).
           02 dl-employee-name pic x(25).
           02 filler         pic x(01).
           02 dl-company     pic x(02).
           02 filler         pic x(01).
           02 dl-state       pic x(02).
           02 filler         pic x(01).
           02 dl-difference occurs 4 times.
               03 filler     pic x(01).
               03 dl-tax-difference pic ---,--9.99.
           02 filler         pic x(02).
           02 dl-net-change  pic ----,--9.99.
           02 filler         pic x(02).
           02 dl-flag        pic x(10).
       01 total-heading.
           02 filler pic x(14) value "TOTALS BY".
           02 filler pic x(14) value "          THEN".
           02 filler pic x(14) value "       PENDING".
           02 filler pic x(14) value "    DIFFERENCE".
       01 company-total-heading.
           02 filler pic x(08) value "COMPANY ".
           02 cth-company    pic x(02).
           02 filler pic x(11) value "  PAYMENTS ".
           02 cth-payments   pic zzzz9.
           02 filler pic x(10) value "  FLAGGED ".
           02 cth-flagged    pic zzzz9.
       01 total-line.
           02 tl-label       pic x(14).
           02 tl-then        pic zzz,zzz,zz9.99.
           02 tl-pending     pic zzz,zzz,zz9.99.
           02 tl-difference  pic ---,---,--9.99.
       01 signoff-line.
           02 sl-title       pic x(12).
           02 filler pic x(33)
             value "SIGN-OFF ________________________".
           02 filler pic x(16) value "  DATE ________".
       01 summary-line.
           02 filler pic x(18) value "PAYMENTS COMPARED ".
           02 sml-compared   pic zzzz9.
           02 filler pic x(11) value "   FLAGGED ".
           02 sml-flagged    pic zzzz9.
           02 filler pic x(11) value "   SKIPPED ".
           02 sml-skipped    pic zzzz9.
      * the shared per-company ytd reader -- the wage base is
      * measured against the paying company's share
           copy ytdcoreq.
       procedure division.
       begin.
           perform initialize-program.
           if not compare-abandoned then
             perform compare-archived-cards varying arc-idx
               from 1 by 1 until arc-idx > arc-count
             perform compare-cardless-salaried
             perform print-totals
             perform clean-up
           end-if
           stop run.
      * a read-only listing, but of every employee's pay -- the
      * run authorization the table change is headed for
       initialize-program.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "taxparallel" to sr-program-name
           call "paysignon" using signon-request
           if not sr-authorized then
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO COMPARE TAX TABLES ***"
             move 16 to return-code
             move "Y" to run-abandoned
           end-if
           if not compare-abandoned then
             perform accept-compare-terms
           end-if
           if not compare-abandoned then
             perform load-company-codes
             perform find-period-runs
           end-if
           if not compare-abandoned then
             perform load-rate-sets
           end-if
           if not compare-abandoned then
             perform open-compare-files
           end-if
           .
       accept-compare-terms.
           display "PAY PERIOD TO COMPARE (YYYYMM, BLANK FOR THE "
             "LAST POSTED): "
           accept compare-period
           display "PENDING ROWS EFFECTIVE THROUGH (YYYYMM, BLANK "
             "FOR EVERY ROW ON FILE): "
           accept pending-answer
           display "FLAG A NET CHANGE OF DOLLARS NNNNN WITH IMPLIED "
             "CENTS (BLANK FOR 00100): "
           accept tolerance-answer
           if tolerance-answer not = spaces then
             if tolerance-answer is numeric then
               move tolerance-answer-num to net-tolerance
             else
               display "*** TOLERANCE MUST BE FIVE DIGITS -- "
                 "1.00 USED ***"
             end-if
           end-if
           if pending-answer = spaces then
             move "999999" to pending-period
           else
             move pending-answer to pending-period
           end-if
           if pending-period is not numeric then
             display "*** PENDING PERIOD MUST BE YYYYMM ***"
             move 16 to return-code
             move "Y" to run-abandoned
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
             move space to cct-run-kind (1)
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
               move space to cct-run-kind (cct-count)
             end-if
           end-if
           .
      *----------------------------------------------------------
      * the period and the runs that posted it -- the latest
      * posted period unless one was keyed.  a company that ran
      * the period on its own says so on its company row; the
      * rest were in the combined run if the period posted.
      *----------------------------------------------------------
       find-period-runs.
           open input period-control-file
           if not period-control-ok then
             move spaces to period-control-record
           else
             if compare-period = spaces then
               perform find-last-posted-period
             else
               move compare-period to pd-pay-period
               read period-control-file
                 invalid key move "23" to period-control-status
               end-read
             end-if
             close period-control-file
           end-if
           if not period-control-ok
               or pd-pay-period not = compare-period then
             move spaces to period-control-record
           end-if
           evaluate true
             when compare-period = spaces
               display "*** NO POSTED PERIOD ON PERIODCTL.DAT -- "
                 "NOTHING TO COMPARE ***"
               move 16 to return-code
               move "Y" to run-abandoned
             when compare-period is not numeric
               display "*** PAY PERIOD MUST BE YYYYMM ***"
               move 16 to return-code
               move "Y" to run-abandoned
             when pending-period not > compare-period
               display "*** PENDING PERIOD MUST BE AFTER "
                 compare-period " ***"
               move 16 to return-code
               move "Y" to run-abandoned
             when other
               open input company-period-file
               perform note-company-run varying cct-idx
                 from 1 by 1 until cct-idx > cct-count
               if company-period-status not = "35" then
                 close company-period-file
               end-if
               if combined-run-used and pd-run-date not = spaces then
                 add 1 to arc-count
                 move spaces to arc-company (arc-count)
                 move pd-run-date to arc-run-date (arc-count)
               end-if
               if arc-count = zero then
                 display "*** PERIOD " compare-period " HAS NO "
                   "POSTED RUN -- NOTHING TO COMPARE ***"
                 move 16 to return-code
                 move "Y" to run-abandoned
               end-if
           end-evaluate
           .
       find-last-posted-period.
           move low-values to pd-pay-period
           start period-control-file key not < pd-pay-period
             invalid key move "23" to period-control-status
           end-start
           if period-control-ok then
             move "N" to period-eof
             perform check-one-period with test before
               until period-eof-reached
           end-if
           if compare-period not = spaces then
             move compare-period to pd-pay-period
             read period-control-file
               invalid key move "23" to period-control-status
             end-read
           end-if
           .
       check-one-period.
           read period-control-file next record
             at end move "T" to period-eof
           end-read
           if not period-eof-reached and pd-posted then
             move pd-pay-period to compare-period
           end-if
           .
       note-company-run.
           move "N" to own-run-switch
           if company-period-status not = "35" then
             move compare-period to cp-pay-period
             move cct-code (cct-idx) to cp-company-code
             read company-period-file
               invalid key move "23" to company-period-status
             end-read
             if company-period-ok and cp-posted then
               move "Y" to own-run-switch
             end-if
           end-if
           evaluate true
             when company-ran-alone
               move "O" to cct-run-kind (cct-idx)
               add 1 to arc-count
               move cct-code (cct-idx) to arc-company (arc-count)
               move cp-run-date to arc-run-date (arc-count)
             when pd-posted
               move "C" to cct-run-kind (cct-idx)
               move "Y" to combined-run-switch
           end-evaluate
           .
      *----------------------------------------------------------
      * the two rate sets -- the compiled-in defaults with every
      * row through the compared period laid over them, then with
      * every row through the pending period.  the rows past the
      * compared period are counted as the second set loads; with
      * none there is nothing to compare.
      *----------------------------------------------------------
       load-rate-sets.
           move tax-rate-set to default-rate-set
           move compare-period to rates-through-period
           perform load-reciprocity-table
           perform load-effective-tax-rates
           perform load-fed-brackets
           move tax-rate-set to then-rate-set
           move default-rate-set to tax-rate-set
           move pending-period to rates-through-period
           perform load-effective-tax-rates
           perform load-fed-brackets
           move tax-rate-set to pending-rate-set
           if pending-row-count = zero then
             display "*** NO ROWS ON TAXRATES.DAT OR FEDBRKT.DAT "
               "EFFECTIVE AFTER " compare-period
               " -- NOTHING TO COMPARE ***"
             move 4 to return-code
             move "Y" to run-abandoned
           else
             display pending-row-count " PENDING ROWS EFFECTIVE "
               "AFTER " compare-period
           end-if
           .
       load-effective-tax-rates.
           open input tax-rate-file
           if tax-rate-file-status = "00" then
             move "N" to tax-rate-eof
             perform read-tax-rate-record with test before
               until tax-rate-eof-reached
             close tax-rate-file
           end-if
           .
       read-tax-rate-record.
           read tax-rate-file
             at end move "T" to tax-rate-eof
           end-read
           if not tax-rate-eof-reached then
             if tr-effective-period > compare-period
                 and tr-effective-period <= rates-through-period then
               add 1 to pending-row-count
             end-if
             perform apply-tax-rate-record
           end-if
           .
      * the run's own override, row by row, most recent wins --
      * only the withholding rates matter here, so the employer
      * futa and suta rows are passed over
       apply-tax-rate-record.
           if tr-effective-period <= rates-through-period then
             evaluate tr-rate-type
               when "FED"
                 if tr-effective-period > fed-rate-effective then
                   move tr-rate to fed-tax-rate
                   move tr-effective-period to fed-rate-effective
                 end-if
               when "FICA"
                 if tr-effective-period > fica-rate-effective then
                   move tr-rate to fica-tax-rate
                   move tr-effective-period to fica-rate-effective
                 end-if
               when "SUPP"
                 if tr-effective-period > supp-rate-effective then
                   move tr-rate to supp-fed-rate
                   move tr-effective-period to supp-rate-effective
                 end-if
               when "FUTA"
               when "SUTA"
                 continue
               when other
                 if tr-rate-type (1:1) = "L" then
                   perform apply-local-tax-rate
                 else
                   perform apply-state-tax-rate
                 end-if
             end-evaluate
           end-if
           .
       apply-state-tax-rate.
           perform apply-state-tax-rate-entry varying tr-idx
             from 1 by 1 until tr-idx > state-table-size
           .
       apply-local-tax-rate.
           perform apply-local-tax-rate-entry varying tr-idx
             from 1 by 1 until tr-idx > local-table-size
           .
       apply-local-tax-rate-entry.
           if lrt-locality-code (tr-idx) = tr-rate-type (2:4)
               and tr-effective-period
                 > lrt-rate-effective-entry (tr-idx) then
             move tr-rate to lrt-local-rate (tr-idx)
             move tr-effective-period
               to lrt-rate-effective-entry (tr-idx)
           end-if
           .
       apply-state-tax-rate-entry.
           if str-state-code (tr-idx) = tr-rate-type (1:2)
               and tr-effective-period
                 > str-rate-effective-entry (tr-idx) then
             move tr-rate to str-state-rate (tr-idx)
             move tr-effective-period
               to str-rate-effective-entry (tr-idx)
           end-if
           .
       load-fed-brackets.
           move "S" to fbt-filing-status (1)
           move "M" to fbt-filing-status (2)
           move spaces to fbt-effective (1) fbt-effective (2)
           move zero to fbt-count (1) fbt-count (2)
           open input fed-bracket-file
           if fed-bracket-status = "00" then
             move "N" to fed-bracket-eof
             perform read-fed-bracket-row with test before
               until fed-bracket-eof-reached
             close fed-bracket-file
           end-if
           .
       read-fed-bracket-row.
           read fed-bracket-file
             at end move "T" to fed-bracket-eof
           end-read
           if not fed-bracket-eof-reached then
             if fb-effective-period > compare-period
                 and fb-effective-period <= rates-through-period then
               add 1 to pending-row-count
             end-if
             perform apply-fed-bracket-row
           end-if
           .
      * a row opening a newer set than the one loaded clears its
      * status and starts the set; rows of the loaded set append
      * in the ascending-floor order the file carries them in
       apply-fed-bracket-row.
           if fb-effective-period <= rates-through-period then
             perform locate-bracket-status
             if fbt-use-idx not = zero then
               if fb-effective-period > fbt-effective (fbt-use-idx)
                   then
                 move fb-effective-period
                   to fbt-effective (fbt-use-idx)
                 move zero to fbt-count (fbt-use-idx)
               end-if
               if fb-effective-period = fbt-effective (fbt-use-idx)
                   and fbt-count (fbt-use-idx) < 12 then
                 add 1 to fbt-count (fbt-use-idx)
                 move fb-bracket-floor to fbt-floor
                   (fbt-use-idx, fbt-count (fbt-use-idx))
                 move fb-base-tax to fbt-base-tax
                   (fbt-use-idx, fbt-count (fbt-use-idx))
                 move fb-rate to fbt-rate
                   (fbt-use-idx, fbt-count (fbt-use-idx))
               end-if
             end-if
           end-if
           .
       locate-bracket-status.
           move zero to fbt-use-idx
           perform match-bracket-status varying fbt-sts-idx
             from 1 by 1 until fbt-sts-idx > 2
           .
       match-bracket-status.
           if fbt-filing-status (fbt-sts-idx) = fb-filing-status then
             move fbt-sts-idx to fbt-use-idx
           end-if
           .
       load-reciprocity-table.
           open input reciprocity-file
           if reciprocity-file-status = "00" then
             move "N" to reciprocity-eof
             perform read-reciprocity-record with test before
               until reciprocity-eof-reached
             close reciprocity-file
           end-if
           .
       read-reciprocity-record.
           read reciprocity-file
             at end move "T" to reciprocity-eof
           end-read
           if not reciprocity-eof-reached then
             if rc-effective-period <= compare-period
                 and rcp-count < reciprocity-table-max then
               add 1 to rcp-count
               move rc-resident-state
                 to rcp-resident-state (rcp-count)
               move rc-work-state to rcp-work-state (rcp-count)
             end-if
           end-if
           .
       open-compare-files.
           open input empmast
           open input ytd-file
           open input pay-history-file
           perform clear-company-total varying cct-idx
             from 1 by 1 until cct-idx > company-table-max
           open output parallel-report
           move compare-period to ph-compare-period
           if pending-period = "999999" then
             move "ALL ON FILE" to ph-pending-period
           else
             move pending-period to ph-pending-period
           end-if
           move parallel-heading to parallel-print-line
           write parallel-print-line
           move net-tolerance to th-tolerance
           move tolerance-heading to parallel-print-line
           write parallel-print-line
           move spaces to parallel-print-line
           write parallel-print-line
           move detail-heading to parallel-print-line
           write parallel-print-line
           .
       clear-company-total.
           move zero to ctt-payments (cct-idx) ctt-flagged (cct-idx)
           perform clear-company-tax varying tax-idx
             from 1 by 1 until tax-idx > 4
           .
       clear-company-tax.
           move zero to ctt-then (cct-idx, tax-idx)
             ctt-pending (cct-idx, tax-idx)
           .
      *----------------------------------------------------------
      * each run's archived cards -- a company archive holds the
      * whole card file, so only the company's own people are
      * compared off it, and the combined archive leaves out the
      * companies that ran on their own
      *----------------------------------------------------------
       compare-archived-cards.
           move spaces to archive-timecards-name
           string "timecards" delimited by size
                  arc-company (arc-idx) delimited by space
                  "." delimited by size
                  arc-run-date (arc-idx) delimited by size
                  ".arc" delimited by size
                  into archive-timecards-name
           end-string
           open input archive-timecards
           if archive-status not = "00" then
             display "*** NO ARCHIVE FILE " archive-timecards-name
               " -- THAT RUN'S CARDS NOT COMPARED ***"
           else
             add 1 to archive-read-count
             move "N" to end-file
             perform compare-one-card with test before until eof
             close archive-timecards
           end-if
           .
       compare-one-card.
           read archive-timecards
             at end move "T" to end-file
           end-read
           if not eof then
             add 1 to card-count
             perform normalize-old-format-card
             move tc-employee-id to em-employee-id
             read empmast
               invalid key move "23" to empmast-status
             end-read
             if empmast-ok then
               perform find-employee-company
             end-if
             evaluate true
               when not empmast-ok
                 add 1 to skipped-count
               when arc-company (arc-idx) not = spaces
                   and employee-company not = arc-company (arc-idx)
                 continue
               when arc-company (arc-idx) = spaces
                   and cct-run-kind (employee-cct-idx) not = "C"
                 continue
               when other
                 perform compare-card-payment
             end-evaluate
           end-if
           .
      * an archive written before the card grew its newer fields
      * reads back space-filled there
       normalize-old-format-card.
           if tc-supp-amount is not numeric then
             move zero to tc-supp-amount
           end-if
           perform normalize-one-day-bucket varying day-idx
             from 1 by 1 until day-idx > 7
           .
       normalize-one-day-bucket.
           if tc-day-hours (day-idx) is not numeric then
             move zero to tc-day-hours (day-idx)
           end-if
           .
       find-employee-company.
           move cct-code (1) to employee-company
           move 1 to employee-cct-idx
           perform match-employee-company varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           .
       match-employee-company.
           if cct-code (cct-idx) = em-company-code
               and em-company-code not = spaces then
             move em-company-code to employee-company
             move cct-idx to employee-cct-idx
           end-if
           .
      * the run's payment for the card -- the first of the
      * period, still standing.  a card with none was rejected
      * into suspense, or its payment has since been reversed.
       compare-card-payment.
           move "N" to compared-switch
           perform match-compared-id varying cid-idx
             from 1 by 1 until cid-idx > cid-count
           if not already-compared then
             move tc-employee-id to ph-employee-id
             move compare-period to ph-pay-period
             move 1 to ph-payment-seq
             read pay-history-file
               invalid key move "23" to pay-history-status
             end-read
             if pay-history-ok and not ph-reversed then
               perform compare-payment
             else
               add 1 to skipped-count
             end-if
           end-if
           .
       match-compared-id.
           if cid-employee-id (cid-idx) = tc-employee-id then
             move "Y" to compared-switch
           end-if
           .
      * the run pays active salaried employees off the master
      * when no card arrives -- each one of a company that ran
      * the period, with a standing payment and not compared off
      * a card, gets a bare card, the same shape the run
      * synthesizes for the auto-pay
       compare-cardless-salaried.
           move low-values to em-employee-id
           start empmast key not < em-employee-id
             invalid key move "23" to empmast-status
           end-start
           if empmast-ok then
             move "N" to master-eof
             perform collect-one-salaried with test before
               until master-eof-reached
           end-if
           perform compare-one-salaried varying sal-idx
             from 1 by 1 until sal-idx > sal-count
           .
       collect-one-salaried.
           read empmast next record
             at end move "T" to master-eof
           end-read
           if not master-eof-reached and em-paid-salaried then
             move em-employee-id to tc-employee-id
             move "N" to compared-switch
             perform match-compared-id varying cid-idx
               from 1 by 1 until cid-idx > cid-count
             perform find-employee-company
             if not already-compared
                 and cct-run-kind (employee-cct-idx) not = space then
               if sal-count < salaried-table-max then
                 add 1 to sal-count
                 move em-employee-id to sal-employee-id (sal-count)
               else
                 display "*** MORE THAN " salaried-table-max
                   " SALARIED EMPLOYEES -- THE REST NOT COMPARED ***"
               end-if
             end-if
           end-if
           .
       compare-one-salaried.
           move spaces to timecard
           move zero to tc-supp-amount
           perform normalize-one-day-bucket varying day-idx
             from 1 by 1 until day-idx > 7
           move sal-employee-id (sal-idx) to tc-employee-id
           move tc-employee-id to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           move tc-employee-id to ph-employee-id
           move compare-period to ph-pay-period
           move 1 to ph-payment-seq
           read pay-history-file
             invalid key move "23" to pay-history-status
           end-read
           if empmast-ok and pay-history-ok and not ph-reversed then
             perform find-employee-company
             add 1 to salaried-count
             perform compare-payment
           end-if
           .
      *----------------------------------------------------------
      * one payment, both ways
      *----------------------------------------------------------
       compare-payment.
           add 1 to compared-count
           if cid-count < compared-id-max then
             add 1 to cid-count
             move tc-employee-id to cid-employee-id (cid-count)
           end-if
           move ph-company-code to payment-company
           if payment-company = spaces then
             move employee-company to payment-company
           end-if
           move employee-cct-idx to payment-cct-idx
           perform match-payment-company varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           perform stage-payment
           move "T" to pass-switch
           move then-rate-set to tax-rate-set
           perform figure-withholding
           move "P" to pass-switch
           move pending-rate-set to tax-rate-set
           perform figure-withholding
           perform report-payment
           .
       match-payment-company.
           if cct-code (cct-idx) = payment-company then
             move cct-idx to payment-cct-idx
           end-if
           .
      * the money exactly as the run posted it, and the fica
      * wage-base split the run saw -- the paying company's wages
      * before this payment
       stage-payment.
           move ph-gross-pay to gross-pay
           move ph-pretax-deductions to pretax-deductions
           if pretax-deductions > gross-pay then
             move zero to disposable-earnings
           else
             subtract pretax-deductions from gross-pay
               giving disposable-earnings
           end-if
           if ph-imputed-gtl is numeric then
             move ph-imputed-gtl to imputed-gtl
           else
             move zero to imputed-gtl
           end-if
           if ph-imputed-other is numeric then
             move ph-imputed-other to imputed-other
           else
             move zero to imputed-other
           end-if
           add imputed-gtl imputed-other giving imputed-total
           move 52 to periods-per-year
           perform find-pay-freq-entry varying pf-idx
             from 1 by 1 until pf-idx > pay-freq-table-size
           add gross-pay imputed-total giving fica-check-wages
           move zero to fica-ytd-wages
           move tc-employee-id to yt-employee-id
           read ytd-file
             invalid key move "23" to ytd-status
           end-read
           if ytd-ok then
             move payment-company to yq-company-code
             move ytd-record to yq-before-image
             move "R" to yq-function
             call "payytdco" using ytd-company-request ytd-record
             if yq-co-fica-wages > fica-check-wages then
               subtract fica-check-wages from yq-co-fica-wages
                 giving fica-ytd-wages
             end-if
           end-if
           if fica-ytd-wages >= fica-wage-base then
             move zero to ytd-taxable-wage
           else
             if fica-ytd-wages + fica-check-wages <= fica-wage-base
                 then
               move fica-check-wages to ytd-taxable-wage
             else
               subtract fica-ytd-wages from fica-wage-base
                 giving ytd-taxable-wage
             end-if
           end-if
           .
       find-pay-freq-entry.
           if pf-code (pf-idx) = em-pay-frequency then
             move pf-periods-per-year (pf-idx) to periods-per-year
           end-if
           .
       figure-withholding.
           perform compute-fed-tax
           perform compute-state-tax
           perform compute-local-tax
           multiply ytd-taxable-wage by fica-tax-rate giving fica-tax
           if pass-is-then then
             move fed-tax to pt-then (1)
             move state-tax to pt-then (2)
             move local-tax to pt-then (3)
             move fica-tax to pt-then (4)
           else
             move fed-tax to pt-pending (1)
             move state-tax to pt-pending (2)
             move local-tax to pt-pending (3)
             move fica-tax to pt-pending (4)
           end-if
           perform add-state-totals varying pst-idx
             from 1 by 1 until pst-idx > pst-count
           .
      * the supplemental slice withholds at the flat rate and
      * never visits the brackets -- only the regular remainder,
      * with the imputed income, annualizes
       compute-fed-tax.
           if tc-supp-amount > disposable-earnings then
             move disposable-earnings to supp-fed-portion
           else
             move tc-supp-amount to supp-fed-portion
           end-if
           multiply supp-fed-portion by supp-fed-rate
             giving supp-fed-tax rounded
           subtract supp-fed-portion from disposable-earnings
             giving regular-disposable
           add imputed-total to regular-disposable
           multiply regular-disposable by periods-per-year
             giving annual-disposable-earnings
           multiply em-allowances by fed-allowance-amount
             giving fed-allowance-total
           if fed-allowance-total > annual-disposable-earnings then
             move zero to annual-fed-taxable
           else
             subtract fed-allowance-total
               from annual-disposable-earnings
               giving annual-fed-taxable
           end-if
           perform find-fed-bracket
           if fbt-pick-idx not = zero then
             compute annual-fed-tax rounded =
               fbt-base-tax (fbt-use-idx, fbt-pick-idx)
               + (annual-fed-taxable
                  - fbt-floor (fbt-use-idx, fbt-pick-idx))
               * fbt-rate (fbt-use-idx, fbt-pick-idx)
           else
             multiply annual-disposable-earnings by fed-tax-rate
               giving annual-fed-tax
           end-if
           divide annual-fed-tax by periods-per-year giving fed-tax
           add supp-fed-tax to fed-tax
           .
       find-fed-bracket.
           move zero to fbt-pick-idx
           move zero to fbt-use-idx
           perform match-employee-status varying fbt-sts-idx
             from 1 by 1 until fbt-sts-idx > 2
           if fbt-use-idx not = zero then
             perform walk-one-bracket varying fbt-brk-idx
               from 1 by 1
               until fbt-brk-idx > fbt-count (fbt-use-idx)
           end-if
           .
       match-employee-status.
           if fbt-filing-status (fbt-sts-idx) = em-filing-status then
             move fbt-sts-idx to fbt-use-idx
           end-if
           .
       walk-one-bracket.
           if fbt-floor (fbt-use-idx, fbt-brk-idx)
               <= annual-fed-taxable then
             move fbt-brk-idx to fbt-pick-idx
           end-if
           .
      * wages split across states by the day buckets' hours, each
      * share withheld at its state's rate, the resident state
      * taking what its rate runs above a work state's
       compute-state-tax.
           perform build-pay-state-table
           move em-state-code to rate-want-state
           perform lookup-state-rate
           move state-tax-rate to resident-state-rate
           perform allocate-state-wages
           perform figure-one-state-tax varying pst-idx
             from 1 by 1 until pst-idx > pst-count
           move zero to state-tax
           perform sum-one-state-tax varying pst-idx
             from 1 by 1 until pst-idx > pst-count
           .
       build-pay-state-table.
           move 1 to pst-count
           move em-state-code to pst-state-code (1)
           move zero to pst-hours (1) pst-wages (1) pst-tax (1)
           move zero to pst-total-hours
           perform note-one-day-state varying day-idx
             from 1 by 1 until day-idx > 7
           .
       note-one-day-state.
           if tc-day-hours (day-idx) not = zero then
             move tc-day-state (day-idx) to day-work-state
             if day-work-state = spaces then
               move em-state-code to day-work-state
             end-if
             perform check-reciprocity
             if states-reciprocal then
               move em-state-code to day-work-state
             end-if
             move 1 to pst-match-idx
             perform match-pay-state varying pst-idx
               from 1 by 1 until pst-idx > pst-count
             if pst-state-code (pst-match-idx) not = day-work-state
                 and pst-count < pay-state-max then
               add 1 to pst-count
               move pst-count to pst-match-idx
               move day-work-state to pst-state-code (pst-count)
               move zero to pst-hours (pst-count)
                 pst-wages (pst-count) pst-tax (pst-count)
             end-if
             add tc-day-hours (day-idx)
               to pst-hours (pst-match-idx)
             add tc-day-hours (day-idx) to pst-total-hours
           end-if
           .
       match-pay-state.
           if pst-state-code (pst-idx) = day-work-state then
             move pst-idx to pst-match-idx
           end-if
           .
       check-reciprocity.
           move "N" to reciprocity-switch
           perform match-reciprocity-pair varying rcp-idx
             from 1 by 1 until rcp-idx > rcp-count
           .
       match-reciprocity-pair.
           if rcp-resident-state (rcp-idx) = em-state-code
               and rcp-work-state (rcp-idx) = day-work-state then
             move "Y" to reciprocity-switch
           end-if
           .
       allocate-state-wages.
           move disposable-earnings to pst-wages-left
           perform allocate-one-state-share varying pst-idx
             from 2 by 1 until pst-idx > pst-count
           move pst-wages-left to pst-wages (1)
           add imputed-total to pst-wages (1)
           .
       allocate-one-state-share.
           compute pst-wages (pst-idx) rounded =
             disposable-earnings * pst-hours (pst-idx)
               / pst-total-hours
           if pst-wages (pst-idx) > pst-wages-left then
             move pst-wages-left to pst-wages (pst-idx)
           end-if
           subtract pst-wages (pst-idx) from pst-wages-left
           .
       figure-one-state-tax.
           if pst-idx = 1 then
             move resident-state-rate to state-tax-rate
           else
             move pst-state-code (pst-idx) to rate-want-state
             perform lookup-state-rate
           end-if
           multiply pst-wages (pst-idx) by periods-per-year
             giving annual-disposable-earnings
           compute annual-state-tax = annual-disposable-earnings
             * state-tax-rate
           divide annual-state-tax by periods-per-year
             giving pst-tax (pst-idx)
           if pst-idx > 1 and resident-state-rate > state-tax-rate
               then
             subtract state-tax-rate from resident-state-rate
               giving resident-credit-rate
             compute annual-state-tax = annual-disposable-earnings
               * resident-credit-rate
             divide annual-state-tax by periods-per-year
               giving resident-credit-tax
             add resident-credit-tax to pst-tax (1)
           end-if
           .
       sum-one-state-tax.
           add pst-tax (pst-idx) to state-tax
           .
       lookup-state-rate.
           move .0700 to state-tax-rate
           perform find-state-rate-entry varying str-idx
             from 1 by 1 until str-idx > state-table-size
           .
       find-state-rate-entry.
           if str-state-code (str-idx) = rate-want-state then
             move str-state-rate (str-idx) to state-tax-rate
           end-if
           .
       compute-local-tax.
           if em-locality-code = spaces then
             move zero to local-tax
           else
             move zero to local-tax-rate
             perform find-local-rate-entry varying lrt-idx
               from 1 by 1 until lrt-idx > local-table-size
             multiply disposable-earnings by periods-per-year
               giving annual-disposable-earnings
             compute annual-local-tax = annual-disposable-earnings
               * local-tax-rate
             divide annual-local-tax by periods-per-year
               giving local-tax
           end-if
           .
       find-local-rate-entry.
           if lrt-locality-code (lrt-idx) = em-locality-code then
             move lrt-local-rate (lrt-idx) to local-tax-rate
           end-if
           .
      * each state's withholding goes to its own total, the pass
      * saying which column
       add-state-totals.
           move "N" to state-total-switch
           perform match-state-total varying stt-idx
             from 1 by 1 until stt-idx > stt-count
               or state-total-found
           if state-total-found then
             subtract 1 from stt-idx
           else
             if stt-count < state-total-max then
               add 1 to stt-count
               move stt-count to stt-idx
               move pst-state-code (pst-idx)
                 to stt-state-code (stt-idx)
               move zero to stt-then (stt-idx) stt-pending (stt-idx)
               move "Y" to state-total-switch
             end-if
           end-if
           if state-total-found then
             if pass-is-then then
               add pst-tax (pst-idx) to stt-then (stt-idx)
             else
               add pst-tax (pst-idx) to stt-pending (stt-idx)
             end-if
           end-if
           .
       match-state-total.
           if stt-state-code (stt-idx) = pst-state-code (pst-idx) then
             move "Y" to state-total-switch
           end-if
           .
      * a difference is what the pending rows withhold over what
      * the period's rates did; the net moves the other way
       report-payment.
           move zero to net-change
           perform figure-one-difference varying tax-idx
             from 1 by 1 until tax-idx > 4
           add 1 to ctt-payments (payment-cct-idx)
           if net-change < zero then
             compute net-change-size = zero - net-change
           else
             move net-change to net-change-size
           end-if
           if net-change-size > net-tolerance then
             move "*REVIEW*" to dl-flag
             add 1 to flagged-count
             add 1 to ctt-flagged (payment-cct-idx)
           else
             move spaces to dl-flag
           end-if
           move tc-employee-id to dl-employee-id
           move em-employee-name to dl-employee-name
           move payment-company to dl-company
           move em-state-code to dl-state
           move net-change to dl-net-change
           move detail-line to parallel-print-line
           write parallel-print-line
           .
       figure-one-difference.
           compute tax-difference =
             pt-pending (tax-idx) - pt-then (tax-idx)
           move tax-difference to dl-tax-difference (tax-idx)
           subtract tax-difference from net-change
           add pt-then (tax-idx)
             to ctt-then (payment-cct-idx, tax-idx)
           add pt-pending (tax-idx)
             to ctt-pending (payment-cct-idx, tax-idx)
           .
      *----------------------------------------------------------
      * the totals, then the sign-off block
      *----------------------------------------------------------
       print-totals.
           move spaces to parallel-print-line
           write parallel-print-line
           move total-heading to parallel-print-line
           write parallel-print-line
           perform print-company-total varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           move spaces to parallel-print-line
           write parallel-print-line
           move "STATE WITHHOLDING BY STATE" to parallel-print-line
           write parallel-print-line
           perform print-state-total varying stt-idx
             from 1 by 1 until stt-idx > stt-count
           move compared-count to sml-compared
           move flagged-count to sml-flagged
           move skipped-count to sml-skipped
           move spaces to parallel-print-line
           write parallel-print-line
           move summary-line to parallel-print-line
           write parallel-print-line
           move spaces to parallel-print-line
           write parallel-print-line
           write parallel-print-line
           move "PAYROLL" to sl-title
           move signoff-line to parallel-print-line
           write parallel-print-line
           move spaces to parallel-print-line
           write parallel-print-line
           move "CONTROLLER" to sl-title
           move signoff-line to parallel-print-line
           write parallel-print-line
           .
       print-company-total.
           if ctt-payments (cct-idx) > zero then
             move spaces to parallel-print-line
             write parallel-print-line
             move cct-code (cct-idx) to cth-company
             move ctt-payments (cct-idx) to cth-payments
             move ctt-flagged (cct-idx) to cth-flagged
             move company-total-heading to parallel-print-line
             write parallel-print-line
             perform print-company-tax varying tax-idx
               from 1 by 1 until tax-idx > 4
           end-if
           .
       print-company-tax.
           move tax-name (tax-idx) to tl-label
           move ctt-then (cct-idx, tax-idx) to tl-then
           move ctt-pending (cct-idx, tax-idx) to tl-pending
           compute tl-difference = ctt-pending (cct-idx, tax-idx)
             - ctt-then (cct-idx, tax-idx)
           move total-line to parallel-print-line
           write parallel-print-line
           .
       print-state-total.
           move spaces to tl-label
           move stt-state-code (stt-idx) to tl-label
           move stt-then (stt-idx) to tl-then
           move stt-pending (stt-idx) to tl-pending
           compute tl-difference = stt-pending (stt-idx)
             - stt-then (stt-idx)
           move total-line to parallel-print-line
           write parallel-print-line
           .
       clean-up.
           move "C" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           close empmast
           close ytd-file
           close pay-history-file
           close parallel-report
           display "TAX TABLE PARALLEL COMPLETE -- " compared-count
             " PAYMENTS COMPARED (" salaried-count
             " CARDLESS SALARIED), " flagged-count " FLAGGED, "
             skipped-count " CARDS SKIPPED"
           if archive-read-count < arc-count then
             move 4 to return-code
           end-if
           .
       end program taxparallel.
