       identification division.
       program-id. ckreprint.
       author. charles r. martin.
       date-written. 2026-sep-10.
      * spoiled-check reprint.  the run assumes every number it
      * assigns prints cleanly; when the printer jams, the mangled
      * forms used to go through voidreissue, which reverses a
      * payment that was never wrong and leaves the stock serials
      * out of step with the register.  this program takes the
      * range of numbers that spoiled on one run's check date and,
      * for each one still issued with a check payment on the pay
      * history, marks the old number spoiled on the register and
      * the positive-pay file -- a status of its own, not a void --
      * and prints the same payment onto the next number of the
      * paying company's series.  the history takes the new number
      * so the void and returns programs find the check that
      * actually went out; nothing about the payment itself moves,
      * so there is no ytd or gl to touch.  the new numbers go on
      * the stock journal as consumed, for the stock
      * reconciliation.
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
           select check-number-control
             assign to "checkctl.dat"
               organization is line sequential
               file status is check-control-status.
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
      * read once for the spoiled numbers' latest disposition, then
      * reopened extend for the spoiled and reissue lines
           select check-register
             assign to "checkreg.dat"
               organization is line sequential
               file status is check-register-status.
      * each company's positive-pay file, under the names the run
      * gives them -- the spoil and issue lines ride the same
      * transmission as the run's own
           select positive-pay-file
             assign to pospay-file-name
               organization is line sequential
               file status is positive-pay-status.
           select reprint-check-print
             assign to "reprint.prt"
               organization is line sequential.
           select check-stock-file
             assign to "chkstock.dat"
               organization is line sequential
               file status is check-stock-status.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd empmast.
           copy emprec.
       fd pay-history-file.
           copy payhist.
       fd check-number-control.
       01 check-control-record.
           02 ckc-next-check-number pic 9(08).
           02 ckc-next-trace-seq    pic 9(07).
       fd company-control-file.
           copy compctl.
       fd check-register.
           copy chkreg.
       fd positive-pay-file.
           copy pospay.
       fd reprint-check-print.
       01 paycheck.
           02 prt-check-number   pic 9(08).
           02 filler             pic x.
           02 prt-employee-name  pic x(25).
           02 filler             pic x.
           02 prt-department     pic x(04).
           02 filler             pic x.
           02 prt-hours-worked    pic 999.9.
           02 filler             pic x.
           02 prt-pay-rate       pic 999.99.
           02 prt-gross-pay      pic $$$,$$9.99.
           02 prt-fed-tax        pic $$$,$$9.99.
           02 prt-state-tax      pic $$$,$$9.99.
           02 prt-fica-tax       pic $$$,$$9.99.
           02 filler             pic x(5).
           02 prt-net-pay        pic $**,**9.99.
       fd check-stock-file.
           copy stockrec.
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
       01 pay-history-status pic x(02).
           88 pay-history-ok        value "00".
           88 pay-history-not-found value "23", "35".
       01 check-control-status   pic x(02).
       01 company-control-status pic x(02).
       01 check-register-status  pic x(02).
       01 positive-pay-status    pic x(02).
       01 check-stock-status     pic x(02).
       01 run-log-status         pic x(02).
       01 operator-id       pic x(10).
       01 operator-password pic x(10).
       01 signon-switch     pic x value "N".
           88 operator-authorized   value "Y".
      * the shared sign-on's request block -- printing checks is
      * the payroll operator's job
           copy signreq.
       01 register-eof      pic x(01).
           88 register-eof-reached value "T".
       01 company-eof       pic x(01).
           88 company-eof-reached value "T".
       01 history-eof       pic x(01).
           88 history-eof-reached value "T".
      * the primary series lives on checkctl.dat, the way the run
      * keeps it; the trace sequence rides back out untouched
       01 next-check-number pic 9(08) value 1.
       01 saved-trace-seq   pic 9(07) value zero.
      * compctl.dat rows kept whole so the file goes back exactly
      * as read, with only each series position moved on.  no file
      * keyed means the single compiled-in company, as in the run.
       01 company-table.
           02 cmp-entry occurs 4 times.
               03 cmp-row            pic x(141).
               03 cmp-code           pic x(02).
               03 cmp-bank-account   pic x(10).
               03 cmp-next-check     pic 9(08).
               03 cmp-first-new      pic 9(08).
       77 company-table-max  pic 9(02) value 4.
       77 pospay-account     pic x(10) value "0012345678".
       01 cmp-count          pic 9(02) usage comp value zero.
       01 cmp-idx            pic 9(02) usage comp.
       01 company-file-switch pic x(01) value "N".
           88 company-file-loaded value "Y".
       01 pospay-file-name   pic x(20).
       01 pospay-amount-cents pic 9(10) usage comp.
      * the range as keyed, and what the register and the history
      * say about each number in it
       01 spoil-date-answer pic x(08).
       01 spoil-date        pic x(08).
       01 answer-number     pic x(08).
       01 answer-number-num redefines answer-number pic 9(08).
       01 first-spoiled     pic 9(08).
       01 last-spoiled      pic 9(08).
       01 spoil-range-size  pic 9(08) usage comp.
       01 spoil-table.
           02 sp-entry occurs 500 times.
               03 sp-check-number   pic 9(08).
               03 sp-on-register    pic x(01).
               03 sp-check-date     pic x(08).
               03 sp-payee          pic x(25).
               03 sp-employee-id    pic x(05).
               03 sp-amount         pic 9(07)v99.
               03 sp-status         pic x(01).
               03 sp-ready          pic x(01).
                   88 sp-is-ready       value "Y".
               03 sp-company-idx    pic 9(02).
               03 sp-ph-key         pic x(13).
       77 spoil-table-max    pic 9(03) value 500.
       01 sp-idx             pic 9(03) usage comp.
       01 history-match-switch pic x(01).
           88 history-matched    value "Y".
       01 edit-switch        pic x(01) value "N".
           88 range-bad          value "Y".
       01 reprint-count      pic 9(05) usage comp value zero.
       01 skipped-count      pic 9(05) usage comp value zero.
       01 reprint-count-text pic 9(05).
       01 company-reprints   pic 9(05) usage comp.
       procedure division.
       begin.
           perform sign-on.
           if not operator-authorized then
             move 16 to return-code
             stop run
           end-if
           perform accept-spoiled-range.
           if range-bad then
             display "*** NOTHING SPOILED -- CORRECT AND RE-KEY ***"
             move 16 to return-code
             stop run
           end-if
           perform read-check-number-control.
           perform load-company-control.
           perform load-spoiled-numbers.
           perform qualify-one-number varying sp-idx
             from 1 by 1 until sp-idx > spoil-range-size.
           open i-o pay-history-file
           open input empmast
           open extend check-register
           open output reprint-check-print
           open extend check-stock-file
           if check-stock-status not = "00" then
             open output check-stock-file
           end-if
           perform reprint-company-checks varying cmp-idx
             from 1 by 1 until cmp-idx > cmp-count.
           close check-stock-file
           close reprint-check-print
           close check-register
           close empmast
           close pay-history-file
           perform write-check-number-control.
           perform write-company-control.
           perform write-reprint-log.
           display "REPRINTED: " reprint-count
             "  NOT REPRINTED: " skipped-count
           if skipped-count > zero then
             move 4 to return-code
           end-if
           stop run.
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "ckreprint" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO PRINT CHECKS ***"
           end-if
           .
      * the run's check date keeps a mis-keyed range from spoiling
      * some other day's checks
       accept-spoiled-range.
           display "CHECK DATE OF THE RUN (YYYYMMDD, BLANK FOR "
             "TODAY): "
           accept spoil-date-answer
           if spoil-date-answer is numeric then
             move spoil-date-answer to spoil-date
           else
             move function current-date (1:8) to spoil-date
           end-if
           display "FIRST SPOILED CHECK NUMBER (NNNNNNNN): "
           accept answer-number
           if answer-number is numeric then
             move answer-number-num to first-spoiled
           else
             move "Y" to edit-switch
             move zero to first-spoiled
           end-if
           display "LAST SPOILED CHECK NUMBER (NNNNNNNN): "
           accept answer-number
           if answer-number is numeric then
             move answer-number-num to last-spoiled
           else
             move "Y" to edit-switch
             move zero to last-spoiled
           end-if
           if range-bad then
             display "*** CHECK NUMBERS MUST BE 8 DIGITS ***"
           else
             if first-spoiled = zero
                 or last-spoiled < first-spoiled then
               move "Y" to edit-switch
               display "*** LAST NUMBER MUST NOT BE BELOW THE "
                 "FIRST ***"
             else
               compute spoil-range-size =
                 last-spoiled - first-spoiled + 1
               if spoil-range-size > spoil-table-max then
                 move "Y" to edit-switch
                 display "*** NO MORE THAN " spoil-table-max
                   " NUMBERS AT A TIME ***"
               end-if
             end-if
           end-if
           .
       read-check-number-control.
           open input check-number-control
           if check-control-status = "00" then
             read check-number-control
               at end move 1 to next-check-number
               not at end
                 move ckc-next-check-number to next-check-number
                 if ckc-next-trace-seq is numeric then
                   move ckc-next-trace-seq to saved-trace-seq
                 end-if
             end-read
             close check-number-control
           end-if
           .
      * the same series positions the run starts from -- the
      * primary company takes the larger of checkctl.dat and its
      * own row, since a release or void session only ever moves
      * checkctl.dat
       load-company-control.
           open input company-control-file
           if company-control-status = "00" then
             move "Y" to company-file-switch
             move "N" to company-eof
             perform load-one-company with test before
               until company-eof-reached
             close company-control-file
           end-if
           if cmp-count = zero then
             move 1 to cmp-count
             move spaces to cmp-row (1)
             move "01" to cmp-code (1)
             move pospay-account to cmp-bank-account (1)
             move 1 to cmp-next-check (1)
           end-if
           if next-check-number > cmp-next-check (1) then
             move next-check-number to cmp-next-check (1)
           end-if
           .
       load-one-company.
           read company-control-file
             at end move "T" to company-eof
           end-read
           if not company-eof-reached then
             if cmp-count < company-table-max then
               add 1 to cmp-count
               move company-control-record to cmp-row (cmp-count)
               move co-company-code to cmp-code (cmp-count)
               move co-bank-account to cmp-bank-account (cmp-count)
               if co-next-check-number is numeric
                   and co-next-check-number not = zero then
                 move co-next-check-number
                   to cmp-next-check (cmp-count)
               else
                 move 1 to cmp-next-check (cmp-count)
               end-if
             end-if
           end-if
           .
      * one pass down the register journal -- the last line read
      * for a number is its standing disposition, the same rule
      * the bank reconciliation applies
       load-spoiled-numbers.
           perform clear-one-spoiled varying sp-idx
             from 1 by 1 until sp-idx > spoil-range-size
           open input check-register
           if check-register-status = "00" then
             move "N" to register-eof
             perform load-one-register-line with test before
               until register-eof-reached
             close check-register
           end-if
           .
       clear-one-spoiled.
           compute sp-check-number (sp-idx) = first-spoiled + sp-idx - 1
           move "N" to sp-on-register (sp-idx) sp-ready (sp-idx)
           move spaces to sp-status (sp-idx)
           .
       load-one-register-line.
           read check-register
             at end move "T" to register-eof
           end-read
           if not register-eof-reached
               and cr-check-number >= first-spoiled
               and cr-check-number <= last-spoiled then
             compute sp-idx = cr-check-number - first-spoiled + 1
             move "Y" to sp-on-register (sp-idx)
             move cr-status to sp-status (sp-idx)
             if cr-issued then
               move cr-check-date to sp-check-date (sp-idx)
               move cr-payee to sp-payee (sp-idx)
               move cr-employee-id to sp-employee-id (sp-idx)
               move cr-amount to sp-amount (sp-idx)
             end-if
           end-if
           .
      * only a number still standing issued on the run's date,
      * with its check payment on the history at the same net,
      * can be spoiled here -- anything else is listed for payroll
      * to settle through the void programs
       qualify-one-number.
           evaluate true
             when sp-on-register (sp-idx) not = "Y"
               display "*** " sp-check-number (sp-idx)
                 " IS NOT ON THE REGISTER ***"
               add 1 to skipped-count
             when sp-status (sp-idx) not = "I"
               display "*** " sp-check-number (sp-idx)
                 " IS NO LONGER ISSUED (STATUS " sp-status (sp-idx)
                 ") ***"
               add 1 to skipped-count
             when sp-check-date (sp-idx) not = spoil-date
               display "*** " sp-check-number (sp-idx)
                 " WAS ISSUED " sp-check-date (sp-idx)
                 ", NOT ON " spoil-date " ***"
               add 1 to skipped-count
             when other
               perform find-history-payment
               if history-matched then
                 perform resolve-spoiled-company
                 move "Y" to sp-ready (sp-idx)
               else
                 display "*** " sp-check-number (sp-idx)
                   " HAS NO MATCHING CHECK PAYMENT ON THE HISTORY"
                   " -- USE VOIDREISSUE ***"
                 add 1 to skipped-count
               end-if
           end-evaluate
           .
       find-history-payment.
           move "N" to history-match-switch
           open input pay-history-file
           if pay-history-ok then
             move low-values to ph-key
             move sp-employee-id (sp-idx) to ph-employee-id
             start pay-history-file key not < ph-key
               invalid key move "23" to pay-history-status
             end-start
             if pay-history-ok then
               move "N" to history-eof
               perform scan-one-history-payment with test before
                 until history-matched or history-eof-reached
             end-if
             close pay-history-file
           end-if
           .
       scan-one-history-payment.
           read pay-history-file next record
             at end move "T" to history-eof
           end-read
           if not history-eof-reached then
             if ph-employee-id not = sp-employee-id (sp-idx) then
               move "T" to history-eof
             else
               if ph-by-check
                   and ph-check-number = sp-check-number (sp-idx)
                   and ph-net-pay = sp-amount (sp-idx) then
                 move "Y" to history-match-switch
                 move ph-key to sp-ph-key (sp-idx)
               end-if
             end-if
           end-if
           .
      * the new number has to come off the stock of the company
      * the check was drawn on -- the employee's company, primary
      * when blank or unknown, as the run resolves it
       resolve-spoiled-company.
           move 1 to sp-company-idx (sp-idx)
           move sp-employee-id (sp-idx) to em-employee-id
           open input empmast
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if empmast-ok and em-company-code not = spaces then
             perform match-spoiled-company varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
           end-if
           close empmast
           .
       match-spoiled-company.
           if cmp-code (cmp-idx) = em-company-code then
             move cmp-idx to sp-company-idx (sp-idx)
           end-if
           .
      * one company at a time, so each positive-pay file is opened
      * once and its new numbers run consecutively on the journal
       reprint-company-checks.
           move zero to company-reprints
           move cmp-next-check (cmp-idx) to cmp-first-new (cmp-idx)
           if cmp-idx = 1 then
             move "pospay.dat" to pospay-file-name
           else
             move spaces to pospay-file-name
             string "pospay" delimited by size
                    cmp-code (cmp-idx) delimited by size
                    ".dat" delimited by size
                    into pospay-file-name
             end-string
           end-if
           open extend positive-pay-file
           if positive-pay-status not = "00" then
             open output positive-pay-file
           end-if
           perform reprint-one-check varying sp-idx
             from 1 by 1 until sp-idx > spoil-range-size
           close positive-pay-file
           if company-reprints not = zero then
             move "C" to cs-entry-type
             move cmp-code (cmp-idx) to cs-company-code
             move function current-date (1:8) to cs-entry-date
             move cmp-first-new (cmp-idx) to cs-first-serial
             compute cs-last-serial = cmp-next-check (cmp-idx) - 1
             move "RPR" to cs-source
             move operator-id to cs-operator
             write check-stock-record
           end-if
           .
       reprint-one-check.
           if sp-is-ready (sp-idx)
               and sp-company-idx (sp-idx) = cmp-idx then
             move sp-ph-key (sp-idx) to ph-key
             read pay-history-file
               invalid key move "23" to pay-history-status
             end-read
             move sp-employee-id (sp-idx) to em-employee-id
             read empmast
               invalid key move "23" to empmast-status
             end-read
             if pay-history-ok then
               perform print-reprinted-check
               perform write-spoiled-lines
               perform write-reissue-lines
               move cmp-next-check (cmp-idx) to ph-check-number
               rewrite pay-history-record
               add 1 to cmp-next-check (cmp-idx)
               add 1 to reprint-count
               add 1 to company-reprints
             else
               display "*** HISTORY FOR " sp-check-number (sp-idx)
                 " COULD NOT BE REREAD -- NOT REPRINTED ***"
               add 1 to skipped-count
             end-if
           end-if
           .
      * the check line exactly as the run printed it -- the
      * figures off the history, the name and department off the
      * master
       print-reprinted-check.
           move cmp-next-check (cmp-idx) to prt-check-number
           move sp-payee (sp-idx) to prt-employee-name
           if empmast-ok then
             move em-department to prt-department
             move em-pay-rate to prt-pay-rate
           else
             move spaces to prt-department
             move zero to prt-pay-rate
           end-if
           move ph-hours-worked to prt-hours-worked
           move ph-gross-pay to prt-gross-pay
           move ph-fed-tax to prt-fed-tax
           move ph-state-tax to prt-state-tax
           move ph-fica-tax to prt-fica-tax
           move ph-net-pay to prt-net-pay
           write paycheck
           .
      * the dead form -- its own status on both files, dated the
      * day it was spoiled, with no money against the number
       write-spoiled-lines.
           move sp-check-number (sp-idx) to cr-check-number
           move function current-date (1:8) to cr-check-date
           move sp-payee (sp-idx) to cr-payee
           move sp-employee-id (sp-idx) to cr-employee-id
           move sp-amount (sp-idx) to cr-amount
           move "S" to cr-status
           write check-register-record
           move cmp-bank-account (cmp-idx) to pp-account
           move sp-check-number (sp-idx) to pp-check-number
           move function current-date (1:8) to pp-issue-date
           move zero to pp-amount
           move sp-payee (sp-idx) to pp-payee
           move "S" to pp-status
           write positive-pay-record
           .
      * the same payment under its new number, carrying the run's
      * check date so the run backout still finds it
       write-reissue-lines.
           move cmp-next-check (cmp-idx) to cr-check-number
           move sp-check-date (sp-idx) to cr-check-date
           move sp-payee (sp-idx) to cr-payee
           move sp-employee-id (sp-idx) to cr-employee-id
           move sp-amount (sp-idx) to cr-amount
           move "I" to cr-status
           write check-register-record
           move cmp-bank-account (cmp-idx) to pp-account
           move cmp-next-check (cmp-idx) to pp-check-number
           move sp-check-date (sp-idx) to pp-issue-date
           multiply sp-amount (sp-idx) by 100
             giving pospay-amount-cents
           move pospay-amount-cents to pp-amount
           move sp-payee (sp-idx) to pp-payee
           move "I" to pp-status
           write positive-pay-record
           .
       write-check-number-control.
           move cmp-next-check (1) to ckc-next-check-number
           move saved-trace-seq to ckc-next-trace-seq
           open output check-number-control
           write check-control-record
           close check-number-control
           .
       write-company-control.
           if company-file-loaded then
             open output company-control-file
             perform write-one-company-row varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
             close company-control-file
           end-if
           .
       write-one-company-row.
           move cmp-row (cmp-idx) to company-control-record
           move cmp-next-check (cmp-idx) to co-next-check-number
           write company-control-record
           .
       write-reprint-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "ckreprint" to rl-program
           move operator-id to rl-operator
           move reprint-count to reprint-count-text
           move spaces to rl-action
           string "REPRINTED " delimited by size
                  reprint-count-text delimited by size
                  " SPOILED" delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       end program ckreprint.
