       identification division.
       program-id. verifyletter.
       author. charles r. martin.
       date-written. 2026-sep-17.
      * employment and income verification letters.  lenders and
      * landlords call payroll a dozen times a month, and each
      * letter used to be typed from empinq and payhistinq
      * screens.  key an employee id, who is asking and the
      * authorization reference the employee signed, and a letter
      * prints on verifylet.prt under the paying company's name:
      * hire date, status and termination date off the master,
      * the current rate or period salary and how often it is
      * paid, the year-to-date gross off ytdmast.dat, last year's
      * gross off the archive yearend dumped the closing year to,
      * and -- when asked for -- the last several payments off pay
      * history.  every letter is logged to runlog.dat with the
      * operator, the employee, who asked and the authorization,
      * since this is personal data leaving the building.  the
      * prompts repeat until a blank employee id.
       environment division.
       input-output section.
       file-control.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is random
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
               access mode is dynamic
               record key is ph-key
               file status is pay-history-status.
           select held-pay-file
             assign to "heldpay.dat"
               organization is indexed
               access mode is dynamic
               record key is hp-key
               file status is held-pay-status.
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
      * the last year closed and the date its archive was dumped
      * under
           select yearend-control
             assign to "yearend.dat"
               organization is line sequential
               file status is yearend-status.
      * the closing ytd master -- read front to back for the one
      * employee, since the archive is a flat dump
           select ytd-archive
             assign to ytd-archive-name
               organization is line sequential
               file status is ytd-archive-status.
           select letter-file
             assign to "verifylet.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd empmast.
           copy emprec.
       fd ytd-file.
           copy ytdrec.
       fd pay-history-file.
           copy payhist.
       fd held-pay-file.
           copy heldrec.
       fd company-control-file.
           copy compctl.
       fd yearend-control.
       01 yearend-control-record.
           02 ye-last-closed-year pic x(04).
           02 ye-archive-date     pic x(08).
       fd ytd-archive.
       01 ytd-archive-record.
           02 ya-employee-id  pic x(05).
           02 filler          pic x(430).
       fd letter-file.
       01 letter-print-line  pic x(80).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 empmast-status     pic x(02).
           88 empmast-ok         value "00".
       01 ytd-status         pic x(02).
           88 ytd-ok             value "00".
       01 pay-history-status pic x(02).
           88 pay-history-ok     value "00".
       01 held-pay-status    pic x(02).
           88 held-pay-ok        value "00".
       01 company-control-status pic x(02).
       01 yearend-status     pic x(02).
       01 ytd-archive-status pic x(02).
       01 run-log-status     pic x(02).
       01 operator-id        pic x(10).
       01 operator-password  pic x(10).
       01 signon-switch      pic x value "N".
           88 operator-authorized  value "Y".
      * the shared sign-on's request block -- the one check every
      * program in the suite now goes through
           copy signreq.
       01 done-switch        pic x value "N".
           88 operator-is-done   value "Y".
       01 lookup-employee-id pic x(05).
       01 requested-by       pic x(30).
       01 authorization-ref  pic x(15).
       01 answer-payments    pic x(02).
       01 payments-wanted    pic 9(02).
       01 letter-count       pic 9(05) usage comp value zero.
       01 today-date         pic x(08).
       01 ytd-year           pic x(04).
       01 prior-year         pic x(04).
       01 year-number        pic 9(04).
       01 prior-year-switch  pic x(01) value "N".
           88 prior-year-on-file value "Y".
       01 prior-gross        pic 9(7)v99.
       01 prior-gross-switch pic x(01).
           88 prior-gross-found  value "Y".
       01 ytd-archive-name.
           02 filler          pic x(08) value "ytdmast.".
           02 ytd-arc-date    pic x(08).
           02 filler          pic x(04) value ".arc".
       01 archive-eof        pic x(01).
           88 archive-eof-reached value "T".
       01 history-eof        pic x(01).
           88 history-eof-reached value "T".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
      * compiled-in letterhead -- the primary company's name when
      * no company control file has been keyed
       77 employer-name      pic x(25) value "ACME MFG CO".
       01 company-table.
           02 cmp-entry occurs 4 times.
               03 cmp-code  pic x(02).
               03 cmp-name  pic x(25).
       77 company-table-max  pic 9(02) value 4.
       01 cmp-count          pic 9(02) usage comp value zero.
       01 cmp-idx            pic 9(02) usage comp.
       01 cmp-out-idx        pic 9(02) usage comp.
      * the last payments, oldest first -- each new one pushes the
      * oldest off the top once the table holds what was asked for
       01 payment-table.
           02 pmt-entry occurs 12 times.
               03 pmt-pay-date  pic x(08).
               03 pmt-period    pic x(06).
               03 pmt-hours     pic 9(3)v9.
               03 pmt-gross     pic 9(6)v99.
       77 payment-table-max  pic 9(02) value 12.
       01 pmt-count          pic 9(02) usage comp.
       01 pmt-idx            pic 9(02) usage comp.
       01 payment-cancelled  pic x(01).
           88 cancelled-payment  value "Y".
      * a yyyymmdd date as a letter prints it
       01 date-in            pic x(08).
       01 date-in-parts redefines date-in.
           02 di-year        pic x(04).
           02 di-month       pic x(02).
           02 di-day         pic x(02).
       01 date-out.
           02 do-month       pic x(02).
           02 filler         pic x(01) value "/".
           02 do-day         pic x(02).
           02 filler         pic x(01) value "/".
           02 do-year        pic x(04).
       01 rule-line          pic x(80) value all "-".
       01 letterhead-line.
           02 filler         pic x(05) value spaces.
           02 lhl-name       pic x(25).
       01 title-line.
           02 filler pic x(05) value spaces.
           02 filler pic x(40)
             value "VERIFICATION OF EMPLOYMENT AND INCOME".
           02 filler pic x(06) value "DATE ".
           02 tl-date        pic x(10).
       01 requester-line.
           02 filler pic x(05) value spaces.
           02 filler pic x(14) value "REQUESTED BY: ".
           02 rql-name       pic x(30).
       01 authorization-line.
           02 filler pic x(05) value spaces.
           02 filler pic x(25) value "EMPLOYEE AUTHORIZATION: ".
           02 aul-ref        pic x(15).
       01 opening-line.
           02 filler pic x(05) value spaces.
           02 filler pic x(50)
             value "IN RESPONSE TO YOUR REQUEST, OUR RECORDS SHOW:".
       01 fact-line.
           02 filler         pic x(08) value spaces.
           02 fl-caption     pic x(28).
           02 fl-value       pic x(40).
       01 amount-edit        pic $$,$$$,$$9.99.
       01 rate-edit          pic $$$9.99.
       01 payment-heading-line.
           02 filler pic x(08) value spaces.
           02 filler pic x(14) value "PAY DATE".
           02 filler pic x(10) value "PERIOD".
           02 filler pic x(10) value "HOURS".
           02 filler pic x(13) value "GROSS PAY".
       01 payment-line.
           02 filler         pic x(08) value spaces.
           02 pl-pay-date    pic x(10).
           02 filler         pic x(04).
           02 pl-period      pic x(06).
           02 filler         pic x(03).
           02 pl-hours       pic zz9.9.
           02 filler         pic x(02).
           02 pl-gross       pic $$$$,$$9.99.
       01 closing-line-1.
           02 filler pic x(05) value spaces.
           02 filler pic x(60) value
             "THIS INFORMATION IS FURNISHED IN CONFIDENCE AT THE".
       01 closing-line-2.
           02 filler pic x(05) value spaces.
           02 filler pic x(60) value
             "EMPLOYEE'S AUTHORIZATION AND IS NOT TO BE DISCLOSED.".
       01 signature-line.
           02 filler pic x(05) value spaces.
           02 filler pic x(23) value "PAYROLL DEPARTMENT -- ".
           02 sgl-operator   pic x(10).
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             perform issue-one-letter with test before
               until operator-is-done
             perform clean-up
           else
             move 16 to return-code
           end-if
           stop run.
      * the shared sign-on owns the password rules -- any operator
      * may issue a letter, but every one is logged under whoever
      * signed on
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move " " to sr-required-auth
           move "verifyletter" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED ***"
           end-if
           .
       initialize-program.
           move function current-date (1:8) to today-date
           perform load-company-control
           perform load-yearend-control
           open input empmast
           open input ytd-file
           open input pay-history-file
           open input held-pay-file
           open output letter-file
           .
       load-company-control.
           move spaces to company-table
           open input company-control-file
           if company-control-status = "00" then
             move "N" to company-eof
             perform load-one-company with test before
               until company-eof-reached
             close company-control-file
           end-if
           if cmp-count = zero then
             move 1 to cmp-count
             move "01" to cmp-code (1)
             move employer-name to cmp-name (1)
           end-if
           .
       load-one-company.
           read company-control-file
             at end move "T" to company-eof
           end-read
           if not company-eof-reached then
             if cmp-count < company-table-max then
               add 1 to cmp-count
               move co-company-code to cmp-code (cmp-count)
               move co-company-name to cmp-name (cmp-count)
             end-if
           end-if
           .
      * ytdmast.dat carries the year after the last one closed;
      * the year closed is last year, and its archive is named by
      * the date yearend ran.  a year closed before the date was
      * kept, or a shop that has never closed one, shows the prior
      * year as not on file.
       load-yearend-control.
           move today-date (1:4) to ytd-year
           open input yearend-control
           if yearend-status = "00" then
             read yearend-control
               at end move spaces to yearend-control-record
             end-read
             close yearend-control
             if ye-last-closed-year is numeric then
               move ye-last-closed-year to prior-year
               move ye-last-closed-year to year-number
               add 1 to year-number
               move year-number to ytd-year
               if ye-archive-date is numeric then
                 move ye-archive-date to ytd-arc-date
                 move "Y" to prior-year-switch
               end-if
             end-if
           end-if
           .
       issue-one-letter.
           display " "
           display "EMPLOYEE ID FOR THE LETTER (BLANK TO QUIT): "
           accept lookup-employee-id
           if lookup-employee-id = spaces then
             move "Y" to done-switch
           else
             move lookup-employee-id to em-employee-id
             read empmast
               invalid key move "23" to empmast-status
             end-read
             if not empmast-ok then
               display "*** EMPLOYEE " lookup-employee-id
                 " NOT ON MASTER FILE ***"
             else
               perform accept-letter-terms
             end-if
           end-if
           .
      * nobody gets a letter without a name to send it to and the
      * employee's signed authorization to point back to
       accept-letter-terms.
           display "REQUESTED BY (LENDER, LANDLORD, AGENCY): "
           accept requested-by
           display "EMPLOYEE AUTHORIZATION REFERENCE: "
           accept authorization-ref
           display "RECENT PAYMENTS TO INCLUDE (00-12): "
           accept answer-payments
           if answer-payments = spaces then
             move "00" to answer-payments
           end-if
           if requested-by = spaces or authorization-ref = spaces
             then
             display "*** REQUESTER AND AUTHORIZATION ARE BOTH "
               "REQUIRED -- NO LETTER ***"
           else
             if answer-payments is not numeric then
               display "*** PAYMENTS MUST BE TWO DIGITS -- NO "
                 "LETTER ***"
             else
               move answer-payments to payments-wanted
               if payments-wanted > payment-table-max then
                 move payment-table-max to payments-wanted
               end-if
               perform print-letter
               perform write-run-log
               add 1 to letter-count
               display "LETTER FOR " em-employee-id " PRINTED"
             end-if
           end-if
           .
       print-letter.
           move 1 to cmp-out-idx
           perform find-letter-company varying cmp-idx
             from 1 by 1 until cmp-idx > cmp-count
           move cmp-name (cmp-out-idx) to lhl-name
           move letterhead-line to letter-print-line
           write letter-print-line
           move today-date to date-in
           perform format-date
           move date-out to tl-date
           move title-line to letter-print-line
           write letter-print-line
           move spaces to letter-print-line
           write letter-print-line
           move requested-by to rql-name
           move requester-line to letter-print-line
           write letter-print-line
           move authorization-ref to aul-ref
           move authorization-line to letter-print-line
           write letter-print-line
           move spaces to letter-print-line
           write letter-print-line
           move opening-line to letter-print-line
           write letter-print-line
           perform print-employment-facts
           perform print-income-facts
           if payments-wanted > zero then
             perform print-recent-payments
           end-if
           move spaces to letter-print-line
           write letter-print-line
           move closing-line-1 to letter-print-line
           write letter-print-line
           move closing-line-2 to letter-print-line
           write letter-print-line
           move spaces to letter-print-line
           write letter-print-line
           move operator-id to sgl-operator
           move signature-line to letter-print-line
           write letter-print-line
           move rule-line to letter-print-line
           write letter-print-line
           .
       find-letter-company.
           if cmp-code (cmp-idx) = em-company-code
               and em-company-code not = spaces then
             move cmp-idx to cmp-out-idx
           end-if
           .
       print-employment-facts.
           move spaces to fl-value
           string em-firstname delimited by space
                  " " delimited by size
                  em-surname delimited by size
                  into fl-value
           end-string
           move "EMPLOYEE NAME:" to fl-caption
           perform print-fact
           move "DATE OF HIRE:" to fl-caption
           move em-hire-date to date-in
           perform format-date
           move date-out to fl-value
           perform print-fact
           move "EMPLOYMENT STATUS:" to fl-caption
           evaluate true
             when em-active
               move "ACTIVE" to fl-value
             when em-inactive
               move "INACTIVE -- ON LEAVE OR NOT SCHEDULED"
                 to fl-value
             when em-terminated
               move "NO LONGER EMPLOYED" to fl-value
             when other
               move "ACTIVE" to fl-value
           end-evaluate
           perform print-fact
           if em-terminated then
             move "DATE OF TERMINATION:" to fl-caption
             move em-term-date to date-in
             perform format-date
             move date-out to fl-value
             perform print-fact
           end-if
           .
      * pay terms as the master carries them today -- a terminated
      * employee's are their last
       print-income-facts.
           if em-paid-salaried then
             move "SALARY PER PAY PERIOD:" to fl-caption
             if em-period-salary is numeric then
               move em-period-salary to amount-edit
             else
               move zero to amount-edit
             end-if
             move amount-edit to fl-value
           else
             move "HOURLY RATE OF PAY:" to fl-caption
             move em-pay-rate to rate-edit
             move rate-edit to fl-value
           end-if
           perform print-fact
           move "PAY FREQUENCY:" to fl-caption
           evaluate true
             when em-pay-weekly
               move "WEEKLY" to fl-value
             when em-pay-biweekly
               move "EVERY TWO WEEKS" to fl-value
             when em-pay-monthly
               move "MONTHLY" to fl-value
             when other
               move "WEEKLY" to fl-value
           end-evaluate
           perform print-fact
           move em-employee-id to yt-employee-id
           read ytd-file
             invalid key move "23" to ytd-status
           end-read
           move spaces to fl-caption
           string "GROSS PAY " delimited by size
                  ytd-year delimited by size
                  " TO DATE:" delimited by size
                  into fl-caption
           end-string
           if ytd-ok then
             move yt-ytd-gross to amount-edit
           else
             move zero to amount-edit
           end-if
           move amount-edit to fl-value
           perform print-fact
           if prior-year-on-file then
             perform find-prior-gross
             move spaces to fl-caption
             string "GROSS PAY " delimited by size
                    prior-year delimited by size
                    ":" delimited by size
                    into fl-caption
             end-string
             if prior-gross-found then
               move prior-gross to amount-edit
               move amount-edit to fl-value
             else
               move "NONE PAID" to fl-value
             end-if
             perform print-fact
           end-if
           .
       print-fact.
           move fact-line to letter-print-line
           write letter-print-line
           move spaces to fl-value
           .
       find-prior-gross.
           move "N" to prior-gross-switch
           open input ytd-archive
           if ytd-archive-status = "00" then
             move "N" to archive-eof
             perform read-one-archive-record with test before
               until archive-eof-reached or prior-gross-found
             close ytd-archive
           end-if
           .
      * the archive image is a ytd record -- it lands on the ytd
      * record area once the id matches
       read-one-archive-record.
           read ytd-archive
             at end move "T" to archive-eof
           end-read
           if not archive-eof-reached
               and ya-employee-id = em-employee-id then
             move ytd-archive-record to ytd-record
             move yt-ytd-gross to prior-gross
             move "Y" to prior-gross-switch
           end-if
           .
      * reversed payments and cancelled holds never reached the
      * employee, the same rules the ytd audit sums by
       print-recent-payments.
           move zero to pmt-count
           move em-employee-id to ph-employee-id
           move spaces to ph-pay-period
           move zero to ph-payment-seq
           start pay-history-file key not < ph-key
             invalid key move "23" to pay-history-status
           end-start
           if pay-history-ok then
             move "N" to history-eof
             perform take-one-payment with test before
               until history-eof-reached
           end-if
           move spaces to letter-print-line
           write letter-print-line
           move "RECENT PAYMENTS:" to fl-caption
           perform print-fact
           if pmt-count = zero then
             move "NONE ON FILE" to fl-caption
             perform print-fact
           else
             move payment-heading-line to letter-print-line
             write letter-print-line
             perform print-one-payment varying pmt-idx
               from 1 by 1 until pmt-idx > pmt-count
           end-if
           .
       take-one-payment.
           read pay-history-file next record
             at end move "T" to history-eof
           end-read
           if not history-eof-reached then
             if ph-employee-id not = em-employee-id then
               move "T" to history-eof
             else
               if not ph-reversed then
                 perform check-payment-cancelled
                 if not cancelled-payment then
                   perform keep-payment
                 end-if
               end-if
             end-if
           end-if
           .
       check-payment-cancelled.
           move "N" to payment-cancelled
           if ph-held then
             move ph-employee-id to hp-employee-id
             move ph-pay-period to hp-pay-period
             read held-pay-file
               invalid key move "23" to held-pay-status
             end-read
             if held-pay-ok and hp-cancelled then
               move "Y" to payment-cancelled
             end-if
           end-if
           .
       keep-payment.
           if pmt-count < payments-wanted then
             add 1 to pmt-count
           else
             perform shift-one-payment varying pmt-idx
               from 1 by 1 until pmt-idx >= pmt-count
           end-if
           move ph-pay-date to pmt-pay-date (pmt-count)
           move ph-pay-period to pmt-period (pmt-count)
           move ph-hours-worked to pmt-hours (pmt-count)
           move ph-gross-pay to pmt-gross (pmt-count)
           .
       shift-one-payment.
           move pmt-entry (pmt-idx + 1) to pmt-entry (pmt-idx)
           .
       print-one-payment.
           move pmt-pay-date (pmt-idx) to date-in
           perform format-date
           move date-out to pl-pay-date
           move pmt-period (pmt-idx) to pl-period
           move pmt-hours (pmt-idx) to pl-hours
           move pmt-gross (pmt-idx) to pl-gross
           move payment-line to letter-print-line
           write letter-print-line
           .
       format-date.
           if date-in is numeric then
             move di-month to do-month
             move di-day to do-day
             move di-year to do-year
           else
             move spaces to do-month do-day do-year
           end-if
           .
      * two lines per letter -- who got whose figures, then on
      * whose authorization
       write-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "verifyletter" to rl-program
           move operator-id to rl-operator
           move spaces to rl-action
           string "VOE " delimited by size
                  em-employee-id delimited by size
                  " TO " delimited by size
                  requested-by delimited by size
                  into rl-action
           end-string
           write run-log-record
           move spaces to rl-action
           string "VOE " delimited by size
                  em-employee-id delimited by size
                  " AUTH " delimited by size
                  authorization-ref delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       clean-up.
           close empmast
           close ytd-file
           close pay-history-file
           close held-pay-file
           close letter-file
           display letter-count " VERIFICATION LETTERS ON "
             "VERIFYLET.PRT"
           .
       end program verifyletter.
