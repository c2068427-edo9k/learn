      * pay-history record and gl lines marked retro.  the audit
      * file's before/after images prove what the rate was; the
      * figures here come off the data, not anyone's arithmetic.
      * backdated changes the batch wage-step program queued on
      * retroqueue.dat are offered first, their terms taken off
      * the queue instead of keyed.
      *
      * the difference is priced at straight time against the
      * recorded hours -- the history doesn't carry the daily
           select retro-report
             assign to "retropay.prt"
               organization is line sequential.
      * backdated rate changes the batch repricing programs
      * queued -- worked ahead of the keyed changes, and rewritten
      * with whatever the operator left unpaid
           select retro-queue-file
             assign to "retroqueue.dat"
               organization is line sequential
               file status is retro-queue-status.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
           02 glm-account-name pic x(30).
       fd retro-report.
       01 retro-print-line pic x(90).
       fd retro-queue-file.
           copy retroq.
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
       01 ytd-status        pic x(02).
           88 ytd-ok           value "00".
           88 ytd-not-found    value "23".
      * the shared per-company ytd poster -- the retro is paid by
      * the employee's present company, whose share the wage
      * bases are measured on and the difference posts to
           copy ytdcoreq.
       01 pay-history-status pic x(02).
           88 pay-history-ok        value "00".
           88 pay-history-not-found value "23", "35".
       77 pospay-account     pic x(10) value "0012345678".
       01 pospay-amount-cents pic 9(10) usage comp.
       01 retro-count        pic 9(05) usage comp value zero.
      * the retro queue in storage -- a line comes off the queue
      * once it is paid or found to have nothing to pay
       01 retro-queue-status pic x(02).
       01 retro-queue-eof    pic x(01).
           88 retro-queue-eof-reached value "T".
       01 retro-queue-table.
           02 rqt-entry occurs 500 times.
               03 rqt-line        pic x(43).
               03 rqt-worked      pic x(01).
       77 retro-queue-max    pic 9(03) value 500.
       01 rqt-count          pic 9(03) usage comp value zero.
       01 rqt-idx            pic 9(03) usage comp.
       01 queue-overflow-switch pic x(01) value "N".
           88 queue-overflowed  value "Y".
       01 count-before-queue pic 9(05) usage comp.
      * what the operator keys -- the rates as five digits with an
      * implied decimal, same convention as the maintenance
      * programs, and the period range the change reaches back to
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             perform work-retro-queue
             perform retro-one-employee with test before
               until operator-is-done
             perform clean-up
             end-if
           end-if
           .
      * the queue first -- each line supplies the terms the
      * operator would otherwise key, and still goes through the
      * same derivation and pay-it confirmation.  a queue too big
      * to hold is left alone rather than rewritten short.
       work-retro-queue.
           perform load-retro-queue
           if queue-overflowed then
             display "*** RETROQUEUE.DAT HOLDS MORE THAN "
               retro-queue-max " LINES -- QUEUE NOT WORKED ***"
           else
             if rqt-count > zero then
               display "RETRO QUEUE HOLDS " rqt-count
                 " CHANGE(S) -- WORK IT NOW (Y/N): "
               accept confirm-answer
               if confirm-answer = "Y" then
                 perform work-one-queued-change varying rqt-idx
                   from 1 by 1 until rqt-idx > rqt-count
                 perform rewrite-retro-queue
               end-if
             end-if
           end-if
           .
       load-retro-queue.
           open input retro-queue-file
           if retro-queue-status = "00" then
             move "N" to retro-queue-eof
             perform load-one-queued-change with test before
               until retro-queue-eof-reached
             close retro-queue-file
           end-if
           .
       load-one-queued-change.
           read retro-queue-file
             at end move "T" to retro-queue-eof
           end-read
           if not retro-queue-eof-reached then
             if rqt-count < retro-queue-max then
               add 1 to rqt-count
               move retro-queue-record to rqt-line (rqt-count)
               move "N" to rqt-worked (rqt-count)
             else
               move "Y" to queue-overflow-switch
             end-if
           end-if
           .
       work-one-queued-change.
           move rqt-line (rqt-idx) to retro-queue-record
           display " "
           display "QUEUED BY " rq-source " ON " rq-queued-date
             " -- EMPLOYEE " rq-employee-id
           display "  RATE " rq-old-rate " TO " rq-new-rate
             " PERIODS " rq-from-period " THRU " rq-thru-period
           move rq-employee-id to lookup-employee-id
           move rq-old-rate to old-pay-rate
           move rq-new-rate to new-pay-rate
           move rq-from-period to from-period
           move rq-thru-period to thru-period
           if new-pay-rate <= old-pay-rate then
             display "*** NEW RATE DOES NOT EXCEED OLD RATE -- "
               "DROPPED FROM QUEUE ***"
             move "Y" to rqt-worked (rqt-idx)
           else
             perform lookup-employee
             if empmast-ok then
               perform derive-retro-difference
               if gross-pay = zero then
                 display "*** NO AFFECTED PAYMENTS ON THE HISTORY "
                   "-- DROPPED FROM QUEUE ***"
                 move "Y" to rqt-worked (rqt-idx)
               else
                 move retro-count to count-before-queue
                 perform confirm-and-pay
                 if retro-count > count-before-queue then
                   move "Y" to rqt-worked (rqt-idx)
                 end-if
               end-if
             else
               display "*** EMPLOYEE " lookup-employee-id
                 " NOT ON MASTER FILE -- LEFT ON QUEUE ***"
             end-if
           end-if
           .
       rewrite-retro-queue.
           open output retro-queue-file
           perform keep-one-queued-change varying rqt-idx
             from 1 by 1 until rqt-idx > rqt-count
           close retro-queue-file
           .
       keep-one-queued-change.
           if rqt-worked (rqt-idx) not = "Y" then
             move rqt-line (rqt-idx) to retro-queue-record
             write retro-queue-record
           end-if
           .
       accept-retro-terms.
           move "N" to bad-answer-switch
           display "OLD PAY RATE (NNNNN, E.G. 02550 FOR 25.50): "
           read ytd-file
             invalid key move "23" to ytd-status
           end-read
           if ytd-ok then
             move ytd-record to yq-before-image
             move em-company-code to yq-company-code
             move "R" to yq-function
             call "payytdco" using ytd-company-request ytd-record
           end-if
           .
       compute-retro-taxes.
           multiply gross-pay by periods-per-year
           end-if
           .
      * the same under-the-cap splits the run makes, measured
      * against the paying company's share as it stands today
       compute-retro-fica.
           move yq-co-ytd-gross to ytd-gross-before
           if ytd-gross-before >= fica-wage-base then
             move zero to ytd-taxable-wage
           else
             add local-tax to yt-qtd-local-tax
           end-if
           rewrite ytd-record
           move "P" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           .
      * the payment goes out on paper whatever the employee's
      * enrollment -- a one-off difference check is the clearest
           multiply net-pay by 100 giving pospay-amount-cents
           move pospay-amount-cents to pp-amount
           move em-employee-name to pp-payee
           move "I" to pp-status
           write positive-pay-record
           .
      * one history record for the whole difference, filed under
           move zero to ph-401k-deferral
           move zero to ph-garnish-amount
           move net-pay to ph-net-pay
           move zero to ph-imputed-gtl ph-imputed-other
           move yq-company-code to ph-company-code
           move "C" to ph-pay-method
           move prt-check-number to ph-check-number
           move spaces to ph-nacha-trace
           move spaces to ph-status
      * the retro difference is withheld at the resident rate and
      * posts to the ytd totals alone -- no state split to carry
           move spaces to ph-state-entry (1) ph-state-entry (2)
             ph-state-entry (3)
           perform find-free-retro-seq
           add 1 to next-check-number
           .
       clean-up.
           close empmast
           close ytd-file
           move "C" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           close pay-history-file
           close check-register
           close positive-pay-file
