      * only the run's own view if nothing posted since.  direct
      * deposits already settled are recovered through the bank's
      * batch reversal, not here.
      *
      * a company that ran the period as its own stream is backed
      * out on its own: its run archived the whole timecard file
      * under its company code, so only that company's people are
      * rewound off it, its own positive-pay file takes the voids,
      * the reversing entry goes on its own glbackout file, and
      * its own period row flips back open -- the period's row
      * with it, if the period had gone posted.  the intercompany
      * lines the run wrote are rebuilt from the labor
      * distribution it archived beside its timecards: the payer's
      * side reverses on the glbackout file, each owner's side on
      * a glbackout file named for the payer and the owner, so
      * the due-froms and due-tos still net once it is posted.
       environment division.
       input-output section.
       file-control.
      * aggregated set of lines, mirror image of what the run
      * posted to glextract.dat
           select backout-gl-extract
             assign to backout-gl-name
               organization is line sequential.
      * the run's dated labor distribution -- the intercompany
      * lines it posted are rebuilt from it so they can be
      * reversed line for line
           select archive-dist-in
             assign to archive-dist-name
               organization is line sequential
               file status is archive-dist-status.
      * the owner's side of a company backout's intercompany
      * reversal -- one file per payer and owner, the mirror of
      * the glic file the company's run left for the owner
           select backout-interco-extract
             assign to backout-interco-name
               organization is line sequential.
      * chart-of-accounts map -- posting type (plus cost center
      * for the wages lines) to account number and name, so
               organization is line sequential
               file status is check-register-status.
           select positive-pay-file
             assign to positive-pay-name
               organization is line sequential
               file status is positive-pay-status.
      * the period-status control -- the backed-out period flips
               access mode is random
               record key is pd-pay-period
               file status is period-control-status.
      * a company's own posting of the period, for a backout of
      * that company's run alone
           select company-period-file
             assign to "coperctl.dat"
               organization is indexed
               access mode is random
               record key is cp-key
               file status is company-period-status.
      * the legal entities -- which company an employee's pay
      * belongs to, and the bank account its checks are drawn on
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
       data division.
       file section.
       fd archive-timecards.
           02 wc-sign         pic x(01).
       fd backout-gl-extract.
           copy glrec.
       fd archive-dist-in.
       01 archive-dist-record.
           02 ad-project      pic x(06).
           02 ad-department   pic x(04).
           02 ad-employee-id  pic x(05).
           02 ad-hours        pic 9(3)v9.
           02 ad-dollars      pic 9(6)v99.
           02 ad-company      pic x(02).
           02 ad-owner-company pic x(02).
           02 ad-burden       pic 9(5)v99.
           02 ad-overtime-pay pic 9(6)v99.
           02 ad-pay-period   pic x(06).
           02 ad-run-date     pic x(08).
      * laid out from gl-extract-record, which builds every line
       fd backout-interco-extract.
       01 backout-interco-record pic x(59).
       fd gl-account-file.
       01 gl-account-map-record.
           02 glm-posting-type pic x(06).
           copy pospay.
       fd period-control-file.
           copy perdctl.
       fd company-period-file.
           copy coperctl.
       fd company-control-file.
           copy compctl.
       working-storage section.
      * the account map in storage -- a posting type with no row
      * posts at the compiled-in default it always used, the
       01 period-control-status pic x(02).
           88 period-control-ok        value "00".
           88 period-control-not-found value "23", "35".
       01 company-period-status pic x(02).
           88 company-period-ok        value "00".
       01 company-control-status pic x(02).
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
      * the company codes on compctl.dat, primary first -- a
      * blank or unknown code on the master pays through the
      * primary, the same as the run resolves it
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 employee-company   pic x(02).
       01 employee-company-switch pic x(01).
           88 employee-in-backout value "Y".
       01 other-company-count pic 9(05) usage comp value zero.
       01 backout-gl-name    pic x(20) value "glbackout.dat".
       01 backout-interco-name pic x(20).
       01 backout-company-idx pic 9(02) usage comp value 1.
       01 archive-dist-name  pic x(30).
       01 archive-dist-status pic x(02).
       01 archive-dist-eof   pic x(01).
           88 archive-dist-eof-reached value "T".
      * the run's labor on projects another company owns, banked
      * by project, payer and owner the way the run banked it
       01 backout-interco-table.
           02 bit-entry occurs 50 times.
               03 bit-project pic x(06).
               03 bit-company pic x(02).
               03 bit-owner   pic x(02).
               03 bit-dollars pic 9(7)v99.
               03 bit-burden  pic 9(7)v99.
       77 backout-interco-max pic 9(02) value 50.
       01 bit-count          pic 9(02) usage comp value zero.
       01 bit-idx            pic 9(02) usage comp.
       01 bit-found-switch   pic x(01).
           88 bit-found         value "Y".
      * what each owner came to owe each payer, the burden that
      * moved out of the payer's tax expense into the owner's,
      * and the wages the payer's people earned on other
      * companies' projects
       01 backout-pair-table.
           02 bpt-company occurs 4 times.
               03 bpt-burden-out  pic 9(7)v99.
               03 bpt-burden-in   pic 9(7)v99.
               03 bpt-owner-wages pic 9(7)v99.
               03 bpt-amount pic 9(7)v99 occurs 4 times.
       01 bpt-payer-idx      pic 9(02) usage comp.
       01 bpt-owner-idx      pic 9(02) usage comp.
       01 positive-pay-name  pic x(20) value "pospay.dat".
       01 archive-status    pic x(02).
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
       01 ytd-status        pic x(02).
           88 ytd-ok           value "00".
           88 ytd-not-found    value "23".
      * the shared per-company ytd poster -- the rewind comes off
      * the share of the company that paid the run's check
           copy ytdcoreq.
       01 held-pay-status   pic x(02).
           88 held-pay-ok       value "00".
           88 held-pay-not-found value "23", "35".
           88 run-was-on-history     value "Y".
       01 history-used-switch pic x(01).
           88 history-figures-used value "Y".
      * the history's state split, rewound off the ytd state
      * entries the run posted it to
       77 history-state-max  pic 9(02) value 3.
       77 ytd-state-max      pic 9(02) value 6.
       01 phs-idx            pic 9(02) usage comp.
       01 yst-idx            pic 9(02) usage comp.
       01 yst-match-idx      pic 9(02) usage comp.
      * leave unwind work fields -- the accrual the run granted is
      * re-derived from the same labor-code table
       01 leave-accrual-table-values.
      * operator off the run's register heading
       01 backout-date      pic x(08).
       01 backout-period    pic x(06).
      * the company whose own run it was -- blank for a run of
      * every company together
       01 backout-company   pic x(02) value spaces.
           88 backout-all-companies value spaces.
       01 archive-timecards-name  pic x(30).
       01 confirm-answer    pic x(01).
           88 operator-abandoned value "A".
      * employees the run paid by paper check, collected while the
       01 pay-401k-deferral  pic 9(6)v99 usage comp.
       01 pay-401k-match     pic 9(6)v99 usage comp.
       01 pay-posttax        pic 9(6)v99 usage comp.
      * imputed income taxed with the payment -- only the history
      * knows it; a re-derived card carries none
       01 pay-imputed-gtl    pic 9(5)v99 usage comp.
       01 pay-imputed-other  pic 9(5)v99 usage comp.
       01 pay-imputed-total  pic 9(6)v99 usage comp.
       77 k401-match-pct       pic v99 value .50.
       77 k401-match-limit-pct pic v99 value .06.
       01 k401-matchable     pic 9(6)v99 usage comp.
               03 vrw-record pic x(56).
       01 vrw-count         pic 9(03) usage comp value zero.
       01 vrw-idx           pic 9(03) usage comp.
      * numbers the reprint has already marked spoiled -- the
      * stock is dead and the payment went out again under a new
      * number carrying the same check date, which the date match
      * voids in its place
       01 spoiled-table.
           02 spl-check-number pic 9(08) occurs 500 times.
       01 spl-count         pic 9(03) usage comp value zero.
       01 spl-idx           pic 9(03) usage comp.
       01 spl-found-switch  pic x(01).
           88 spl-found        value "Y".
       procedure division.
       begin.
           perform sign-on.
           accept backout-date
           display "PAY PERIOD THE RUN WAS EXECUTED UNDER (YYYYMM): "
           accept backout-period
           display "COMPANY WHOSE OWN RUN IT WAS (BLANK FOR ALL "
             "COMPANIES): "
           accept backout-company
           perform load-company-codes
           if not operator-abandoned then
             perform open-run-archive
           end-if
           if not operator-abandoned then
             move backout-period (1:4)
                    backout-date delimited by size
                    into rl-action
             end-string
             if not backout-all-companies then
               move "CO" to rl-action (25:2)
               move backout-company to rl-action (28:2)
             end-if
             perform write-run-log
             open output backout-gl-extract
             perform load-gl-account-map
             move "N" to end-file
           end-if
           .
      * the run's own archive of its input -- a company's run
      * kept it under the company code
       open-run-archive.
           move spaces to archive-timecards-name
           string "timecards" delimited by size
                  backout-company delimited by space
                  "." delimited by size
                  backout-date delimited by size
                  ".arc" delimited by size
                  into archive-timecards-name
           end-string
           open input archive-timecards
           if archive-status not = "00" then
             display "*** NO ARCHIVE FILE FOR " backout-date
               " -- NOTHING BACKED OUT ***"
             move "A" to confirm-answer
           else
             display "BACK OUT THE ENTIRE RUN OF " backout-date
               " (Y TO PROCEED): "
             accept confirm-answer
             if confirm-answer not = "Y" then
               display "*** BACKOUT ABANDONED -- NOTHING CHANGED ***"
               close archive-timecards
               move "A" to confirm-answer
             end-if
           end-if
           .
      * the companies, and for a company's own run the names of
      * its own positive-pay and reversing gl files and the
      * account its checks were drawn on.  a code not on
      * compctl.dat abandons the backout before anything opens.
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
           if not backout-all-companies then
             move "N" to employee-company-switch
             perform match-backout-company varying cct-idx
               from 1 by 1 until cct-idx > cct-count
             if not employee-in-backout then
               display "*** COMPANY " backout-company " IS NOT ON "
                 "COMPCTL.DAT -- NOTHING BACKED OUT ***"
               move "A" to confirm-answer
             end-if
             move spaces to backout-gl-name
             string "glbackout" delimited by size
                    backout-company delimited by size
                    ".dat" delimited by size
                    into backout-gl-name
             end-string
             if backout-company not = cct-code (1) then
               move spaces to positive-pay-name
               string "pospay" delimited by size
                      backout-company delimited by size
                      ".dat" delimited by size
                      into positive-pay-name
               end-string
             end-if
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
               if co-company-code = backout-company
                   and co-bank-account not = spaces then
                 move co-bank-account to pospay-account
               end-if
             end-if
           end-if
           .
       match-backout-company.
           if cct-code (cct-idx) = backout-company then
             move "Y" to employee-company-switch
             move cct-idx to backout-company-idx
           end-if
           .
      * whether the employee just read was paid by the run being
      * backed out -- every one was, on a combined run
       check-employee-company.
           move "Y" to employee-company-switch
           if not backout-all-companies then
             move cct-code (1) to employee-company
             perform match-employee-company varying cct-idx
               from 1 by 1 until cct-idx > cct-count
             if employee-company not = backout-company then
               move "N" to employee-company-switch
             end-if
           end-if
           .
       match-employee-company.
           if cct-code (cct-idx) = em-company-code
               and em-company-code not = spaces then
             move em-company-code to employee-company
           end-if
           .
      * the graduated bracket sets -- same tolerance as the rate
      * file: a site that hasn't keyed fedbrkt.dat runs on the
      * flat rate alone
             perform normalize-old-format-card
             perform lookup-employee
             if empmast-ok then
               perform check-employee-company
             end-if
             evaluate true
               when not empmast-ok
                 add 1 to bko-skipped-count
      * another company's card -- its own run paid it, if any
      * run did, and this backout leaves it alone
               when not employee-in-backout
                 add 1 to other-company-count
               when other
                 perform backout-company-card
             end-evaluate
           end-if
           .
       backout-company-card.
           perform lookup-pay-frequency
           perform read-held-status
           if held-was-cancelled then
      * a cancellation through the review program already took
      * this payment back off the ytd record -- rewinding it
      * again here would reverse it twice
             add 1 to bko-skipped-count
           else
             perform backout-accepted-card
           end-if
           if never-had-ytd then
             display "*** " tc-employee-id " HAS NO YTD "
               "RECORD -- SKIPPED, RECONCILE BY HAND ***"
             add 1 to bko-skipped-count
           end-if
           .
       lookup-employee.
           perform read-ytd-record
           if ytd-ok then
             perform read-pay-history
             perform read-company-share
             evaluate true
               when pay-history-ok and ph-reversed
                 display "*** " tc-employee-id " PAYMENT ALREADY "
             move "Y" to never-had-ytd-switch
           end-if
           .
      * the share of the company that paid the run's check -- the
      * history names it; a card with no history, or history from
      * before the company rode on it, belongs to the employee's
      * company as the master has it.  the wage-base re-derivation
      * measures against this share and the rewind comes off it.
       read-company-share.
           move spaces to yq-company-code
           if pay-history-ok then
             move ph-company-code to yq-company-code
           end-if
           if yq-company-code = spaces then
             move em-company-code to yq-company-code
           end-if
           move ytd-record to yq-before-image
           move "R" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           .
       read-pay-history.
           move tc-employee-id to ph-employee-id
           move backout-period to ph-pay-period
           else
             move zero to pay-posttax
           end-if
           if ph-imputed-gtl is numeric then
             move ph-imputed-gtl to pay-imputed-gtl
           else
             move zero to pay-imputed-gtl
           end-if
           if ph-imputed-other is numeric then
             move ph-imputed-other to pay-imputed-other
           else
             move zero to pay-imputed-other
           end-if
           add pay-imputed-gtl pay-imputed-other
             giving pay-imputed-total
           compute disposable-earnings =
             ph-gross-pay - ph-pretax-deductions
           perform compute-wage-base-splits
           move total-pretax-deductions to pay-pretax
           move pretax-401k-amount to pay-401k-deferral
           move zero to pay-posttax
           move zero to pay-imputed-gtl pay-imputed-other
             pay-imputed-total
           if pretax-401k-amount = zero then
             move zero to pay-401k-match
           else
           perform compute-employer-amounts
           .
       compute-wage-base-splits.
           subtract gross-pay from yq-co-ytd-gross
             giving ytd-gross-before-run
           if ytd-gross-before-run >= fica-wage-base then
             move zero to ytd-taxable-wage
             subtract fica-tax from yt-ytd-fica-tax
             subtract local-tax from yt-ytd-local-tax
             subtract disposable-earnings from yt-ytd-taxable-wages
      * the imputed income taxed with the payment comes off the
      * taxable wages and its own accumulators with it
             if pay-imputed-total <= yt-ytd-taxable-wages then
               subtract pay-imputed-total from yt-ytd-taxable-wages
             end-if
             if yt-ytd-imputed-gtl is not numeric then
               move zero to yt-ytd-imputed-gtl
             end-if
             if yt-ytd-imputed-other is not numeric then
               move zero to yt-ytd-imputed-other
             end-if
             if pay-imputed-gtl <= yt-ytd-imputed-gtl then
               subtract pay-imputed-gtl from yt-ytd-imputed-gtl
             end-if
             if pay-imputed-other <= yt-ytd-imputed-other then
               subtract pay-imputed-other from yt-ytd-imputed-other
             end-if
             if er-fica-tax <= yt-ytd-er-fica then
               subtract er-fica-tax from yt-ytd-er-fica
             end-if
             if backout-quarter-key = yt-quarter-key then
               perform rewind-quarter-buckets
             end-if
             if history-figures-used then
               perform rewind-one-ytd-state varying phs-idx
                 from 1 by 1 until phs-idx > history-state-max
             end-if
             rewrite ytd-record
             move "P" to yq-function
             call "payytdco" using ytd-company-request ytd-record
             add 1 to bko-employee-count
             add gross-pay to bko-total-gross
             add fed-tax to bko-total-fed
             subtract disposable-earnings
               from yt-qtd-taxable-wages
           end-if
           if pay-imputed-total <= yt-qtd-taxable-wages then
             subtract pay-imputed-total from yt-qtd-taxable-wages
           end-if
           if fed-tax <= yt-qtd-fed-tax then
             subtract fed-tax from yt-qtd-fed-tax
           end-if
             subtract local-tax from yt-qtd-local-tax
           end-if
           .
      * each state share the history carries comes back off its
      * ytd state entry.  a re-derived card has no split -- its
      * state money rides in the totals alone, which is all a run
      * from before the split ever posted.
       rewind-one-ytd-state.
           if ph-st-state-code (phs-idx) not = spaces
               and ph-st-wages (phs-idx) is numeric
               and ph-st-tax (phs-idx) is numeric then
             move zero to yst-match-idx
             perform match-ytd-state varying yst-idx
               from 1 by 1 until yst-idx > ytd-state-max
             if yst-match-idx not = zero then
               perform rewind-matched-ytd-state
             end-if
           end-if
           .
       match-ytd-state.
           if yt-st-state-code (yst-idx) = ph-st-state-code (phs-idx)
               and yt-st-ytd-wages (yst-idx) is numeric
               and yt-st-ytd-tax (yst-idx) is numeric
               and yt-st-qtd-wages (yst-idx) is numeric
               and yt-st-qtd-tax (yst-idx) is numeric then
             move yst-idx to yst-match-idx
           end-if
           .
       rewind-matched-ytd-state.
           if ph-st-wages (phs-idx) <= yt-st-ytd-wages (yst-match-idx)
               then
             subtract ph-st-wages (phs-idx)
               from yt-st-ytd-wages (yst-match-idx)
           end-if
           if ph-st-tax (phs-idx) <= yt-st-ytd-tax (yst-match-idx)
               then
             subtract ph-st-tax (phs-idx)
               from yt-st-ytd-tax (yst-match-idx)
           end-if
           if backout-quarter-key = yt-quarter-key then
             if ph-st-wages (phs-idx)
                 <= yt-st-qtd-wages (yst-match-idx) then
               subtract ph-st-wages (phs-idx)
                 from yt-st-qtd-wages (yst-match-idx)
             end-if
             if ph-st-tax (phs-idx)
                 <= yt-st-qtd-tax (yst-match-idx) then
               subtract ph-st-tax (phs-idx)
                 from yt-st-qtd-tax (yst-match-idx)
             end-if
           end-if
           .
      * how the run sent this payment out -- held items never left
      * the building and get cancelled on the held file instead;
      * direct deposits and pay-card loads are recovered through
      * the bank; paper checks go on the void list and the
      * register pass.  a card still in its prenote window was
      * paid by check.
       note-disbursement-path.
           if held-was-released then
             perform note-released-check
             add pay-posttax to bko-held-posttax
             add pay-401k-match to bko-held-match
           else
             if not em-is-direct-deposit
                 and not (em-is-pay-card and em-card-active) then
               perform remember-check-employee
             else
      * a settled deposit -- the bank's batch reversal chases the
             at end move "T" to master-eof
           end-read
           if not master-eof-reached then
             perform check-employee-company
             if em-paid-salaried and employee-in-backout then
               if sal-count < salaried-table-max then
                 add 1 to sal-count
                 move em-employee-id to sal-employee-id (sal-count)
           end-if
           .
       write-reversing-gl.
           perform load-backout-interco
           move function current-date (1:8) to gl-run-date
           move "BKO" to gl-source
           subtract bko-held-gross from bko-total-gross
             giving gl-amount
      * a company's own run posted the wages its people earned on
      * another company's projects to the owner's side, so they
      * come back off there instead
           if not backout-all-companies then
             subtract bpt-owner-wages (backout-company-idx)
               from gl-amount
           end-if
           move "600000" to gl-account-code
           move "WAGES EXPENSE" to gl-account-name
           move "WAGES" to gla-want-type
             (bko-total-er-fica - bko-held-er-fica)
             + (bko-total-futa - bko-held-futa)
             + (bko-total-suta - bko-held-suta)
           if not backout-all-companies then
             subtract bpt-burden-out (backout-company-idx)
               from bko-er-amount
           end-if
           move "610000" to gl-account-code
           move "PAYROLL TAX EXPENSE" to gl-account-name
           move "PRTAXE" to gla-want-type
             move bko-match-net to gl-amount
             write gl-extract-record
           end-if
      * the intercompany lines.  a combined run's reversal is the
      * one aggregate file, so both sides of every pair go on it
      * (the owners' wages and burden are already inside its
      * totals); a company's own backout credits what each owner
      * owed it here and takes each owner's side back off a file
      * of its own
           if backout-all-companies then
             perform write-combined-interco-reversal
               varying bpt-payer-idx from 1 by 1
               until bpt-payer-idx > cct-count
           else
             move backout-company-idx to bpt-payer-idx
             perform write-payer-interco-reversal
               varying bpt-owner-idx from 1 by 1
               until bpt-owner-idx > cct-count
             perform write-backout-owner-file
               varying bpt-owner-idx from 1 by 1
               until bpt-owner-idx > cct-count
           end-if
           .
      * rebuild the run's intercompany totals from its archived
      * labor distribution, banked exactly as the run's gl
      * writer banks it.  a run older than the archive reverses
      * without them, the way every backout did before.
       load-backout-interco.
           perform clear-backout-pair varying bpt-payer-idx
             from 1 by 1 until bpt-payer-idx > company-table-max
           move spaces to archive-dist-name
           string "labordist" delimited by size
                  backout-company delimited by space
                  "." delimited by size
                  backout-date delimited by size
                  ".arc" delimited by size
                  into archive-dist-name
           end-string
           open input archive-dist-in
           if archive-dist-status not = "00" then
             display "*** NO LABOR DISTRIBUTION ARCHIVE FOR "
               backout-date " -- INTERCOMPANY LINES NOT "
               "REVERSED ***"
           else
             move "N" to archive-dist-eof
             perform bank-one-archive-dist-line with test before
               until archive-dist-eof-reached
             close archive-dist-in
             perform derive-backout-interco varying bit-idx
               from 1 by 1 until bit-idx > bit-count
           end-if
           .
       clear-backout-pair.
           move zero to bpt-burden-out (bpt-payer-idx)
             bpt-burden-in (bpt-payer-idx)
             bpt-owner-wages (bpt-payer-idx)
           perform clear-one-pair-amount varying bpt-owner-idx
             from 1 by 1 until bpt-owner-idx > company-table-max
           .
       clear-one-pair-amount.
           move zero to bpt-amount (bpt-payer-idx, bpt-owner-idx)
           .
       bank-one-archive-dist-line.
           read archive-dist-in
             at end move "T" to archive-dist-eof
           end-read
           if not archive-dist-eof-reached then
             if ad-owner-company = spaces then
               move ad-company to ad-owner-company
             end-if
             if ad-burden is not numeric then
               move zero to ad-burden
             end-if
             if ad-owner-company not = ad-company then
               move "N" to bit-found-switch
               perform find-backout-interco-entry varying bit-idx
                 from 1 by 1 until bit-idx > bit-count
               if not bit-found then
                 if bit-count < backout-interco-max then
                   add 1 to bit-count
                   move ad-project to bit-project (bit-count)
                   move ad-company to bit-company (bit-count)
                   move ad-owner-company to bit-owner (bit-count)
                   move ad-dollars to bit-dollars (bit-count)
                   move ad-burden to bit-burden (bit-count)
                 else
                   add ad-dollars to bit-dollars (backout-interco-max)
                   add ad-burden to bit-burden (backout-interco-max)
                 end-if
               end-if
             end-if
           end-if
           .
       find-backout-interco-entry.
           if bit-project (bit-idx) = ad-project
               and bit-company (bit-idx) = ad-company
               and bit-owner (bit-idx) = ad-owner-company then
             move "Y" to bit-found-switch
             add ad-dollars to bit-dollars (bit-idx)
             add ad-burden to bit-burden (bit-idx)
           end-if
           .
       derive-backout-interco.
           move 1 to bpt-payer-idx
           move 1 to bpt-owner-idx
           perform match-backout-interco-companies varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           add bit-dollars (bit-idx) bit-burden (bit-idx)
             to bpt-amount (bpt-payer-idx, bpt-owner-idx)
           add bit-burden (bit-idx) to bpt-burden-out (bpt-payer-idx)
           add bit-burden (bit-idx) to bpt-burden-in (bpt-owner-idx)
           add bit-dollars (bit-idx)
             to bpt-owner-wages (bpt-payer-idx)
           .
       match-backout-interco-companies.
           if cct-code (cct-idx) = bit-company (bit-idx) then
             move cct-idx to bpt-payer-idx
           end-if
           if cct-code (cct-idx) = bit-owner (bit-idx) then
             move cct-idx to bpt-owner-idx
           end-if
           .
       write-combined-interco-reversal.
           perform write-combined-pair-reversal
             varying bpt-owner-idx from 1 by 1
             until bpt-owner-idx > cct-count
           .
       write-combined-pair-reversal.
           if bpt-owner-idx not = bpt-payer-idx
               and bpt-amount (bpt-payer-idx, bpt-owner-idx)
                 not = zero then
             perform build-due-from-reversal
             write gl-extract-record
             perform build-due-to-reversal
             write gl-extract-record
           end-if
           .
       write-payer-interco-reversal.
           if bpt-owner-idx not = bpt-payer-idx
               and bpt-amount (bpt-payer-idx, bpt-owner-idx)
                 not = zero then
             perform build-due-from-reversal
             write gl-extract-record
           end-if
           .
      * every pair is rewritten on a company backout, so an owner
      * file left from an earlier backout can't post twice
       write-backout-owner-file.
           if bpt-owner-idx not = bpt-payer-idx then
             move spaces to backout-interco-name
             string "glbackout" delimited by size
                    cct-code (bpt-payer-idx) delimited by size
                    cct-code (bpt-owner-idx) delimited by size
                    ".dat" delimited by size
                    into backout-interco-name
             end-string
             open output backout-interco-extract
             if bpt-amount (bpt-payer-idx, bpt-owner-idx)
                 not = zero then
               perform write-owner-side-reversal
             end-if
             close backout-interco-extract
           end-if
           .
      * the owner's wages on each of its projects credited back,
      * its due-to the payer debited off, and the burden that
      * came over with the wages credited out of its tax expense
       write-owner-side-reversal.
           perform write-owner-wages-reversal varying bit-idx
             from 1 by 1 until bit-idx > bit-count
           perform build-due-to-reversal
           write backout-interco-record from gl-extract-record
           if bpt-burden-in (bpt-owner-idx) not = zero then
             move "610000" to gl-account-code
             move "PAYROLL TAX EXPENSE" to gl-account-name
             move "PRTAXE" to gla-want-type
             move spaces to gla-want-cc
             perform resolve-gl-account
             move "C" to gl-debit-credit
             move bpt-burden-in (bpt-owner-idx) to gl-amount
             write backout-interco-record from gl-extract-record
           end-if
           .
       write-owner-wages-reversal.
           if bit-owner (bit-idx) = cct-code (bpt-owner-idx) then
             move "600000" to gl-account-code
             move spaces to gl-account-name
             string "WAGES EXPENSE CC " delimited by size
                    bit-project (bit-idx) delimited by size
                    into gl-account-name
             end-string
             move "WAGES" to gla-want-type
             move bit-project (bit-idx) to gla-want-cc
             perform resolve-gl-account
             move "C" to gl-debit-credit
             move bit-dollars (bit-idx) to gl-amount
             write backout-interco-record from gl-extract-record
           end-if
           .
      * the payer's due-from the owner credited off, and the
      * owner's due-to the payer debited off -- the counterparty
      * rides as the cost center, as the run posted them
       build-due-from-reversal.
           move "140000" to gl-account-code
           move spaces to gl-account-name
           string "INTERCO DUE FROM CO " delimited by size
                  cct-code (bpt-owner-idx) delimited by size
                  into gl-account-name
           end-string
           move "ICDUEF" to gla-want-type
           move cct-code (bpt-owner-idx) to gla-want-cc
           perform resolve-gl-account
           move "C" to gl-debit-credit
           move bpt-amount (bpt-payer-idx, bpt-owner-idx) to gl-amount
           .
       build-due-to-reversal.
           move "280000" to gl-account-code
           move spaces to gl-account-name
           string "INTERCO DUE TO CO " delimited by size
                  cct-code (bpt-payer-idx) delimited by size
                  into gl-account-name
           end-string
           move "ICDUET" to gla-want-type
           move cct-code (bpt-payer-idx) to gla-want-cc
           perform resolve-gl-account
           move "D" to gl-debit-credit
           move bpt-amount (bpt-payer-idx, bpt-owner-idx) to gl-amount
           .
      * find every register issue line carrying the run's date for
      * an employee the run paid by check, list it for payroll,
             open output positive-pay-file
           end-if
           open input check-register-in
           if check-register-status = "00" then
             move "N" to register-eof
             perform load-spoiled-number with test before
               until register-eof-reached
             close check-register-in
           end-if
           open input check-register-in
           if check-register-status = "00" then
             move "N" to register-eof
             perform scan-register-record with test before
             move function current-date (1:8) to pp-issue-date
             move zero to pp-amount
             move xv-payee (xv-idx) to pp-payee
             move "V" to pp-status
             write positive-pay-record
           end-if
           .
           end-read
           if not register-eof-reached then
             if cr-issued and cr-check-date = backout-date then
               perform check-spoiled-number
               if not spl-found then
                 perform check-employee-in-table
                 if cke-found then
                   perform build-void-entries
                 end-if
               end-if
             end-if
           end-if
           .
       load-spoiled-number.
           read check-register-in
             at end move "T" to register-eof
           end-read
           if not register-eof-reached and cr-spoiled then
             if spl-count < check-employee-max then
               add 1 to spl-count
               move cr-check-number to spl-check-number (spl-count)
             else
               display "*** MORE THAN " check-employee-max
                 " SPOILED NUMBERS ON THE REGISTER -- CHECK THE "
                 "VOID LIST BY HAND ***"
             end-if
           end-if
           .
       check-spoiled-number.
           move "N" to spl-found-switch
           perform match-spoiled-number varying spl-idx
             from 1 by 1 until spl-idx > spl-count
           .
       match-spoiled-number.
           if spl-check-number (spl-idx) = cr-check-number then
             move "Y" to spl-found-switch
           end-if
           .
       check-employee-in-table.
           move "N" to cke-found-switch
           perform match-check-employee varying cke-idx
           move function current-date (1:8) to pp-issue-date
           move zero to pp-amount
           move cr-payee to pp-payee
           move "V" to pp-status
           write positive-pay-record
           if vrw-count < check-employee-max then
             add 1 to vrw-count
             read period-control-file
               invalid key move "23" to period-control-status
             end-read
             if period-control-ok
                 and (backout-all-companies or pd-posted) then
               move "B" to pd-status
               move spaces to pd-run-date
               rewrite period-control-record
             close period-control-file
           end-if
           .
      * a company's own run comes off its own period row -- the
      * period's row above only flips if every company had
      * posted and rolled it up
       reopen-company-period.
           open i-o company-period-file
           if company-period-ok then
             move backout-period to cp-pay-period
             move backout-company to cp-company-code
             read company-period-file
               invalid key move "23" to company-period-status
             end-read
             if company-period-ok then
               move "B" to cp-status
               move spaces to cp-run-date
               rewrite company-period-record
             end-if
             close company-period-file
           end-if
           .
      * an indexed file has to exist before it can be opened
      * i-o -- same pattern the run uses for the suspense file
       open-overpay-file.
           end-if
           move function current-date (1:8) to dl-check-date
           move backout-period to dl-pay-period
           move backout-company to dl-company
           move "BKO" to dl-source
           subtract bko-held-fed from bko-total-fed giving dl-fed-wh
           subtract bko-held-fica from bko-total-fica
           close deposit-liability-file
           .
       clean-up.
           if not backout-all-companies then
             perform reopen-company-period
           end-if
           perform reopen-period-control
           perform post-deposit-liability
           close archive-timecards
           close leave-file
           close wc-detail-file
           close ytd-file
           move "C" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           close held-pay-file
           close overpay-file
           close backout-gl-extract
           display "BACKOUT COMPLETE -- " bko-employee-count
             " EMPLOYEES REWOUND, " bko-skipped-count " SKIPPED"
           display "REVERSED GROSS: " bko-total-gross
           if other-company-count not = zero then
             display other-company-count " CARD(S) OF OTHER "
               "COMPANIES LEFT ALONE"
           end-if
           .
       end program runbackout.
