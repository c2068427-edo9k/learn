       identification division.
       program-id. liabsub.
       author. charles r. martin.
       date-written. 2026-sep-14.
      * payroll liability subledger.  every run, release, void,
      * retro and backout credits or debits the withholding and
      * employer-tax payables on its gl file, but the only payable
      * anyone tracked to zero was the federal deposit, in
      * depsched -- the garnishment, benefit, deduction, state and
      * local payables were reconciled at month end on a
      * spreadsheet.  this program posts each gl file's liability
      * lines to liabsub.dat as accruals (the regular run's
      * garnishment, deduction and local lines split by payee off
      * the run's remittance files), records the remittances made
      * against them (an ap voucher set off apvouch.dat, or one
      * keyed here), and prints the open balance per liability
      * account and payee aged oldest-first, so each account
      * reconciles to this report instead of to the spreadsheet.
       environment division.
       input-output section.
       file-control.
           select liability-ledger
             assign to "liabsub.dat"
               organization is line sequential
               file status is liability-ledger-status.
      * whichever gl file is being posted -- the run's extracts
      * (one per company), or the release, void, retro or backout
      * file
           select gl-extract
             assign to gl-extract-name
               organization is line sequential
               file status is gl-extract-status.
      * the run's remittance files, for the payee behind each
      * garnishment, deduction and local tax dollar -- the
      * combined run's under the classic names, and each
      * company's own run's with its code ahead of the extension
           select garnish-remit-file
             assign to garnish-remit-name
               organization is line sequential
               file status is remit-file-status.
           select ded-remit-file
             assign to ded-remit-name
               organization is line sequential
               file status is remit-file-status.
           select local-tax-in
             assign to local-tax-name
               organization is line sequential
               file status is remit-file-status.
           select ap-voucher-file
             assign to "apvouch.dat"
               organization is line sequential
               file status is ap-voucher-status.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is empmast-status.
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
           select gl-account-file
             assign to "glaccts.dat"
               organization is line sequential
               file status is gl-account-file-status.
      * the subledger sorted into payee order, remittances and
      * reversals ahead of the accruals they clear
           select sort-work
             assign to "lgsortwk.dat".
           select ledger-sorted
             assign to "liabsub.srt"
               organization is line sequential.
           select aging-report
             assign to "liabsub.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd liability-ledger.
           copy liabrec.
       fd gl-extract.
           copy glrec.
       fd garnish-remit-file.
       01 garnish-remit-record.
           02 gr-payee-id      pic x(10).
           02 gr-payee-name    pic x(25).
           02 gr-employee-id   pic x(05).
           02 gr-case-number   pic x(15).
           02 gr-pay-period    pic x(06).
           02 gr-amount        pic 9(05)v99.
       fd ded-remit-file.
       01 ded-remit-record.
           02 dr-ded-code     pic x(04).
           02 dr-description  pic x(20).
           02 dr-employee-id  pic x(05).
           02 dr-pay-period   pic x(06).
           02 dr-amount       pic 9(05)v99.
       fd local-tax-in.
       01 local-tax-in-record.
           02 lti-locality-code pic x(04).
           02 lti-employee-id   pic x(05).
           02 lti-amount        pic 9(6)v99.
       fd ap-voucher-file.
           copy apvchrec.
       fd empmast.
           copy emprec.
       fd company-control-file.
           copy compctl.
       fd gl-account-file.
       01 gl-account-map-record.
           02 glm-posting-type pic x(06).
           02 glm-cost-center  pic x(06).
           02 glm-account      pic x(06).
           02 glm-account-name pic x(30).
       sd sort-work.
       01 sort-record.
           02 so-company-code  pic x(02).
           02 so-account       pic x(06).
           02 so-remit-type    pic x(04).
           02 so-payee-key     pic x(10).
           02 so-entry-type    pic x(01).
           02 so-entry-date    pic x(08).
           02 filler           pic x(40).
           02 so-sign          pic x(01).
       fd ledger-sorted.
       01 ledger-sorted-record.
           02 ls-company-code  pic x(02).
           02 ls-account       pic x(06).
           02 ls-remit-type    pic x(04).
           02 ls-payee-key     pic x(10).
           02 ls-entry-type    pic x(01).
               88 ls-remittance    value "R".
           02 ls-entry-date    pic x(08).
           02 ls-source        pic x(03).
           02 ls-pay-period    pic x(06).
           02 ls-reference     pic x(20).
           02 ls-amount        pic 9(09)v99.
           02 ls-sign          pic x(01).
       fd aging-report.
       01 aging-print-line pic x(140).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 liability-ledger-status pic x(02).
       01 gl-extract-status  pic x(02).
       01 gl-extract-name    pic x(20).
       01 remit-file-status  pic x(02).
       01 garnish-remit-name pic x(20).
       01 ded-remit-name     pic x(20).
       01 local-tax-name     pic x(20).
      * which of the run's files is being read -- zero for the
      * classic name, else the company table entry
       01 feed-idx           pic 9(02) usage comp.
       01 feed-file-stem     pic x(12).
       01 feed-file-name     pic x(20).
       01 ap-voucher-status  pic x(02).
       01 empmast-status     pic x(02).
           88 empmast-ok         value "00".
       01 company-control-status pic x(02).
       01 gl-account-file-status pic x(02).
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
       01 ledger-action      pic x(01).
           88 action-is-accrual  value "A".
           88 action-is-voucher  value "V".
           88 action-is-keyed    value "K".
           88 action-is-report   value "R".
      * which gl file an accrual posting reads
       01 gl-file-choice     pic x(01).
           88 post-regular-run   value "R".
           88 post-release       value "L".
           88 post-void          value "V".
           88 post-retro         value "T".
           88 post-backout       value "B".
       01 posting-period     pic x(06).
       01 end-file           pic x(01).
           88 eof                value "T".
       01 remit-eof          pic x(01).
           88 remit-eof-reached  value "T".
       01 ledger-eof         pic x(01).
           88 ledger-eof-reached value "T".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
       01 gl-account-eof     pic x(01).
           88 gl-account-eof-reached value "T".
       01 sorted-eof         pic x(01).
           88 sorted-eof-reached value "T".
      * the companies on compctl.dat, primary first -- its
      * extract keeps the classic name, and the release, void,
      * retro and backout files post under it
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 line-company       pic x(02).
       01 posting-company    pic x(02).
      * the payables the subledger tracks -- every withholding and
      * employer-tax liability the gl writers credit, at its
      * compiled account, plus every account the map moves one to
       01 liability-type-values.
           02 filler pic x(12) value "FEDWH 210000".
           02 filler pic x(12) value "STWH  220000".
           02 filler pic x(12) value "LOCWH 225000".
           02 filler pic x(12) value "FICAWH230000".
           02 filler pic x(12) value "ERFICA235000".
           02 filler pic x(12) value "K401P 240000".
           02 filler pic x(12) value "K401MP241000".
           02 filler pic x(12) value "HLTHP 245000".
           02 filler pic x(12) value "GARN  250000".
           02 filler pic x(12) value "OTHDED255000".
           02 filler pic x(12) value "FUTA  260000".
           02 filler pic x(12) value "SUTA  270000".
       01 liability-type-table redefines liability-type-values.
           02 ltt-entry occurs 12 times.
               03 ltt-posting-type pic x(06).
               03 ltt-account      pic x(06).
       77 liability-type-count pic 9(02) value 12.
       01 ltt-idx            pic 9(02) usage comp.
       01 liability-account-table.
           02 lat-account pic x(06) occurs 60 times.
       77 liability-account-max pic 9(02) value 60.
       01 lat-count          pic 9(02) usage comp value zero.
       01 lat-idx            pic 9(02) usage comp.
       01 lat-found-switch   pic x(01).
           88 lat-found          value "Y".
       01 match-account      pic x(06).
      * the account map in storage, for the account each payee's
      * line posted to -- same resolution the run makes
       01 gl-account-table.
           02 gla-entry occurs 100 times.
               03 gla-map-type    pic x(06).
               03 gla-map-cc      pic x(06).
               03 gla-map-account pic x(06).
       77 gl-account-table-max pic 9(03) value 100.
       01 gla-count          pic 9(03) usage comp value zero.
       01 gla-idx            pic 9(03) usage comp.
       01 gla-want-type      pic x(06).
       01 gla-want-cc        pic x(06).
       01 map-account-code   pic x(06).
      * one gl file's liability lines, netted by account --
      * credits add to what is owed, debits back it out
       01 file-liability-table.
           02 fla-entry occurs 60 times.
               03 fla-account pic x(06).
               03 fla-amount  pic s9(09)v99 usage comp.
       77 file-liability-max pic 9(02) value 60.
       01 fla-count          pic 9(02) usage comp value zero.
       01 fla-idx            pic 9(02) usage comp.
       01 fla-found-switch   pic x(01).
           88 fla-found          value "Y".
      * the regular run's multi-payee liabilities broken out by
      * payee off the remittance files, every company together
       01 payee-accrual-table.
           02 pat-entry occurs 500 times.
               03 pat-company-code pic x(02).
               03 pat-account      pic x(06).
               03 pat-remit-type   pic x(04).
               03 pat-payee-key    pic x(10).
               03 pat-amount       pic 9(09)v99 usage comp.
       77 payee-accrual-max  pic 9(03) value 500.
       01 pat-count          pic 9(03) usage comp value zero.
       01 pat-idx            pic 9(03) usage comp.
       01 pat-found-switch   pic x(01).
           88 pat-found          value "Y".
       01 want-remit-type    pic x(04).
       01 want-payee-key     pic x(10).
       01 remit-line-amount  pic 9(07)v99 usage comp.
      * the batch a gl file posts as -- its source, its run date
      * and its liability total -- so the same file can't post
      * twice
       01 batch-reference.
           02 brf-source     pic x(03).
           02 brf-run-date   pic x(08).
           02 brf-total      pic 9(09).
       01 batch-total        pic 9(09)v99 usage comp.
       01 batch-total-cents  pic 9(13) usage comp.
       01 batch-source       pic x(03).
       01 batch-run-date     pic x(08).
       01 batch-posted-switch pic x(01).
           88 batch-already-posted value "Y".
       01 check-reference    pic x(20).
       01 check-entry-type   pic x(01).
       01 signed-amount      pic s9(09)v99 usage comp.
       01 entries-written    pic 9(05) usage comp.
      * the voucher set being recorded as remitted
       01 voucher-date       pic x(08).
      * keyed-remittance answers, class-tested before they land
       01 answer-company     pic x(02).
       01 answer-account     pic x(06).
       01 answer-type        pic x(04).
       01 answer-payee       pic x(10).
       01 answer-date        pic x(08).
       01 answer-amount      pic x(09).
       01 answer-amount-num redefines answer-amount pic 9(07)v99.
       01 answer-text        pic x(20).
      * aging -- the report's as-of date and the days each open
      * accrual has been owed
       01 as-of-date         pic x(08).
       01 as-of-integer      pic 9(08) usage comp.
       01 entry-integer      pic 9(08) usage comp.
       01 age-days           pic s9(08) usage comp.
      * one payee's running figures as its entries go by -- the
      * remittances and reversals, sorted ahead, form the credit
      * the accruals are cleared from, oldest first
       01 previous-payee-key.
           02 ppk-company-code pic x(02).
           02 ppk-account      pic x(06).
           02 ppk-remit-type   pic x(04).
           02 ppk-payee-key    pic x(10).
       01 current-payee-key.
           02 cpk-company-code pic x(02).
           02 cpk-account      pic x(06).
           02 cpk-remit-type   pic x(04).
           02 cpk-payee-key    pic x(10).
       01 credit-pool        pic 9(09)v99 usage comp.
       01 applied-amount     pic 9(09)v99 usage comp.
       01 open-amount        pic 9(09)v99 usage comp.
       01 payee-figures.
           02 pyf-accrued     pic s9(09)v99 usage comp.
           02 pyf-remitted    pic s9(09)v99 usage comp.
           02 pyf-bucket      pic s9(09)v99 usage comp
                                occurs 4 times.
       01 account-figures.
           02 acf-accrued     pic s9(09)v99 usage comp.
           02 acf-remitted    pic s9(09)v99 usage comp.
           02 acf-bucket      pic s9(09)v99 usage comp
                                occurs 4 times.
       01 grand-figures.
           02 grf-accrued     pic s9(09)v99 usage comp.
           02 grf-remitted    pic s9(09)v99 usage comp.
           02 grf-bucket      pic s9(09)v99 usage comp
                                occurs 4 times.
       01 bucket-idx         pic 9(01) usage comp.
       01 payee-line-count   pic 9(05) usage comp.
       01 aging-heading.
           02 filler pic x(37)
             value "PAYROLL LIABILITY SUBLEDGER AS OF".
           02 agh-date pic x(08).
       01 aging-column-heading.
           02 filler pic x(26) value "CO ACCT   TYPE PAYEE".
           02 filler pic x(16) value "     ACCRUED".
           02 filler pic x(16) value "    REMITTED".
           02 filler pic x(16) value "        OWED".
           02 filler pic x(16) value "     CURRENT".
           02 filler pic x(16) value "       31-60".
           02 filler pic x(16) value "       61-90".
           02 filler pic x(16) value "     OVER 90".
       01 aging-detail-line.
           02 adl-company-code pic x(02).
           02 filler          pic x(01).
           02 adl-account     pic x(06).
           02 filler          pic x(01).
           02 adl-remit-type  pic x(04).
           02 filler          pic x(01).
           02 adl-payee-key   pic x(10).
           02 filler          pic x(01).
           02 adl-accrued     pic $$$,$$$,$$9.99-.
           02 filler          pic x(01).
           02 adl-remitted    pic $$$,$$$,$$9.99-.
           02 filler          pic x(01).
           02 adl-owed        pic $$$,$$$,$$9.99-.
           02 adl-bucket-group.
               03 adl-bucket-entry occurs 4 times.
                   04 filler        pic x(01).
                   04 adl-bucket    pic $$$,$$$,$$9.99-.
           02 filler          pic x(01).
           02 adl-flag        pic x(06).
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             perform ledger-one-action with test before
               until operator-is-done
           else
             move 16 to return-code
           end-if
           stop run.
      * the shared sign-on owns the password rules -- posting and
      * keying the subledger is correction work
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "C" to sr-required-auth
           move "liabsub" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO POST THE LIABILITY SUBLEDGER ***"
           end-if
           .
       initialize-program.
           perform load-company-codes
           perform load-liability-accounts
           .
       ledger-one-action.
           display "ACTION (A=POST GL ACCRUALS, V=POST AP VOUCHERS, "
             "K=KEY REMITTANCE, R=REPORT, BLANK TO QUIT): "
           accept ledger-action
           evaluate true
             when ledger-action = spaces
               move "Y" to done-switch
             when action-is-accrual
               perform post-gl-accruals
             when action-is-voucher
               perform post-voucher-remittances
             when action-is-keyed
               perform key-one-remittance
             when action-is-report
               perform print-aging-report
             when other
               display "*** UNKNOWN ACTION -- " ledger-action " ***"
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
      * the compiled liability accounts, then every account the
      * map gives a liability posting type, cost-centered or not
       load-liability-accounts.
           perform add-compiled-liability varying ltt-idx
             from 1 by 1 until ltt-idx > liability-type-count
           open input gl-account-file
           if gl-account-file-status = "00" then
             move "N" to gl-account-eof
             perform load-one-map-row with test before
               until gl-account-eof-reached
             close gl-account-file
           end-if
           .
       add-compiled-liability.
           move ltt-account (ltt-idx) to match-account
           perform add-liability-account
           .
       load-one-map-row.
           read gl-account-file
             at end move "T" to gl-account-eof
           end-read
           if not gl-account-eof-reached then
             if gla-count < gl-account-table-max then
               add 1 to gla-count
               move glm-posting-type to gla-map-type (gla-count)
               move glm-cost-center to gla-map-cc (gla-count)
               move glm-account to gla-map-account (gla-count)
             end-if
             perform match-liability-type varying ltt-idx
               from 1 by 1 until ltt-idx > liability-type-count
           end-if
           .
       match-liability-type.
           if ltt-posting-type (ltt-idx) = glm-posting-type then
             move glm-account to match-account
             perform add-liability-account
           end-if
           .
       add-liability-account.
           perform find-liability-account
           if not lat-found
               and lat-count < liability-account-max then
             add 1 to lat-count
             move match-account to lat-account (lat-count)
           end-if
           .
       find-liability-account.
           move "N" to lat-found-switch
           perform match-liability-account varying lat-idx
             from 1 by 1 until lat-idx > lat-count
           .
       match-liability-account.
           if lat-account (lat-idx) = match-account then
             move "Y" to lat-found-switch
           end-if
           .
      * override the compiled default the caller just moved in --
      * the type's plain row first, then an exact type/cost-center
      * row on top of it, and no row leaves the default standing
       resolve-gl-account.
           perform match-gl-plain varying gla-idx
             from 1 by 1 until gla-idx > gla-count
           if gla-want-cc not = spaces then
             perform match-gl-exact varying gla-idx
               from 1 by 1 until gla-idx > gla-count
           end-if
           .
       match-gl-plain.
           if gla-map-type (gla-idx) = gla-want-type
               and gla-map-cc (gla-idx) = spaces then
             move gla-map-account (gla-idx) to map-account-code
           end-if
           .
       match-gl-exact.
           if gla-map-type (gla-idx) = gla-want-type
               and gla-map-cc (gla-idx) = gla-want-cc then
             move gla-map-account (gla-idx) to map-account-code
           end-if
           .
      *----------------------------------------------------------
      * accruals -- one gl file's liability lines netted by
      * account and written to the subledger as one batch.  the
      * regular run posts each company's extract under its own
      * company, with the garnishment, deduction and local lines
      * broken out by payee; whatever the remittance files don't
      * explain stays on the account with a blank payee, so the
      * account still foots to the gl.  the release, void, retro
      * and backout files carry no company or payee and post to
      * the primary company's accounts -- all but the backout of
      * one company's own run, which posts to that company's.
      *----------------------------------------------------------
       post-gl-accruals.
           display "GL FILE (R=RUN, L=RELEASE, V=VOID, T=RETRO, "
             "B=BACKOUT): "
           accept gl-file-choice
           display "PAY PERIOD (YYYYMM): "
           accept posting-period
           move zero to pat-count
           evaluate true
             when post-regular-run
               perform stage-payee-accruals
               perform post-company-extract varying cct-idx
                 from 1 by 1 until cct-idx > cct-count
             when post-release
               move "glrelease.dat" to gl-extract-name
               move cct-code (1) to posting-company
               perform post-one-gl-file
             when post-void
               move "glvoid.dat" to gl-extract-name
               move cct-code (1) to posting-company
               perform post-one-gl-file
             when post-retro
               move "glretro.dat" to gl-extract-name
               move cct-code (1) to posting-company
               perform post-one-gl-file
             when post-backout
               move "glbackout.dat" to gl-extract-name
               move cct-code (1) to posting-company
               perform post-one-gl-file
               perform post-company-backout varying cct-idx
                 from 1 by 1 until cct-idx > cct-count
             when other
               display "*** UNKNOWN GL FILE -- " gl-file-choice
                 " ***"
           end-evaluate
           .
      * a backout of one company's own run reverses onto a file
      * of its own, posted under that company -- only the ones on
      * hand
       post-company-backout.
           move spaces to gl-extract-name
           string "glbackout" delimited by size
                  cct-code (cct-idx) delimited by size
                  ".dat" delimited by size
                  into gl-extract-name
           end-string
           open input gl-extract
           if gl-extract-status = "00" then
             close gl-extract
             move cct-code (cct-idx) to posting-company
             perform post-one-gl-file
           end-if
           .
       post-company-extract.
           if cct-idx = 1 then
             move "glextract.dat" to gl-extract-name
           else
             move spaces to gl-extract-name
             string "glextract" delimited by size
                    cct-code (cct-idx) delimited by size
                    ".dat" delimited by size
                    into gl-extract-name
             end-string
           end-if
           move cct-code (cct-idx) to posting-company
           perform post-one-gl-file
           .
       post-one-gl-file.
           move zero to fla-count batch-total
           move spaces to batch-source batch-run-date
           open input gl-extract
           if gl-extract-status not = "00" then
             display "NO " gl-extract-name " ON FILE -- NOTHING "
               "POSTED FOR COMPANY " posting-company
           else
             move "N" to end-file
             perform net-one-gl-line with test before until eof
             close gl-extract
             if fla-count = zero then
               display gl-extract-name " CARRIES NO LIABILITY "
                 "LINES -- NOTHING POSTED"
             else
               perform write-accrual-batch
             end-if
           end-if
           .
       net-one-gl-line.
           read gl-extract
             at end move "T" to end-file
           end-read
           if not eof then
             move gl-account-code to match-account
             perform find-liability-account
             if lat-found then
               if batch-source = spaces then
                 move gl-source to batch-source
                 move gl-run-date to batch-run-date
               end-if
               add gl-amount to batch-total
               perform find-file-liability
               if gl-is-credit then
                 add gl-amount to fla-amount (fla-idx)
               else
                 subtract gl-amount from fla-amount (fla-idx)
               end-if
             end-if
           end-if
           .
      * the file's entry for match-account, added when new
       find-file-liability.
           move "N" to fla-found-switch
           perform match-file-liability varying fla-idx
             from 1 by 1 until fla-idx > fla-count or fla-found
           if fla-found then
             subtract 1 from fla-idx
           else
             if fla-count < file-liability-max then
               add 1 to fla-count
             end-if
             move fla-count to fla-idx
             move match-account to fla-account (fla-idx)
             move zero to fla-amount (fla-idx)
           end-if
           .
       match-file-liability.
           if fla-account (fla-idx) = match-account then
             move "Y" to fla-found-switch
           end-if
           .
       write-accrual-batch.
           move batch-source to brf-source
           move batch-run-date to brf-run-date
           compute batch-total-cents = batch-total * 100
           move batch-total-cents to brf-total
           move batch-reference to check-reference
           move "A" to check-entry-type
           perform check-batch-posted
           if batch-already-posted then
             display "*** " gl-extract-name " ALREADY POSTED FOR "
               "COMPANY " posting-company " -- NOTHING POSTED ***"
           else
             move zero to entries-written
             perform open-ledger-extend
             if post-regular-run then
               perform write-payee-accrual varying pat-idx
                 from 1 by 1 until pat-idx > pat-count
             end-if
             perform write-account-accrual varying fla-idx
               from 1 by 1 until fla-idx > fla-count
             close liability-ledger
             perform log-accrual-posted
             display gl-extract-name " POSTED -- " entries-written
               " SUBLEDGER ENTRIES FOR COMPANY " posting-company
           end-if
           .
      * a payee's share comes off its account's total, so what is
      * left on the blank payee is what no remittance line named
       write-payee-accrual.
           if pat-company-code (pat-idx) = posting-company then
             move pat-account (pat-idx) to match-account
             perform find-file-liability
             subtract pat-amount (pat-idx) from fla-amount (fla-idx)
             move pat-account (pat-idx) to lg-account
             move pat-remit-type (pat-idx) to lg-remit-type
             move pat-payee-key (pat-idx) to lg-payee-key
             move pat-amount (pat-idx) to signed-amount
             perform write-accrual-entry
           end-if
           .
       write-account-accrual.
           if fla-amount (fla-idx) not = zero then
             move fla-account (fla-idx) to lg-account
             move spaces to lg-remit-type lg-payee-key
             move fla-amount (fla-idx) to signed-amount
             perform write-accrual-entry
           end-if
           .
       write-accrual-entry.
           move posting-company to lg-company-code
           move "A" to lg-entry-type
           move batch-run-date to lg-entry-date
           move batch-source to lg-source
           move posting-period to lg-pay-period
           move batch-reference to lg-reference
           if signed-amount < zero then
             compute lg-amount = zero - signed-amount
             move "-" to lg-sign
           else
             move signed-amount to lg-amount
             move space to lg-sign
           end-if
           write liability-ledger-record
           add 1 to entries-written
           .
      * the payee behind each garnishment, deduction and local
      * dollar of the period -- every line, electronic or paper,
      * is owed until it is remitted
       stage-payee-accruals.
           open input empmast
           perform stage-payee-feed-set varying feed-idx
             from zero by 1 until feed-idx > cct-count
           close empmast
           .
       stage-payee-feed-set.
           move "garnremit" to feed-file-stem
           perform build-feed-file-name
           move feed-file-name to garnish-remit-name
           open input garnish-remit-file
           if remit-file-status = "00" then
             move "N" to remit-eof
             perform stage-one-garnishment with test before
               until remit-eof-reached
             close garnish-remit-file
           end-if
           move "dedremit" to feed-file-stem
           perform build-feed-file-name
           move feed-file-name to ded-remit-name
           open input ded-remit-file
           if remit-file-status = "00" then
             move "N" to remit-eof
             perform stage-one-deduction with test before
               until remit-eof-reached
             close ded-remit-file
           end-if
           move "localtax" to feed-file-stem
           perform build-feed-file-name
           move feed-file-name to local-tax-name
           open input local-tax-in
           if remit-file-status = "00" then
             move "N" to remit-eof
             perform stage-one-local-tax with test before
               until remit-eof-reached
             close local-tax-in
           end-if
           .
      * a period that ran as a combined run left the classic
      * files, one that ran company by company left one set per
      * company -- the run empties whichever kind it didn't
      * write, so reading both never counts a line twice
       build-feed-file-name.
           move spaces to feed-file-name
           if feed-idx = zero then
             string feed-file-stem delimited by space
                    ".dat" delimited by size
                    into feed-file-name
             end-string
           else
             string feed-file-stem delimited by space
                    cct-code (feed-idx) delimited by size
                    ".dat" delimited by size
                    into feed-file-name
             end-string
           end-if
           .
       stage-one-garnishment.
           read garnish-remit-file
             at end move "T" to remit-eof
           end-read
           if not remit-eof-reached
               and gr-pay-period = posting-period then
             move gr-employee-id to em-employee-id
             perform resolve-line-company
             move "250000" to map-account-code
             move "GARN" to gla-want-type
             move spaces to gla-want-cc
             perform resolve-gl-account
             move "GARN" to want-remit-type
             move gr-payee-id to want-payee-key
             move gr-amount to remit-line-amount
             perform add-payee-accrual
           end-if
           .
       stage-one-deduction.
           read ded-remit-file
             at end move "T" to remit-eof
           end-read
           if not remit-eof-reached
               and dr-pay-period = posting-period then
             move dr-employee-id to em-employee-id
             perform resolve-line-company
             move "255000" to map-account-code
             move "OTHDED" to gla-want-type
             move dr-ded-code to gla-want-cc
             perform resolve-gl-account
             move "DED " to want-remit-type
             move dr-ded-code to want-payee-key
             move dr-amount to remit-line-amount
             perform add-payee-accrual
           end-if
           .
      * the local detail carries no period -- it is always the
      * run's own
       stage-one-local-tax.
           read local-tax-in
             at end move "T" to remit-eof
           end-read
           if not remit-eof-reached then
             move lti-employee-id to em-employee-id
             perform resolve-line-company
             move "225000" to map-account-code
             move "LOCWH" to gla-want-type
             move lti-locality-code to gla-want-cc
             perform resolve-gl-account
             move "LOCL" to want-remit-type
             move lti-locality-code to want-payee-key
             move lti-amount to remit-line-amount
             perform add-payee-accrual
           end-if
           .
      * the employee's company off the master -- blank, unknown or
      * no master at all is the primary company's
       resolve-line-company.
           move cct-code (1) to line-company
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if empmast-ok then
             perform match-line-company varying cct-idx
               from 1 by 1 until cct-idx > cct-count
           end-if
           .
       match-line-company.
           if cct-code (cct-idx) = em-company-code
               and em-company-code not = spaces then
             move em-company-code to line-company
           end-if
           .
       add-payee-accrual.
           move "N" to pat-found-switch
           perform match-payee-accrual varying pat-idx
             from 1 by 1 until pat-idx > pat-count or pat-found
           if pat-found then
             subtract 1 from pat-idx
             add remit-line-amount to pat-amount (pat-idx)
           else
             if pat-count < payee-accrual-max then
               add 1 to pat-count
               move line-company to pat-company-code (pat-count)
               move map-account-code to pat-account (pat-count)
               move want-remit-type to pat-remit-type (pat-count)
               move want-payee-key to pat-payee-key (pat-count)
               move remit-line-amount to pat-amount (pat-count)
             else
               display "*** MORE THAN " payee-accrual-max
                 " PAYEES -- THE REST STAY ON THE ACCOUNT ***"
             end-if
           end-if
           .
       match-payee-accrual.
           if pat-company-code (pat-idx) = line-company
               and pat-account (pat-idx) = map-account-code
               and pat-remit-type (pat-idx) = want-remit-type
               and pat-payee-key (pat-idx) = want-payee-key then
             move "Y" to pat-found-switch
           end-if
           .
      * has an entry of this type with this reference already
      * been written for the company
       check-batch-posted.
           move "N" to batch-posted-switch
           open input liability-ledger
           if liability-ledger-status = "00" then
             move "N" to ledger-eof
             perform check-one-ledger-entry with test before
               until ledger-eof-reached or batch-already-posted
             close liability-ledger
           end-if
           .
       check-one-ledger-entry.
           read liability-ledger
             at end move "T" to ledger-eof
           end-read
           if not ledger-eof-reached then
             if lg-entry-type = check-entry-type
                 and lg-reference = check-reference
                 and lg-company-code = posting-company then
               move "Y" to batch-posted-switch
             end-if
           end-if
           .
       open-ledger-extend.
           open extend liability-ledger
           if liability-ledger-status not = "00" then
             open output liability-ledger
           end-if
           .
      *----------------------------------------------------------
      * remittances off an ap voucher set -- once ap has the
      * voucher the payable is theirs, so every detail line
      * clears the payroll liability and payee it names.  the
      * set posts whole or not at all, keyed by its first
      * voucher's reference.
      *----------------------------------------------------------
       post-voucher-remittances.
           open input ap-voucher-file
           if ap-voucher-status not = "00" then
             display "*** NO APVOUCH.DAT ON FILE -- NOTHING "
               "POSTED ***"
           else
             move "N" to end-file
             perform read-voucher-line
             if eof then
               display "APVOUCH.DAT IS EMPTY -- NOTHING POSTED"
             else
               move ap-reference to check-reference
               move ap-company-code to posting-company
               move "R" to check-entry-type
               perform check-batch-posted
               if batch-already-posted then
                 display "*** THIS VOUCHER SET IS ALREADY "
                   "POSTED -- NOTHING POSTED ***"
               else
                 move zero to entries-written
                 perform open-ledger-extend
                 perform post-one-voucher-line with test before
                   until eof
                 close liability-ledger
                 move "APV" to batch-source
                 perform log-remittance-posted
                 display "AP VOUCHERS POSTED -- " entries-written
                   " REMITTANCE ENTRIES"
               end-if
             end-if
             close ap-voucher-file
           end-if
           .
       read-voucher-line.
           read ap-voucher-file
             at end move "T" to end-file
           end-read
           .
       post-one-voucher-line.
           if ap-voucher-header then
             move aph-invoice-date to voucher-date
           else
             move ap-company-code to lg-company-code
             move apd-gl-account to lg-account
      * the carrier and the provider accrue with a blank payee --
      * their remittances clear it the same way
             if apd-payee-key = spaces then
               move spaces to lg-remit-type lg-payee-key
             else
               move apd-remit-type to lg-remit-type
               move apd-payee-key to lg-payee-key
             end-if
             move "R" to lg-entry-type
             move voucher-date to lg-entry-date
             move "APV" to lg-source
             move ap-reference (1:6) to lg-pay-period
             move ap-reference to lg-reference
             move apd-amount to lg-amount
             move "-" to lg-sign
             write liability-ledger-record
             add 1 to entries-written
           end-if
           perform read-voucher-line
           .
      * a remittance made outside ap -- a state or local tax
      * payment, an electronic garnishment remittance, a carrier
      * paid by wire
       key-one-remittance.
           display "COMPANY (BLANK FOR " cct-code (1) "): "
           accept answer-company
           if answer-company = spaces then
             move cct-code (1) to answer-company
           end-if
           display "LIABILITY ACCOUNT: "
           accept answer-account
           move answer-account to match-account
           perform find-liability-account
           if not lat-found then
             display "*** " answer-account " IS NOT A PAYROLL "
               "LIABILITY ACCOUNT -- NOTHING RECORDED ***"
           else
             display "REMITTANCE TYPE (GARN, DED, LOCL OR BLANK): "
             accept answer-type
             display "PAYEE KEY (BLANK FOR THE ACCOUNT): "
             accept answer-payee
             if answer-payee = spaces then
               move spaces to answer-type
             end-if
             display "REMITTANCE DATE (YYYYMMDD): "
             accept answer-date
             if answer-date is not numeric then
               move function current-date (1:8) to answer-date
             end-if
             display "AMOUNT (NNNNNNNCC): "
             accept answer-amount
             if answer-amount is not numeric then
               display "*** AMOUNT MUST BE 9 DIGITS, E.G. "
                 "000012550 FOR 125.50 -- NOTHING RECORDED ***"
             else
               display "CHECK OR CONFIRMATION NUMBER: "
               accept answer-text
               move answer-company to lg-company-code
               move answer-account to lg-account
               move answer-type to lg-remit-type
               move answer-payee to lg-payee-key
               move "R" to lg-entry-type
               move answer-date to lg-entry-date
               move "KEY" to lg-source
               move answer-date (1:6) to lg-pay-period
               move answer-text to lg-reference
               move answer-amount-num to lg-amount
               move "-" to lg-sign
               perform open-ledger-extend
               write liability-ledger-record
               close liability-ledger
               move "KEY" to batch-source
               perform log-remittance-posted
               display "REMITTANCE RECORDED"
             end-if
           end-if
           .
       log-accrual-posted.
           perform open-run-log
           string "LIAB ACCRUAL " delimited by size
                  batch-source delimited by size
                  " " delimited by size
                  batch-run-date delimited by size
                  " CO " delimited by size
                  posting-company delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       log-remittance-posted.
           perform open-run-log
           string "LIAB REMITTANCE " delimited by size
                  batch-source delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       open-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "liabsub" to rl-program
           move operator-id to rl-operator
           move spaces to rl-action
           .
      *----------------------------------------------------------
      * the aged balance -- per company, liability account and
      * payee: what accrued, what was remitted, what is still
      * owed, and how long the open accruals have been owed.  the
      * remittances and reversals clear the oldest accruals
      * first.  each account's total line is the figure the gl
      * balance reconciles to at month end.
      *----------------------------------------------------------
       print-aging-report.
           display "AS-OF DATE (YYYYMMDD, BLANK FOR TODAY): "
           accept as-of-date
           if as-of-date is not numeric then
             move function current-date (1:8) to as-of-date
           end-if
           compute as-of-integer = function integer-of-date
             (function numval (as-of-date))
           open input liability-ledger
           if liability-ledger-status not = "00" then
             display "*** NOTHING ON THE SUBLEDGER YET ***"
           else
             close liability-ledger
             sort sort-work on ascending key so-company-code
                 so-account so-remit-type so-payee-key
               descending key so-sign
               ascending key so-entry-date
               using liability-ledger
               giving ledger-sorted
             perform print-sorted-ledger
           end-if
           .
       print-sorted-ledger.
           open output aging-report
           move as-of-date to agh-date
           move aging-heading to aging-print-line
           write aging-print-line
           move aging-column-heading to aging-print-line
           write aging-print-line
           move zero to payee-line-count
           move spaces to previous-payee-key
           perform clear-payee-figures
           perform clear-account-figures
           move zero to grf-accrued grf-remitted
           perform clear-grand-bucket varying bucket-idx
             from 1 by 1 until bucket-idx > 4
           open input ledger-sorted
           move "N" to sorted-eof
           perform age-one-entry with test before
             until sorted-eof-reached
           close ledger-sorted
           if previous-payee-key not = spaces then
             perform print-payee-line
             perform print-account-total
           end-if
           move spaces to aging-detail-line
           move "**" to adl-company-code
           move "TOTAL" to adl-account
           move grf-accrued to adl-accrued
           move grf-remitted to adl-remitted
           compute adl-owed = grf-accrued - grf-remitted
           perform move-grand-bucket varying bucket-idx
             from 1 by 1 until bucket-idx > 4
           move aging-detail-line to aging-print-line
           write aging-print-line
           close aging-report
           display "SUBLEDGER PRINTED -- " payee-line-count
             " PAYEE BALANCES -- SEE LIABSUB.PRT"
           .
       clear-grand-bucket.
           move zero to grf-bucket (bucket-idx)
           .
       move-grand-bucket.
           move grf-bucket (bucket-idx) to adl-bucket (bucket-idx)
           .
       clear-payee-figures.
           move zero to pyf-accrued pyf-remitted credit-pool
           perform clear-payee-bucket varying bucket-idx
             from 1 by 1 until bucket-idx > 4
           .
       clear-payee-bucket.
           move zero to pyf-bucket (bucket-idx)
           .
       clear-account-figures.
           move zero to acf-accrued acf-remitted
           perform clear-account-bucket varying bucket-idx
             from 1 by 1 until bucket-idx > 4
           .
       clear-account-bucket.
           move zero to acf-bucket (bucket-idx)
           .
       age-one-entry.
           read ledger-sorted
             at end move "T" to sorted-eof
           end-read
           if not sorted-eof-reached
               and ls-entry-date not > as-of-date then
             move ls-company-code to cpk-company-code
             move ls-account to cpk-account
             move ls-remit-type to cpk-remit-type
             move ls-payee-key to cpk-payee-key
             if current-payee-key not = previous-payee-key then
               if previous-payee-key not = spaces then
                 perform print-payee-line
                 if cpk-company-code not = ppk-company-code
                     or cpk-account not = ppk-account then
                   perform print-account-total
                 end-if
               end-if
               move current-payee-key to previous-payee-key
               perform clear-payee-figures
             end-if
             perform apply-one-entry
           end-if
           .
      * the minus entries sort ahead -- they build the credit the
      * accruals that follow are cleared from, oldest first, and
      * what a credit doesn't clear ages from the accrual's date
       apply-one-entry.
           if ls-sign = "-" then
             add ls-amount to credit-pool
             if ls-remittance then
               add ls-amount to pyf-remitted
             else
               subtract ls-amount from pyf-accrued
             end-if
           else
             add ls-amount to pyf-accrued
             if credit-pool < ls-amount then
               move credit-pool to applied-amount
             else
               move ls-amount to applied-amount
             end-if
             subtract applied-amount from credit-pool
             subtract applied-amount from ls-amount
               giving open-amount
             if open-amount not = zero then
               perform age-open-amount
             end-if
           end-if
           .
       age-open-amount.
           if ls-entry-date is numeric then
             compute entry-integer = function integer-of-date
               (function numval (ls-entry-date))
           else
             move as-of-integer to entry-integer
           end-if
           compute age-days = as-of-integer - entry-integer
           evaluate true
             when age-days <= 30
               move 1 to bucket-idx
             when age-days <= 60
               move 2 to bucket-idx
             when age-days <= 90
               move 3 to bucket-idx
             when other
               move 4 to bucket-idx
           end-evaluate
           add open-amount to pyf-bucket (bucket-idx)
           .
      * the unreversed reversals -- a reversal or remittance with
      * no accrual behind it -- leave the payee in credit
       print-payee-line.
           move spaces to aging-detail-line
           move ppk-company-code to adl-company-code
           move ppk-account to adl-account
           move ppk-remit-type to adl-remit-type
           move ppk-payee-key to adl-payee-key
           move pyf-accrued to adl-accrued
           move pyf-remitted to adl-remitted
           compute adl-owed = pyf-accrued - pyf-remitted
           perform move-payee-bucket varying bucket-idx
             from 1 by 1 until bucket-idx > 4
           if pyf-accrued < pyf-remitted then
             move "CREDIT" to adl-flag
           end-if
           move aging-detail-line to aging-print-line
           write aging-print-line
           add 1 to payee-line-count
           add pyf-accrued to acf-accrued
           add pyf-remitted to acf-remitted
           .
       move-payee-bucket.
           move pyf-bucket (bucket-idx) to adl-bucket (bucket-idx)
           add pyf-bucket (bucket-idx) to acf-bucket (bucket-idx)
           .
       print-account-total.
           move spaces to aging-detail-line
           move ppk-company-code to adl-company-code
           move ppk-account to adl-account
           move "TOTAL" to adl-payee-key
           move "ACCT" to adl-remit-type
           move acf-accrued to adl-accrued
           move acf-remitted to adl-remitted
           compute adl-owed = acf-accrued - acf-remitted
           perform move-account-bucket varying bucket-idx
             from 1 by 1 until bucket-idx > 4
           move aging-detail-line to aging-print-line
           write aging-print-line
           move spaces to aging-print-line
           write aging-print-line
           add acf-accrued to grf-accrued
           add acf-remitted to grf-remitted
           perform clear-account-figures
           .
       move-account-bucket.
           move acf-bucket (bucket-idx) to adl-bucket (bucket-idx)
           add acf-bucket (bucket-idx) to grf-bucket (bucket-idx)
           .
       end program liabsub.
