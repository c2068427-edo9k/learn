       identification division.
       program-id. apvouch.
       author. charles r. martin.
       date-written. 2026-sep-12.
      * accounts payable voucher interface.  the run leaves its
      * third-party payables on garnremit.dat, healthremit.dat,
      * k401remit.dat, dedremit.dat and the localtax.dat detail
      * behind localremit.prt, and until this ran every one of
      * them was keyed into ap by hand as a voucher to the court,
      * carrier, provider, union, charity or city.  this program
      * turns the run's remittance files into apvouch.dat -- one
      * voucher per payee per company, vendor id off the ap
      * vendor cross-reference, a reference built from the pay
      * period and remittance type, a due date off the period's
      * check date, and the liability account off the chart-of-
      * accounts map -- with a detail line per withholding behind
      * each.  garnishments the ccd+ file remits electronically
      * are left out; garnach already pays those.  a control
      * report foots the vouchers back to each remittance file,
      * so a payable that never got vouchered shows up the day
      * the run is posted instead of the day the payee calls.
       environment division.
       input-output section.
       file-control.
      * the run's remittance files, read as the run left them --
      * the combined run's under the classic names, and each
      * company's own run's with its code ahead of the extension
           select garnish-remit-file
             assign to garnish-remit-name
               organization is line sequential
               file status is remit-file-status.
           select health-remit-file
             assign to health-remit-name
               organization is line sequential
               file status is remit-file-status.
           select k401-remit-file
             assign to k401-remit-name
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
      * the orders -- which payees garnach remits electronically
           select garnishment-file
             assign to "garnmast.dat"
               organization is indexed
               access mode is dynamic
               record key is ga-key
               file status is garnishment-status.
      * each withholding is vouchered under the employee's company
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
           select vendor-file
             assign to "apvendor.dat"
               organization is line sequential
               file status is vendor-file-status.
      * the period's check date the due dates count from
           select pay-calendar-file
             assign to "paycal.dat"
               organization is line sequential
               file status is pay-calendar-status.
      * every withholding staged flat, then sorted into voucher
      * order -- company, remittance type, payee, employee
           select voucher-work
             assign to "apwork.dat"
               organization is line sequential.
           select sort-work
             assign to "apsortwk.dat".
           select voucher-sorted
             assign to "apwork.srt"
               organization is line sequential.
           select ap-voucher-file
             assign to "apvouch.dat"
               organization is line sequential.
           select control-report
             assign to "apvouch.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd garnish-remit-file.
       01 garnish-remit-record.
           02 gr-payee-id      pic x(10).
           02 gr-payee-name    pic x(25).
           02 gr-employee-id   pic x(05).
           02 gr-case-number   pic x(15).
           02 gr-pay-period    pic x(06).
           02 gr-amount        pic 9(05)v99.
       fd health-remit-file.
       01 health-remit-record.
           02 hr-employee-id   pic x(05).
           02 hr-employee-name pic x(25).
           02 hr-pay-period    pic x(06).
           02 hr-premium       pic 9(05)v99.
           02 hr-arrears-recovered pic 9(05)v99.
       fd k401-remit-file.
       01 k401-remit-record.
           02 kr-employee-id   pic x(05).
           02 kr-ssn           pic x(09).
           02 kr-employee-name pic x(25).
           02 kr-pay-period    pic x(06).
           02 kr-contribution  pic 9(05)v99.
           02 kr-arrears-recovered pic 9(05)v99.
           02 kr-match         pic 9(05)v99.
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
       fd garnishment-file.
           copy garnrec.
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
       fd vendor-file.
           copy apvend.
       fd pay-calendar-file.
       01 pay-calendar-record.
           02 pc-pay-period     pic x(06).
           02 pc-start-date     pic x(08).
           02 pc-end-date       pic x(08).
           02 pc-freq-paid      pic x(03).
           02 pc-check-date     pic x(08).
           02 pc-ach-settle-date pic x(08).
       fd voucher-work.
       01 voucher-work-record.
           02 vw-company-code  pic x(02).
           02 vw-remit-type    pic x(04).
           02 vw-payee-key     pic x(10).
           02 vw-employee-id   pic x(05).
           02 vw-payee-name    pic x(25).
           02 vw-employee-name pic x(25).
           02 vw-line-reference pic x(15).
           02 vw-amount        pic 9(07)v99.
           02 vw-gl-account    pic x(06).
       sd sort-work.
       01 sort-record.
           02 so-company-code  pic x(02).
           02 so-remit-type    pic x(04).
           02 so-payee-key     pic x(10).
           02 so-employee-id   pic x(05).
           02 filler           pic x(80).
       fd voucher-sorted.
       01 voucher-sorted-record.
           02 vs-company-code  pic x(02).
           02 vs-remit-type    pic x(04).
           02 vs-payee-key     pic x(10).
           02 vs-employee-id   pic x(05).
           02 vs-payee-name    pic x(25).
           02 vs-employee-name pic x(25).
           02 vs-line-reference pic x(15).
           02 vs-amount        pic 9(07)v99.
           02 vs-gl-account    pic x(06).
       fd ap-voucher-file.
           copy apvchrec.
       fd control-report.
       01 control-print-line pic x(100).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 remit-file-status  pic x(02).
       01 garnish-remit-name pic x(20).
       01 health-remit-name  pic x(20).
       01 k401-remit-name    pic x(20).
       01 ded-remit-name     pic x(20).
       01 local-tax-name     pic x(20).
      * which of the run's files is being read -- zero for the
      * classic name, else the company table entry
       01 feed-idx           pic 9(02) usage comp.
       01 feed-file-stem     pic x(12).
       01 feed-file-name     pic x(20).
       01 garnishment-status pic x(02).
           88 garnishment-ok        value "00".
       01 empmast-status     pic x(02).
           88 empmast-ok         value "00".
       01 company-control-status pic x(02).
       01 gl-account-file-status pic x(02).
       01 vendor-file-status pic x(02).
       01 pay-calendar-status pic x(02).
       01 run-log-status     pic x(02).
       01 operator-id        pic x(10).
       01 operator-password  pic x(10).
       01 signon-switch      pic x value "N".
           88 operator-authorized  value "Y".
      * the shared sign-on's request block -- the one check every
      * program in the suite now goes through
           copy signreq.
       01 remit-eof          pic x(01).
           88 remit-eof-reached  value "T".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
       01 gl-account-eof     pic x(01).
           88 gl-account-eof-reached value "T".
       01 vendor-eof         pic x(01).
           88 vendor-eof-reached value "T".
       01 calendar-eof       pic x(01).
           88 calendar-eof-reached value "T".
       01 calendar-switch    pic x(01) value "N".
           88 calendar-found     value "Y".
       01 sorted-eof         pic x(01).
           88 sorted-eof-reached value "T".
       01 order-eof          pic x(01).
           88 order-eof-reached  value "T".
       01 order-match-switch pic x(01).
           88 order-matched      value "Y".
       01 voucher-pay-period pic x(06).
      * the period's check date -- today when no calendar row
      * exists, the usual tolerance
       01 voucher-check-date pic x(08).
       01 voucher-run-date   pic x(08).
       01 check-date-integer pic 9(08) usage comp.
       01 due-date-integer   pic 9(08) usage comp.
       01 due-date-num       pic 9(08).
      * the companies on compctl.dat, primary first -- a blank or
      * unknown employee company is the primary's
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 company-found-switch pic x(01).
           88 company-found      value "Y".
       01 line-company       pic x(02).
      * the account map in storage -- a posting type with no row
      * posts at the compiled-in default, same as the run
       01 gl-account-table.
           02 gla-entry occurs 100 times.
               03 gla-map-type    pic x(06).
               03 gla-map-cc      pic x(06).
               03 gla-map-account pic x(06).
               03 gla-map-name    pic x(30).
       77 gl-account-table-max pic 9(03) value 100.
       01 gla-count          pic 9(03) usage comp value zero.
       01 gla-idx            pic 9(03) usage comp.
       01 gla-want-type      pic x(06).
       01 gla-want-cc        pic x(06).
       01 gl-account-code    pic x(06).
       01 gl-account-name    pic x(30).
      * the ap vendor cross-reference
       01 vendor-table.
           02 vnt-entry occurs 100 times.
               03 vnt-remit-type  pic x(04).
               03 vnt-payee-key   pic x(10).
               03 vnt-vendor-id   pic x(10).
               03 vnt-vendor-name pic x(25).
               03 vnt-due-days    pic 9(03).
       77 vendor-table-max   pic 9(03) value 100.
       01 vnt-count          pic 9(03) usage comp value zero.
       01 vnt-idx            pic 9(03) usage comp.
       01 vnt-found-idx      pic 9(03) usage comp.
      * the vouchers, footed on a first pass down the sorted work
      * so each header carries its total ahead of its lines
       01 voucher-table.
           02 vch-entry occurs 300 times.
               03 vch-company-code pic x(02).
               03 vch-remit-type   pic x(04).
               03 vch-payee-key    pic x(10).
               03 vch-payee-name   pic x(25).
               03 vch-gl-account   pic x(06).
               03 vch-amount       pic 9(09)v99 usage comp.
               03 vch-line-count   pic 9(05) usage comp.
       77 voucher-table-max  pic 9(03) value 300.
       01 vch-count          pic 9(03) usage comp value zero.
       01 vch-idx            pic 9(03) usage comp.
       01 voucher-overflow-switch pic x(01) value "N".
           88 voucher-overflow   value "Y".
      * one row per remittance file -- what was read off it, what
      * was left out and why, and what went onto vouchers
       01 remit-type-values.
           02 filler pic x(04) value "GARN".
           02 filler pic x(15) value "GARNREMIT.DAT".
           02 filler pic x(04) value "HLTH".
           02 filler pic x(15) value "HEALTHREMIT.DAT".
           02 filler pic x(04) value "K401".
           02 filler pic x(15) value "K401REMIT.DAT".
           02 filler pic x(04) value "DED ".
           02 filler pic x(15) value "DEDREMIT.DAT".
           02 filler pic x(04) value "LOCL".
           02 filler pic x(15) value "LOCALTAX.DAT".
       01 remit-type-table redefines remit-type-values.
           02 rtt-entry occurs 5 times.
               03 rtt-remit-type pic x(04).
               03 rtt-file-name  pic x(15).
       77 remit-type-count   pic 9(02) value 5.
       01 remit-totals.
           02 rtf-entry occurs 5 times.
               03 rtf-read-count    pic 9(07) usage comp.
               03 rtf-read-amount   pic 9(09)v99 usage comp.
               03 rtf-skip-amount   pic 9(09)v99 usage comp.
               03 rtf-voucher-amount pic 9(09)v99 usage comp.
       01 rtt-idx            pic 9(02) usage comp.
       01 current-type-idx   pic 9(02) usage comp.
       01 remit-line-amount  pic 9(07)v99 usage comp.
       01 voucher-grand-total pic 9(09)v99 usage comp value zero.
       01 footing-switch     pic x(01) value "Y".
           88 vouchers-foot      value "Y".
       01 unmapped-count     pic 9(03) usage comp value zero.
       01 previous-voucher-key.
           02 pvk-company-code pic x(02).
           02 pvk-remit-type   pic x(04).
           02 pvk-payee-key    pic x(10).
       01 current-voucher-key.
           02 cvk-company-code pic x(02).
           02 cvk-remit-type   pic x(04).
           02 cvk-payee-key    pic x(10).
       01 control-heading.
           02 filler pic x(38)
             value "AP VOUCHER INTERFACE CONTROL -- PERIOD".
           02 filler pic x(01).
           02 ch-pay-period pic x(06).
       01 footing-column-heading.
           02 filler pic x(17) value "REMITTANCE FILE".
           02 filler pic x(08) value "LINES".
           02 filler pic x(16) value "FILE AMOUNT".
           02 filler pic x(16) value "LEFT OUT".
           02 filler pic x(16) value "VOUCHERED".
       01 footing-detail-line.
           02 fdl-file-name   pic x(15).
           02 filler          pic x(02).
           02 fdl-read-count  pic zzzzzz9.
           02 filler          pic x(01).
           02 fdl-read-amount pic $$$,$$$,$$9.99.
           02 filler          pic x(02).
           02 fdl-skip-amount pic $$$,$$$,$$9.99.
           02 filler          pic x(02).
           02 fdl-voucher-amount pic $$$,$$$,$$9.99.
           02 filler          pic x(02).
           02 fdl-flag        pic x(20).
       01 voucher-column-heading.
           02 filler pic x(04) value "CO".
           02 filler pic x(12) value "VENDOR".
           02 filler pic x(22) value "REFERENCE".
           02 filler pic x(10) value "DUE".
           02 filler pic x(16) value "AMOUNT".
           02 filler pic x(08) value "LINES".
           02 filler pic x(07) value "ACCT".
       01 voucher-detail-line.
           02 vdl-company-code pic x(02).
           02 filler          pic x(02).
           02 vdl-vendor-id   pic x(10).
           02 filler          pic x(02).
           02 vdl-reference   pic x(20).
           02 filler          pic x(02).
           02 vdl-due-date    pic x(08).
           02 filler          pic x(02).
           02 vdl-amount      pic $$$,$$$,$$9.99.
           02 filler          pic x(02).
           02 vdl-line-count  pic zzzz9.
           02 filler          pic x(02).
           02 vdl-gl-account  pic x(06).
           02 filler          pic x(02).
           02 vdl-flag        pic x(15).
       01 control-total-line.
           02 filler pic x(20) value "VOUCHERS WRITTEN".
           02 ctl-voucher-count pic zzz9.
           02 filler pic x(10) value "  AMOUNT".
           02 ctl-voucher-total pic $$$,$$$,$$9.99.
       01 footing-flag-line.
           02 filler pic x(43)
             value "*** VOUCHERS DO NOT FOOT TO THE REMITTANCE ".
           02 filler pic x(36)
             value "FILES -- DO NOT LOAD APVOUCH.DAT ***".
       01 vendor-flag-line.
           02 filler pic x(41)
             value "*** PAYEES WITH NO AP VENDOR ROW ARE VOUC".
           02 filler pic x(47)
             value "HERED UNDER THEIR PAYEE KEY -- SEE APVENDOR.DAT".
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             perform stage-remittances
             perform sort-voucher-work
             perform foot-vouchers
             perform write-vouchers
             perform print-control-report
             perform clean-up
           else
             move 16 to return-code
           end-if
           stop run.
      * the shared sign-on owns the password rules -- the vouchers
      * pay money out of ap, so this takes the run authorization
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "apvouch" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO VOUCHER REMITTANCES ***"
           end-if
           .
       initialize-program.
           display "PAY PERIOD OF THE RUN TO VOUCHER (YYYYMM): "
           accept voucher-pay-period
           move function current-date (1:8) to voucher-run-date
           perform read-pay-calendar
           perform load-company-codes
           perform load-gl-account-map
           perform load-vendor-table
           perform clear-remit-totals varying rtt-idx
             from 1 by 1 until rtt-idx > remit-type-count
           open input garnishment-file
           open input empmast
           perform write-start-log
           .
       clear-remit-totals.
           move zero to rtf-read-count (rtt-idx)
             rtf-read-amount (rtt-idx) rtf-skip-amount (rtt-idx)
             rtf-voucher-amount (rtt-idx)
           .
       read-pay-calendar.
           move voucher-run-date to voucher-check-date
           open input pay-calendar-file
           if pay-calendar-status = "00" then
             move "N" to calendar-eof
             perform read-calendar-row with test before
               until calendar-eof-reached or calendar-found
             close pay-calendar-file
           end-if
           .
       read-calendar-row.
           read pay-calendar-file
             at end move "T" to calendar-eof
           end-read
           if not calendar-eof-reached then
             if pc-pay-period = voucher-pay-period then
               move "Y" to calendar-switch
               move pc-check-date to voucher-check-date
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
       load-gl-account-map.
           open input gl-account-file
           if gl-account-file-status = "00" then
             move "N" to gl-account-eof
             perform load-one-gl-account with test before
               until gl-account-eof-reached
             close gl-account-file
           end-if
           .
       load-one-gl-account.
           read gl-account-file
             at end move "T" to gl-account-eof
           end-read
           if not gl-account-eof-reached then
             if gla-count < gl-account-table-max then
               add 1 to gla-count
               move glm-posting-type to gla-map-type (gla-count)
               move glm-cost-center to gla-map-cc (gla-count)
               move glm-account to gla-map-account (gla-count)
               move glm-account-name to gla-map-name (gla-count)
             end-if
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
             move gla-map-account (gla-idx) to gl-account-code
             move gla-map-name (gla-idx) to gl-account-name
           end-if
           .
       match-gl-exact.
           if gla-map-type (gla-idx) = gla-want-type
               and gla-map-cc (gla-idx) = gla-want-cc then
             move gla-map-account (gla-idx) to gl-account-code
             move gla-map-name (gla-idx) to gl-account-name
           end-if
           .
       load-vendor-table.
           open input vendor-file
           if vendor-file-status = "00" then
             move "N" to vendor-eof
             perform load-one-vendor with test before
               until vendor-eof-reached
             close vendor-file
           end-if
           .
       load-one-vendor.
           read vendor-file
             at end move "T" to vendor-eof
           end-read
           if not vendor-eof-reached then
             if vnt-count < vendor-table-max then
               add 1 to vnt-count
               move vn-remit-type to vnt-remit-type (vnt-count)
               move vn-payee-key to vnt-payee-key (vnt-count)
               move vn-vendor-id to vnt-vendor-id (vnt-count)
               move vn-vendor-name to vnt-vendor-name (vnt-count)
               if vn-due-days is numeric then
                 move vn-due-days to vnt-due-days (vnt-count)
               else
                 move zero to vnt-due-days (vnt-count)
               end-if
             end-if
           end-if
           .
       write-start-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "apvouch" to rl-program
           move operator-id to rl-operator
           move spaces to rl-action
           string "AP VOUCHERS " delimited by size
                  voucher-pay-period delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
      *----------------------------------------------------------
      * staging -- every remittance line becomes one flat work
      * line carrying its company, payee and liability account.
      * a line from some other period is left out and counted,
      * so a stale file can't slip last period onto this one's
      * vouchers.
      *----------------------------------------------------------
       stage-remittances.
           open output voucher-work
           perform stage-garnishments
           perform stage-health-premiums
           perform stage-401k-contributions
           perform stage-deductions
           perform stage-local-taxes
           close voucher-work
           .
       stage-garnishments.
           move 1 to current-type-idx
           perform stage-garnish-file varying feed-idx
             from zero by 1 until feed-idx > cct-count
           .
       stage-garnish-file.
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
           .
      * the same electronic test garnach makes -- a matched order
      * flagged electronic with a numeric routing goes on the
      * ccd+ file, not on a voucher
       stage-one-garnishment.
           read garnish-remit-file
             at end move "T" to remit-eof
           end-read
           if not remit-eof-reached then
             move gr-amount to remit-line-amount
             perform count-remit-line
             perform find-remit-order
             evaluate true
               when gr-pay-period not = voucher-pay-period
                 add gr-amount to rtf-skip-amount (current-type-idx)
               when order-matched and ga-remit-electronic
                   and ga-payee-routing is numeric
                 add gr-amount to rtf-skip-amount (current-type-idx)
               when other
                 move gr-employee-id to em-employee-id
                 perform resolve-line-company
                 move "GARN" to vw-remit-type
                 move gr-payee-id to vw-payee-key
                 move gr-payee-name to vw-payee-name
                 move gr-employee-id to vw-employee-id
                 move gr-case-number to vw-line-reference
                 move gr-amount to vw-amount
                 move "250000" to gl-account-code
                 move "GARN" to gla-want-type
                 move spaces to gla-want-cc
                 perform write-work-line
             end-evaluate
           end-if
           .
      * the remit line carries the employee and case but not the
      * order sequence -- walk the employee's orders for the case
      * and payee, the same keyed pass the run makes
       find-remit-order.
           move "N" to order-match-switch
           move gr-employee-id to ga-employee-id
           move zero to ga-order-seq
           start garnishment-file key not < ga-key
             invalid key move "23" to garnishment-status
           end-start
           if garnishment-ok then
             move "N" to order-eof
             perform scan-one-order with test before
               until order-matched or order-eof-reached
           end-if
           .
       scan-one-order.
           read garnishment-file next record
             at end move "T" to order-eof
           end-read
           if garnishment-status not = "00" then
             move "T" to order-eof
           else
             if ga-employee-id not = gr-employee-id then
               move "T" to order-eof
             else
               if ga-case-number = gr-case-number
                   and ga-payee-id = gr-payee-id then
                 move "Y" to order-match-switch
               end-if
             end-if
           end-if
           .
       stage-health-premiums.
           move 2 to current-type-idx
           perform stage-premium-file varying feed-idx
             from zero by 1 until feed-idx > cct-count
           .
       stage-premium-file.
           move "healthremit" to feed-file-stem
           perform build-feed-file-name
           move feed-file-name to health-remit-name
           open input health-remit-file
           if remit-file-status = "00" then
             move "N" to remit-eof
             perform stage-one-premium with test before
               until remit-eof-reached
             close health-remit-file
           end-if
           .
       stage-one-premium.
           read health-remit-file
             at end move "T" to remit-eof
           end-read
           if not remit-eof-reached then
             move hr-premium to remit-line-amount
             perform count-remit-line
             if hr-pay-period not = voucher-pay-period then
               add hr-premium to rtf-skip-amount (current-type-idx)
             else
               move hr-employee-id to em-employee-id
               perform resolve-line-company
               move "HLTH" to vw-remit-type
               move spaces to vw-payee-key
               move "HEALTH CARRIER" to vw-payee-name
               move hr-employee-id to vw-employee-id
               move "PREMIUM" to vw-line-reference
               move hr-premium to vw-amount
               move "245000" to gl-account-code
               move "HLTHP" to gla-want-type
               move spaces to gla-want-cc
               perform write-work-line
             end-if
           end-if
           .
      * the deferral and the match are one deposit to the
      * provider, so one voucher -- each line clears its own
      * payable
       stage-401k-contributions.
           move 3 to current-type-idx
           perform stage-contribution-file varying feed-idx
             from zero by 1 until feed-idx > cct-count
           .
       stage-contribution-file.
           move "k401remit" to feed-file-stem
           perform build-feed-file-name
           move feed-file-name to k401-remit-name
           open input k401-remit-file
           if remit-file-status = "00" then
             move "N" to remit-eof
             perform stage-one-contribution with test before
               until remit-eof-reached
             close k401-remit-file
           end-if
           .
       stage-one-contribution.
           read k401-remit-file
             at end move "T" to remit-eof
           end-read
           if not remit-eof-reached then
             add kr-contribution kr-match giving remit-line-amount
             perform count-remit-line
             if kr-pay-period not = voucher-pay-period then
               add remit-line-amount
                 to rtf-skip-amount (current-type-idx)
             else
               move kr-employee-id to em-employee-id
               perform resolve-line-company
               move "K401" to vw-remit-type
               move spaces to vw-payee-key
               move "401K PROVIDER" to vw-payee-name
               move kr-employee-id to vw-employee-id
               if kr-contribution not = zero then
                 move "DEFERRAL" to vw-line-reference
                 move kr-contribution to vw-amount
                 move "240000" to gl-account-code
                 move "K401P" to gla-want-type
                 move spaces to gla-want-cc
                 perform write-work-line
               end-if
               if kr-match not = zero then
                 move "EMPLOYER MATCH" to vw-line-reference
                 move kr-match to vw-amount
                 move "241000" to gl-account-code
                 move "K401MP" to gla-want-type
                 move spaces to gla-want-cc
                 perform write-work-line
               end-if
             end-if
           end-if
           .
      * one payee per deduction code -- the union, the charity,
      * the parking vendor -- and the code rides as the cost
      * center so the map can give each its own payable
       stage-deductions.
           move 4 to current-type-idx
           perform stage-deduction-file varying feed-idx
             from zero by 1 until feed-idx > cct-count
           .
       stage-deduction-file.
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
           .
       stage-one-deduction.
           read ded-remit-file
             at end move "T" to remit-eof
           end-read
           if not remit-eof-reached then
             move dr-amount to remit-line-amount
             perform count-remit-line
             if dr-pay-period not = voucher-pay-period then
               add dr-amount to rtf-skip-amount (current-type-idx)
             else
               move dr-employee-id to em-employee-id
               perform resolve-line-company
               move "DED " to vw-remit-type
               move dr-ded-code to vw-payee-key
               move dr-description to vw-payee-name
               move dr-employee-id to vw-employee-id
               move dr-description to vw-line-reference
               move dr-amount to vw-amount
               move "255000" to gl-account-code
               move "OTHDED" to gla-want-type
               move dr-ded-code to gla-want-cc
               perform write-work-line
             end-if
           end-if
           .
      * the detail behind localremit.prt -- it carries no period,
      * it is always the run's own
       stage-local-taxes.
           move 5 to current-type-idx
           perform stage-local-tax-file varying feed-idx
             from zero by 1 until feed-idx > cct-count
           .
       stage-local-tax-file.
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
       stage-one-local-tax.
           read local-tax-in
             at end move "T" to remit-eof
           end-read
           if not remit-eof-reached then
             move lti-amount to remit-line-amount
             perform count-remit-line
             move lti-employee-id to em-employee-id
             perform resolve-line-company
             move "LOCL" to vw-remit-type
             move lti-locality-code to vw-payee-key
             move spaces to vw-payee-name
             string "LOCALITY " delimited by size
                    lti-locality-code delimited by size
                    into vw-payee-name
             end-string
             move lti-employee-id to vw-employee-id
             move "LOCAL TAX" to vw-line-reference
             move lti-amount to vw-amount
             move "225000" to gl-account-code
             move "LOCWH" to gla-want-type
             move lti-locality-code to gla-want-cc
             perform write-work-line
           end-if
           .
       count-remit-line.
           add 1 to rtf-read-count (current-type-idx)
           add remit-line-amount to rtf-read-amount (current-type-idx)
           .
      * the employee's company off the master -- blank, unknown or
      * no master at all is the primary company's
       resolve-line-company.
           move cct-code (1) to line-company
           move spaces to vw-employee-name
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if empmast-ok then
             move "N" to company-found-switch
             perform match-line-company varying cct-idx
               from 1 by 1 until cct-idx > cct-count
             string em-firstname delimited by space
                    " " delimited by size
                    em-surname delimited by space
                    into vw-employee-name
             end-string
           end-if
           .
       match-line-company.
           if cct-code (cct-idx) = em-company-code
               and em-company-code not = spaces then
             move em-company-code to line-company
           end-if
           .
       write-work-line.
           perform resolve-gl-account
           move line-company to vw-company-code
           move gl-account-code to vw-gl-account
           write voucher-work-record
           .
       sort-voucher-work.
           sort sort-work on ascending key so-company-code
               so-remit-type so-payee-key so-employee-id
             using voucher-work
             giving voucher-sorted
           .
      *----------------------------------------------------------
      * first pass -- one voucher per company, remittance type
      * and payee, footed before any of it is written
      *----------------------------------------------------------
       foot-vouchers.
           move spaces to previous-voucher-key
           open input voucher-sorted
           move "N" to sorted-eof
           perform foot-one-work-line with test before
             until sorted-eof-reached
           close voucher-sorted
           .
       foot-one-work-line.
           read voucher-sorted
             at end move "T" to sorted-eof
           end-read
           if not sorted-eof-reached then
             move vs-company-code to cvk-company-code
             move vs-remit-type to cvk-remit-type
             move vs-payee-key to cvk-payee-key
             if current-voucher-key not = previous-voucher-key then
               move current-voucher-key to previous-voucher-key
               if vch-count < voucher-table-max then
                 add 1 to vch-count
                 move vs-company-code to vch-company-code (vch-count)
                 move vs-remit-type to vch-remit-type (vch-count)
                 move vs-payee-key to vch-payee-key (vch-count)
                 move vs-payee-name to vch-payee-name (vch-count)
                 move vs-gl-account to vch-gl-account (vch-count)
                 move zero to vch-amount (vch-count)
                   vch-line-count (vch-count)
               else
                 move "Y" to voucher-overflow-switch
               end-if
             end-if
             if not voucher-overflow then
               add vs-amount to vch-amount (vch-count)
               add 1 to vch-line-count (vch-count)
             end-if
           end-if
           .
      *----------------------------------------------------------
      * second pass -- the header when the key changes, then the
      * line.  the header's account is the first line's, which
      * for the provider is the deferral payable.
      *----------------------------------------------------------
       write-vouchers.
           if voucher-overflow then
             display "*** MORE THAN " voucher-table-max
               " VOUCHERS -- NO INTERFACE FILE WRITTEN ***"
             move 16 to return-code
           else
             move spaces to previous-voucher-key
             move zero to vch-idx
             open output ap-voucher-file
             open input voucher-sorted
             move "N" to sorted-eof
             perform write-one-work-line with test before
               until sorted-eof-reached
             close voucher-sorted
             close ap-voucher-file
           end-if
           .
       write-one-work-line.
           read voucher-sorted
             at end move "T" to sorted-eof
           end-read
           if not sorted-eof-reached then
             move vs-company-code to cvk-company-code
             move vs-remit-type to cvk-remit-type
             move vs-payee-key to cvk-payee-key
             if current-voucher-key not = previous-voucher-key then
               move current-voucher-key to previous-voucher-key
               add 1 to vch-idx
               perform write-voucher-header
             end-if
             move spaces to ap-voucher-record
             move "D" to ap-record-type
             move vs-company-code to ap-company-code
             perform build-voucher-reference
             move vs-employee-id to apd-employee-id
             move vs-employee-name to apd-employee-name
             move vs-line-reference to apd-line-reference
             move vs-amount to apd-amount
             move vs-gl-account to apd-gl-account
             move vs-remit-type to apd-remit-type
             move vs-payee-key to apd-payee-key
             write ap-voucher-record
             perform find-remit-type
             add vs-amount to rtf-voucher-amount (current-type-idx)
           end-if
           .
       write-voucher-header.
           perform find-vendor
           move spaces to ap-voucher-record
           move "H" to ap-record-type
           move vs-company-code to ap-company-code
           perform build-voucher-reference
           if vnt-found-idx not = zero then
             move vnt-vendor-id (vnt-found-idx) to aph-vendor-id
             move vnt-vendor-name (vnt-found-idx) to aph-vendor-name
             compute due-date-integer =
               function integer-of-date (check-date-integer)
               + vnt-due-days (vnt-found-idx)
           else
             move vs-payee-key to aph-vendor-id
             if vs-payee-key = spaces then
               move vs-remit-type to aph-vendor-id
             end-if
             move vs-payee-name to aph-vendor-name
             compute due-date-integer =
               function integer-of-date (check-date-integer)
             add 1 to unmapped-count
           end-if
           compute due-date-num =
             function date-of-integer (due-date-integer)
           move voucher-run-date to aph-invoice-date
           move due-date-num to aph-due-date
           move vch-amount (vch-idx) to aph-amount
           move vch-gl-account (vch-idx) to aph-gl-account
           move vch-line-count (vch-idx) to aph-line-count
           write ap-voucher-record
           add vch-amount (vch-idx) to voucher-grand-total
           .
      * period, remittance type and payee -- ap's invoice number
       build-voucher-reference.
           move spaces to ap-reference
           string voucher-pay-period delimited by size
                  cvk-remit-type delimited by space
                  cvk-payee-key delimited by space
                  into ap-reference
           end-string
           .
       find-vendor.
           move zero to vnt-found-idx
           perform match-vendor varying vnt-idx
             from 1 by 1 until vnt-idx > vnt-count
           if voucher-check-date is numeric then
             move voucher-check-date to check-date-integer
           else
             move voucher-run-date to check-date-integer
           end-if
           .
       match-vendor.
           if vnt-remit-type (vnt-idx) = cvk-remit-type
               and vnt-payee-key (vnt-idx) = cvk-payee-key then
             move vnt-idx to vnt-found-idx
           end-if
           .
       find-remit-type.
           move 1 to current-type-idx
           perform match-remit-type varying rtt-idx
             from 1 by 1 until rtt-idx > remit-type-count
           .
       match-remit-type.
           if rtt-remit-type (rtt-idx) = vs-remit-type then
             move rtt-idx to current-type-idx
           end-if
           .
      *----------------------------------------------------------
      * the control report -- each remittance file footed to the
      * vouchers (read = left out + vouchered), then the voucher
      * list ap loads against
      *----------------------------------------------------------
       print-control-report.
           open output control-report
           move voucher-pay-period to ch-pay-period
           move control-heading to control-print-line
           write control-print-line
           move footing-column-heading to control-print-line
           write control-print-line
           perform print-one-footing varying rtt-idx
             from 1 by 1 until rtt-idx > remit-type-count
           move spaces to control-print-line
           write control-print-line
           move voucher-column-heading to control-print-line
           write control-print-line
           perform print-one-voucher varying vch-idx
             from 1 by 1 until vch-idx > vch-count
           move vch-count to ctl-voucher-count
           move voucher-grand-total to ctl-voucher-total
           move control-total-line to control-print-line
           write control-print-line
           if not vouchers-foot then
             move footing-flag-line to control-print-line
             write control-print-line
             move 16 to return-code
           end-if
           if unmapped-count not = zero then
             move vendor-flag-line to control-print-line
             write control-print-line
             if return-code < 4 then
               move 4 to return-code
             end-if
           end-if
           close control-report
           .
       print-one-footing.
           move rtt-file-name (rtt-idx) to fdl-file-name
           move rtf-read-count (rtt-idx) to fdl-read-count
           move rtf-read-amount (rtt-idx) to fdl-read-amount
           move rtf-skip-amount (rtt-idx) to fdl-skip-amount
           move rtf-voucher-amount (rtt-idx) to fdl-voucher-amount
           move spaces to fdl-flag
           if rtf-read-amount (rtt-idx) not =
               rtf-skip-amount (rtt-idx)
               + rtf-voucher-amount (rtt-idx) then
             move "N" to footing-switch
             move "*** DOES NOT FOOT" to fdl-flag
           end-if
           move footing-detail-line to control-print-line
           write control-print-line
           .
       print-one-voucher.
           move vch-company-code (vch-idx) to vdl-company-code
           move vch-company-code (vch-idx) to cvk-company-code
           move vch-remit-type (vch-idx) to cvk-remit-type
           move vch-payee-key (vch-idx) to cvk-payee-key
           perform find-vendor
           move spaces to vdl-flag
           if vnt-found-idx not = zero then
             move vnt-vendor-id (vnt-found-idx) to vdl-vendor-id
           else
             move vch-payee-key (vch-idx) to vdl-vendor-id
             move "NO VENDOR ROW" to vdl-flag
           end-if
           perform build-voucher-reference
           move ap-reference to vdl-reference
           move spaces to vdl-due-date
           move vch-amount (vch-idx) to vdl-amount
           move vch-line-count (vch-idx) to vdl-line-count
           move vch-gl-account (vch-idx) to vdl-gl-account
           move voucher-detail-line to control-print-line
           write control-print-line
           .
       clean-up.
           close garnishment-file
           close empmast
           display "AP VOUCHERS WRITTEN -- " vch-count " VOUCHERS, "
             voucher-grand-total " -- SEE APVOUCH.PRT"
           .
       end program apvouch.
