       identification division.
       program-id. w2correct.
       author. charles r. martin.
       date-written. 2026-sep-15.
      * w-2c corrections for a closed year.  once yearend has
      * closed the year and the w-2s have gone in, a void, retro
      * or backout dated to that year changes the employee's pay
      * history and nothing else -- the filed w-2 stays wrong and
      * the w-2c gets written by hand.  this program takes each
      * filed w-2 off the w-2 extract, with the social security
      * wages off the dated yearend archive the year closed into,
      * as the previously reported figures (or the last w-2c
      * filed for the employee, off w2chist.dat, when there is
      * one), recomputes the same boxes from pay history by pay
      * date, and for every employee with a box that moved
      * prints the w-2c -- previously reported and correct for
      * each box changed -- writes the efw2c submission for each
      * company with its w-3c totals, and records the correction
      * so the same change is never filed twice.  a preview run
      * prints the forms and files nothing.
       environment division.
       input-output section.
       file-control.
      * the w-2s as filed -- the extract the year was closed
      * against, sorted company then employee
           select w2-extract
             assign to w2-extract-name
               organization is line sequential
               file status is w2-status.
      * the closing ytd master and company shares yearend dumped
      * under the closing date
           select ytd-archive
             assign to ytd-archive-name
               organization is line sequential
               file status is ytd-archive-status.
           select ytd-company-archive
             assign to ytd-company-archive-name
               organization is line sequential
               file status is ytd-company-archive-status.
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
      * every w-2c ever filed, oldest first
           select correction-history
             assign to "w2chist.dat"
               organization is line sequential
               file status is correction-history-status.
      * the efw2c submission, one file per company -- the
      * primary's keeps the plain name
           select ssa-correction-file
             assign to ssa-correction-name
               organization is line sequential.
           select w2c-report
             assign to "w2c.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd w2-extract.
           copy w2rec.
       fd ytd-archive.
           copy ytdrec.
       fd ytd-company-archive.
           copy ytdcorec.
       fd pay-history-file.
           copy payhist.
       fd held-pay-file.
           copy heldrec.
       fd empmast.
           copy emprec.
       fd company-control-file.
           copy compctl.
       fd correction-history.
           copy w2crec.
       fd ssa-correction-file.
       01 ssa-correction-record pic x(160).
       fd w2c-report.
       01 w2c-print-line pic x(100).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 w2-status          pic x(02).
       01 ytd-archive-status pic x(02).
       01 ytd-company-archive-status pic x(02).
       01 pay-history-status pic x(02).
           88 pay-history-ok     value "00".
       01 held-pay-status    pic x(02).
           88 held-pay-ok        value "00".
       01 empmast-status     pic x(02).
           88 empmast-ok         value "00".
       01 company-control-status pic x(02).
       01 correction-history-status pic x(02).
       01 run-log-status     pic x(02).
       01 operator-id        pic x(10).
       01 operator-password  pic x(10).
       01 signon-switch      pic x value "N".
           88 operator-authorized  value "Y".
      * the shared sign-on's request block -- the one check every
      * program in the suite now goes through
           copy signreq.
       01 run-abandoned      pic x value "N".
           88 correction-abandoned value "Y".
       01 filing-answer      pic x(01).
       01 filing-switch      pic x(01) value "N".
           88 filing-corrections value "Y".
       01 tax-year           pic x(04).
       01 closing-date       pic x(08).
       01 w2-extract-name    pic x(30).
       01 ytd-archive-name.
           02 filler          pic x(08) value "ytdmast.".
           02 ytd-arc-date    pic x(08).
           02 filler          pic x(04) value ".arc".
       01 ytd-company-archive-name.
           02 filler          pic x(08) value "ytdcomp.".
           02 ytd-co-arc-date pic x(08).
           02 filler          pic x(04) value ".arc".
       01 ssa-correction-name pic x(20).
       01 ssa-file-switch    pic x(01) value "N".
           88 ssa-file-open      value "Y".
       01 end-file           pic x(01).
           88 eof                value "T".
       01 archive-eof        pic x(01).
           88 archive-eof-reached value "T".
       01 history-eof        pic x(01).
           88 history-eof-reached value "T".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
       01 payment-cancelled  pic x(01).
           88 cancelled-payment  value "Y".
      * social security wages stop at the statutory base -- the
      * same compiled base the w-2 extract capped them at
       77 fica-wage-base     pic 9(7)v99 value 168600.00.
      * compiled-in filing identity -- seeds the primary company
      * when no company control file has been keyed
       77 employer-ein       pic x(09) value "123456789".
       77 employer-name      pic x(35) value "ACME MFG CO".
       01 company-table.
           02 cmp-entry occurs 4 times.
               03 cmp-code  pic x(02).
               03 cmp-name  pic x(25).
               03 cmp-ein   pic x(09).
       77 company-table-max  pic 9(02) value 4.
       01 cmp-count          pic 9(02) usage comp value zero.
       01 cmp-idx            pic 9(02) usage comp.
       01 cmp-out-idx        pic 9(02) usage comp.
       01 home-company       pic x(02).
       01 payment-company    pic x(02).
       01 previous-company   pic x(02) value spaces.
      * the social security wages each closing record reported --
      * company shares under their company, totals records under
      * a blank company for the employees with no share
       01 archive-table.
           02 arc-entry occurs 5000 times.
               03 arc-company-code pic x(02).
               03 arc-employee-id  pic x(05).
               03 arc-fica-wages   pic 9(7)v99 usage comp.
       77 archive-table-max  pic 9(04) value 5000.
       01 arc-count          pic 9(04) usage comp value zero.
       01 arc-idx            pic 9(04) usage comp.
       01 arc-found-idx      pic 9(04) usage comp.
       01 want-company       pic x(02).
       01 fica-wages-uncapped pic 9(7)v99 usage comp.
      * the last w-2c filed for each employee and company this
      * year -- a later filing replaces an earlier one
       01 history-table.
           02 hst-entry occurs 1000 times.
               03 hst-company-code pic x(02).
               03 hst-employee-id  pic x(05).
               03 hst-figures      pic x(165).
       77 history-table-max  pic 9(04) value 1000.
       01 hst-count          pic 9(04) usage comp value zero.
       01 hst-idx            pic 9(04) usage comp.
       01 hst-found-idx      pic 9(04) usage comp.
      * the boxes as previously reported and as they should be --
      * both laid out like the history record's figures
       01 previous-figures.
           02 pf-wages        pic 9(07)v99.
           02 pf-fed-tax      pic 9(07)v99.
           02 pf-fica-wages   pic 9(07)v99.
           02 pf-fica-tax     pic 9(07)v99.
           02 pf-box12-amount pic 9(07)v99.
           02 pf-state-entry occurs 6 times.
               03 pf-st-state-code pic x(02).
               03 pf-st-wages      pic 9(07)v99.
               03 pf-st-tax        pic 9(07)v99.
       01 correct-figures.
           02 cf-wages        pic 9(07)v99.
           02 cf-fed-tax      pic 9(07)v99.
           02 cf-fica-wages   pic 9(07)v99.
           02 cf-fica-tax     pic 9(07)v99.
           02 cf-box12-amount pic 9(07)v99.
           02 cf-state-entry occurs 6 times.
               03 cf-st-state-code pic x(02).
               03 cf-st-wages      pic 9(07)v99.
               03 cf-st-tax        pic 9(07)v99.
       77 ytd-state-max      pic 9(02) value 6.
       01 pst-idx            pic 9(02) usage comp.
       01 cst-idx            pic 9(02) usage comp.
       01 cst-count          pic 9(02) usage comp.
       01 cst-match-idx      pic 9(02) usage comp.
       01 pst-match-idx      pic 9(02) usage comp.
       01 hps-idx            pic 9(02) usage comp.
       01 want-state         pic x(02).
      * the year off pay history for the current w-2
       01 history-gross      pic 9(7)v99 usage comp.
       01 history-imputed    pic 9(7)v99 usage comp.
       01 history-state-tax  pic 9(7)v99 usage comp.
       01 payment-taxable    pic 9(6)v99 usage comp.
       01 payment-imputed-gtl pic 9(5)v99 usage comp.
       01 payment-imputed-other pic 9(5)v99 usage comp.
       01 assigned-wages     pic 9(7)v99 usage comp.
       01 assigned-tax       pic 9(7)v99 usage comp.
       01 left-wages         pic 9(7)v99 usage comp.
       01 left-tax           pic 9(7)v99 usage comp.
       01 box-changed-switch pic x(01).
           88 box-changed        value "Y".
      * the boxes of one form, printed only where they moved
       01 box-caption        pic x(28).
       01 box-previous       pic 9(07)v99.
       01 box-correct        pic 9(07)v99.
      * this company's w-3c -- the corrected employees' boxes as
      * previously reported and as corrected
       01 w3c-totals.
           02 w3c-employee-count pic 9(07) usage comp.
           02 w3c-prev-wages     pic 9(11)v99 usage comp.
           02 w3c-corr-wages     pic 9(11)v99 usage comp.
           02 w3c-prev-fed       pic 9(11)v99 usage comp.
           02 w3c-corr-fed       pic 9(11)v99 usage comp.
           02 w3c-prev-fica-wages pic 9(11)v99 usage comp.
           02 w3c-corr-fica-wages pic 9(11)v99 usage comp.
           02 w3c-prev-fica      pic 9(11)v99 usage comp.
           02 w3c-corr-fica      pic 9(11)v99 usage comp.
           02 w3c-prev-box12     pic 9(11)v99 usage comp.
           02 w3c-corr-box12     pic 9(11)v99 usage comp.
       01 w2-read-count      pic 9(05) usage comp value zero.
       01 corrected-count    pic 9(05) usage comp value zero.
       01 ssa-cents-work     pic 9(11) usage comp.
      * efw2c records built in working storage and moved to the
      * file record, the way the w-2 extract builds its own
       01 ssa-employer-record.
           02 sce-record-type  pic x(03) value "RCE".
           02 sce-tax-year     pic x(04).
           02 sce-ein          pic x(09).
           02 sce-name         pic x(35).
           02 filler           pic x(109) value spaces.
      * each money box twice -- originally reported, then correct
      * -- in cents, unsigned, zero-filled
       01 ssa-wage-record.
           02 scw-record-type  pic x(03) value "RCW".
           02 scw-ssn          pic x(09).
           02 scw-firstname    pic x(10).
           02 scw-surname      pic x(15).
           02 scw-orig-wages   pic 9(11).
           02 scw-corr-wages   pic 9(11).
           02 scw-orig-fed-tax pic 9(11).
           02 scw-corr-fed-tax pic 9(11).
           02 scw-orig-fica-wages pic 9(11).
           02 scw-corr-fica-wages pic 9(11).
           02 scw-orig-fica-tax pic 9(11).
           02 scw-corr-fica-tax pic 9(11).
           02 scw-box12-code   pic x(02).
           02 scw-orig-box12   pic 9(11).
           02 scw-corr-box12   pic 9(11).
           02 filler           pic x(11) value spaces.
       01 ssa-state-record.
           02 scs-record-type  pic x(03) value "RCS".
           02 scs-state-code   pic x(02).
           02 scs-ssn          pic x(09).
           02 scs-orig-wages   pic 9(11).
           02 scs-corr-wages   pic 9(11).
           02 scs-orig-tax     pic 9(11).
           02 scs-corr-tax     pic 9(11).
           02 filler           pic x(102) value spaces.
       01 ssa-total-record.
           02 sct-record-type  pic x(03) value "RCT".
           02 sct-employee-count pic 9(07).
           02 sct-orig-wages   pic 9(13).
           02 sct-corr-wages   pic 9(13).
           02 sct-orig-fed-tax pic 9(13).
           02 sct-corr-fed-tax pic 9(13).
           02 sct-orig-fica-wages pic 9(13).
           02 sct-corr-fica-wages pic 9(13).
           02 sct-orig-fica-tax pic 9(13).
           02 sct-corr-fica-tax pic 9(13).
           02 sct-orig-box12   pic 9(13).
           02 sct-corr-box12   pic 9(13).
           02 filler           pic x(20) value spaces.
       01 form-heading-line.
           02 filler pic x(19) value "FORM W-2C TAX YEAR".
           02 fhl-tax-year  pic x(04).
           02 filler pic x(12) value "  EMPLOYER ".
           02 fhl-name      pic x(25).
           02 filler pic x(06) value " EIN ".
           02 fhl-ein       pic x(09).
       01 form-employee-line.
           02 filler pic x(10) value "EMPLOYEE ".
           02 fel-employee-id pic x(05).
           02 filler pic x(07) value "  SSN ".
           02 fel-ssn       pic x(09).
           02 filler pic x(02).
           02 fel-firstname pic x(10).
           02 filler pic x(01).
           02 fel-surname   pic x(15).
       01 form-column-line.
           02 filler pic x(30) value "BOX".
           02 filler pic x(22) value "PREVIOUSLY REPORTED".
           02 filler pic x(20) value "CORRECT INFORMATION".
       01 form-box-line.
           02 fbl-caption   pic x(28).
           02 filler        pic x(02).
           02 fbl-previous  pic $$,$$$,$$9.99.
           02 filler        pic x(09).
           02 fbl-correct   pic $$,$$$,$$9.99.
       01 w3c-heading-line.
           02 filler pic x(24) value "FORM W-3C TOTALS -- CO ".
           02 whl-company   pic x(02).
           02 filler pic x(14) value "  EMPLOYEES ".
           02 whl-count     pic zzzz9.
       01 run-total-line.
           02 filler pic x(22) value "W-2S READ".
           02 rtl-read      pic zzzz9.
           02 filler pic x(14) value "  CORRECTED".
           02 rtl-corrected pic zzzz9.
           02 filler pic x(02).
           02 rtl-mode      pic x(20).
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             if not correction-abandoned then
               move "N" to end-file
               perform correct-one-w2 with test before until eof
               perform finish-company
               perform clean-up
             end-if
           else
             move 16 to return-code
           end-if
           stop run.
      * the shared sign-on owns the password rules -- a w-2c is a
      * correction filed with the government
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "C" to sr-required-auth
           move "w2correct" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO FILE W-2 CORRECTIONS ***"
           end-if
           .
       initialize-program.
           display "TAX YEAR TO CORRECT (YYYY): "
           accept tax-year
           display "DATE THE YEAR WAS CLOSED -- THE ARCHIVE DATE "
             "(YYYYMMDD): "
           accept closing-date
           display "W-2 EXTRACT AS FILED (BLANK FOR "
             "W2EXTRACT.DAT): "
           accept w2-extract-name
           if w2-extract-name = spaces then
             move "w2extract.dat" to w2-extract-name
           end-if
           display "FILE THE CORRECTIONS (Y) OR PREVIEW ONLY (N): "
           accept filing-answer
           if filing-answer = "Y" then
             move "Y" to filing-switch
           end-if
           move closing-date to ytd-arc-date ytd-co-arc-date
           perform load-company-control
           perform load-archive-table
           if not correction-abandoned then
             open input w2-extract
             if w2-status not = "00" then
               display "*** NO W-2 EXTRACT " w2-extract-name
                 " -- NOTHING TO CORRECT ***"
               move 16 to return-code
               move "Y" to run-abandoned
             end-if
           end-if
           if not correction-abandoned then
             perform load-correction-history
             open input pay-history-file
             open input held-pay-file
             open input empmast
             open output w2c-report
             if filing-corrections then
               open extend correction-history
               if correction-history-status not = "00" then
                 open output correction-history
               end-if
             end-if
           end-if
           .
       load-company-control.
           perform clear-company-entry varying cmp-idx
             from 1 by 1 until cmp-idx > company-table-max
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
             move employer-ein to cmp-ein (1)
           end-if
           .
       clear-company-entry.
           move spaces to cmp-code (cmp-idx) cmp-name (cmp-idx)
             cmp-ein (cmp-idx)
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
               move co-ein to cmp-ein (cmp-count)
             end-if
           end-if
           .
      * the social security wages each closing record put on the
      * w-2 -- the closing master has to be there, the company
      * archive only if the year had company shares
       load-archive-table.
           open input ytd-archive
           if ytd-archive-status not = "00" then
             display "*** NO YEAREND ARCHIVE " ytd-archive-name
               " -- NOTHING TO CORRECT ***"
             move 16 to return-code
             move "Y" to run-abandoned
           else
             move "N" to archive-eof
             perform load-one-total-archive with test before
               until archive-eof-reached
             close ytd-archive
             open input ytd-company-archive
             if ytd-company-archive-status = "00" then
               move "N" to archive-eof
               perform load-one-company-archive with test before
                 until archive-eof-reached
               close ytd-company-archive
             end-if
           end-if
           .
       load-one-total-archive.
           read ytd-archive
             at end move "T" to archive-eof
           end-read
           if not archive-eof-reached then
             move spaces to want-company
             perform add-archive-entry
           end-if
           .
       load-one-company-archive.
           read ytd-company-archive
             at end move "T" to archive-eof
           end-read
           if not archive-eof-reached then
             move yc-company-code to want-company
             move yc-ytd-image to ytd-record
             perform add-archive-entry
           end-if
           .
      * gross plus imputed income, capped -- how the w-2 extract
      * figured box 3
       add-archive-entry.
           if arc-count < archive-table-max then
             add 1 to arc-count
             move want-company to arc-company-code (arc-count)
             move yt-employee-id to arc-employee-id (arc-count)
             if yt-ytd-imputed-gtl is not numeric then
               move zero to yt-ytd-imputed-gtl
             end-if
             if yt-ytd-imputed-other is not numeric then
               move zero to yt-ytd-imputed-other
             end-if
             add yt-ytd-gross yt-ytd-imputed-gtl
               yt-ytd-imputed-other giving fica-wages-uncapped
             if fica-wages-uncapped > fica-wage-base then
               move fica-wage-base to arc-fica-wages (arc-count)
             else
               move fica-wages-uncapped
                 to arc-fica-wages (arc-count)
             end-if
           else
             display "*** MORE THAN " archive-table-max
               " ARCHIVE RECORDS -- BOX 3 READS ZERO PAST THEM ***"
           end-if
           .
      * the year's earlier w-2c filings, latest last
       load-correction-history.
           open input correction-history
           if correction-history-status = "00" then
             move "N" to history-eof
             perform load-one-correction with test before
               until history-eof-reached
             close correction-history
           end-if
           .
       load-one-correction.
           read correction-history
             at end move "T" to history-eof
           end-read
           if not history-eof-reached and wc-tax-year = tax-year then
             move wc-company-code to want-company
             move wc-employee-id to em-employee-id
             perform find-history-entry
             if hst-found-idx = zero then
               if hst-count < history-table-max then
                 add 1 to hst-count
                 move hst-count to hst-found-idx
                 move wc-company-code to hst-company-code (hst-count)
                 move wc-employee-id to hst-employee-id (hst-count)
               end-if
             end-if
             if hst-found-idx not = zero then
               move wc-figures to hst-figures (hst-found-idx)
             end-if
           end-if
           .
       find-history-entry.
           move zero to hst-found-idx
           perform match-history-entry varying hst-idx
             from 1 by 1 until hst-idx > hst-count
           .
       match-history-entry.
           if hst-company-code (hst-idx) = want-company
               and hst-employee-id (hst-idx) = em-employee-id then
             move hst-idx to hst-found-idx
           end-if
           .
      *----------------------------------------------------------
      * one filed w-2 -- what it reported, what pay history now
      * says, and the w-2c when a box moved
      *----------------------------------------------------------
       correct-one-w2.
           read w2-extract
             at end move "T" to end-file
           end-read
           if not eof then
             add 1 to w2-read-count
             if w2-company-code not = previous-company then
               if previous-company not = spaces then
                 perform finish-company
               end-if
               move w2-company-code to previous-company
               perform start-company
             end-if
             perform build-previous-figures
             perform build-correct-figures
             perform compare-figures
             if box-changed then
               perform issue-correction
             end-if
           end-if
           .
       start-company.
           move zero to w3c-employee-count w3c-prev-wages
             w3c-corr-wages w3c-prev-fed w3c-corr-fed
             w3c-prev-fica-wages w3c-corr-fica-wages w3c-prev-fica
             w3c-corr-fica w3c-prev-box12 w3c-corr-box12
           move 1 to cmp-out-idx
           perform find-w2-company varying cmp-idx
             from 1 by 1 until cmp-idx > cmp-count
           .
       find-w2-company.
           if cmp-code (cmp-idx) = previous-company then
             move cmp-idx to cmp-out-idx
           end-if
           .
      * the w-2 as filed, box 3 off the archive -- unless a w-2c
      * has been filed since, which is then what was last told
      * to the ssa
       build-previous-figures.
           move w2-wages to pf-wages
           move w2-fed-tax to pf-fed-tax
           move w2-fica-tax to pf-fica-tax
           if w2-box12-code = "C " then
             move w2-box12-amount to pf-box12-amount
           else
             move zero to pf-box12-amount
           end-if
           perform copy-filed-state varying pst-idx
             from 1 by 1 until pst-idx > ytd-state-max
           move zero to pf-fica-wages
           move w2-company-code to want-company
           perform find-archive-entry
           if arc-found-idx = zero then
             move spaces to want-company
             perform find-archive-entry
           end-if
           if arc-found-idx not = zero then
             move arc-fica-wages (arc-found-idx) to pf-fica-wages
           end-if
           move w2-company-code to want-company
           move w2-employee-id to em-employee-id
           perform find-history-entry
           if hst-found-idx not = zero then
             move hst-figures (hst-found-idx) to previous-figures
           end-if
           .
       copy-filed-state.
           move w2-st-state-code (pst-idx) to pf-st-state-code (pst-idx)
           move w2-st-wages (pst-idx) to pf-st-wages (pst-idx)
           move w2-st-tax (pst-idx) to pf-st-tax (pst-idx)
           .
       find-archive-entry.
           move zero to arc-found-idx
           perform match-archive-entry varying arc-idx
             from 1 by 1 until arc-idx > arc-count
               or arc-found-idx not = zero
           .
       match-archive-entry.
           if arc-company-code (arc-idx) = want-company
               and arc-employee-id (arc-idx) = w2-employee-id then
             move arc-idx to arc-found-idx
           end-if
           .
      * every payment the employee was paid in the tax year by
      * this company -- reversed payments and cancelled holds
      * left out, the same rules the ytd audit sums by
       build-correct-figures.
           move zero to cf-wages cf-fed-tax cf-fica-wages
             cf-fica-tax cf-box12-amount history-gross
             history-imputed history-state-tax cst-count
             assigned-wages assigned-tax
           perform clear-correct-state varying cst-idx
             from 1 by 1 until cst-idx > ytd-state-max
           move w2-employee-id to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if empmast-ok then
             move em-company-code to home-company
           else
             move spaces to home-company
           end-if
           move w2-employee-id to ph-employee-id
           move spaces to ph-pay-period
           move zero to ph-payment-seq
           start pay-history-file key not < ph-key
             invalid key move "23" to pay-history-status
           end-start
           if pay-history-ok then
             move "N" to history-eof
             perform sum-one-payment with test before
               until history-eof-reached
           end-if
           add history-gross history-imputed
             giving fica-wages-uncapped
           if fica-wages-uncapped > fica-wage-base then
             move fica-wage-base to cf-fica-wages
           else
             move fica-wages-uncapped to cf-fica-wages
           end-if
           perform assign-resident-state
           .
       clear-correct-state.
           move spaces to cf-st-state-code (cst-idx)
           move zero to cf-st-wages (cst-idx) cf-st-tax (cst-idx)
           .
       sum-one-payment.
           read pay-history-file next record
             at end move "T" to history-eof
           end-read
           if not history-eof-reached then
             if ph-employee-id not = w2-employee-id then
               move "T" to history-eof
             else
               if ph-pay-date (1:4) = tax-year
                   and not ph-reversed then
                 perform check-payment-cancelled
                 perform resolve-payment-company
                 if not cancelled-payment
                     and payment-company = w2-company-code then
                   perform add-payment-to-figures
                 end-if
               end-if
             end-if
           end-if
           .
      * a held payment whose held-pay entry was cancelled never
      * stayed on the ytd record -- the review program reversed it
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
      * a blank or unknown company is the primary's, the same rule
      * the run applies to the employee master
       resolve-payment-company.
           move ph-company-code to payment-company
           if payment-company = spaces then
             move home-company to payment-company
           end-if
           move "N" to company-eof
           perform match-payment-company varying cmp-idx
             from 1 by 1 until cmp-idx > cmp-count
           if not company-eof-reached then
             move cmp-code (1) to payment-company
           end-if
           .
       match-payment-company.
           if cmp-code (cmp-idx) = payment-company
               and payment-company not = spaces then
             move "T" to company-eof
           end-if
           .
       add-payment-to-figures.
           move zero to payment-imputed-gtl payment-imputed-other
           if ph-imputed-gtl is numeric then
             move ph-imputed-gtl to payment-imputed-gtl
           end-if
           if ph-imputed-other is numeric then
             move ph-imputed-other to payment-imputed-other
           end-if
           compute payment-taxable =
             ph-gross-pay - ph-pretax-deductions
             + payment-imputed-gtl + payment-imputed-other
           add payment-taxable to cf-wages
           add ph-fed-tax to cf-fed-tax
           add ph-fica-tax to cf-fica-tax
           add payment-imputed-gtl to cf-box12-amount
           add ph-gross-pay to history-gross
           add payment-imputed-gtl payment-imputed-other
             to history-imputed
           add ph-state-tax to history-state-tax
           perform take-payment-state varying hps-idx
             from 1 by 1 until hps-idx > 3
           .
      * a history record from before the state split reads
      * spaces here and goes to the resident state below
       take-payment-state.
           if ph-st-state-code (hps-idx) not = spaces
               and ph-st-wages (hps-idx) is numeric
               and ph-st-tax (hps-idx) is numeric then
             move ph-st-state-code (hps-idx) to want-state
             perform find-correct-state
             add ph-st-wages (hps-idx) to cf-st-wages (cst-match-idx)
             add ph-st-tax (hps-idx) to cf-st-tax (cst-match-idx)
             add ph-st-wages (hps-idx) to assigned-wages
             add ph-st-tax (hps-idx) to assigned-tax
           end-if
           .
      * whatever the state entries don't carry is resident-state
      * money, so boxes 16 and 17 foot to the totals the way the
      * w-2 extract made them
       assign-resident-state.
           if cf-wages > assigned-wages then
             subtract assigned-wages from cf-wages giving left-wages
           else
             move zero to left-wages
           end-if
           if history-state-tax > assigned-tax then
             subtract assigned-tax from history-state-tax
               giving left-tax
           else
             move zero to left-tax
           end-if
           if left-wages not = zero or left-tax not = zero then
             if empmast-ok then
               move em-state-code to want-state
             else
               move "??" to want-state
             end-if
             perform find-correct-state
             add left-wages to cf-st-wages (cst-match-idx)
             add left-tax to cf-st-tax (cst-match-idx)
           end-if
           .
       find-correct-state.
           move zero to cst-match-idx
           perform match-correct-state varying cst-idx
             from 1 by 1 until cst-idx > cst-count
           if cst-match-idx = zero then
             if cst-count < ytd-state-max then
               add 1 to cst-count
               move cst-count to cst-match-idx
               move want-state to cf-st-state-code (cst-count)
             else
               move 1 to cst-match-idx
             end-if
           end-if
           .
       match-correct-state.
           if cf-st-state-code (cst-idx) = want-state then
             move cst-idx to cst-match-idx
           end-if
           .
      * any box that moved -- the federal boxes, then every state
      * on either side
       compare-figures.
           move "N" to box-changed-switch
           if pf-wages not = cf-wages
               or pf-fed-tax not = cf-fed-tax
               or pf-fica-wages not = cf-fica-wages
               or pf-fica-tax not = cf-fica-tax
               or pf-box12-amount not = cf-box12-amount then
             move "Y" to box-changed-switch
           end-if
           perform compare-previous-state varying pst-idx
             from 1 by 1 until pst-idx > ytd-state-max
           perform compare-correct-state varying cst-idx
             from 1 by 1 until cst-idx > ytd-state-max
           .
       compare-previous-state.
           if pf-st-state-code (pst-idx) not = spaces then
             move pf-st-state-code (pst-idx) to want-state
             perform find-correct-match
             if cst-match-idx = zero then
               if pf-st-wages (pst-idx) not = zero
                   or pf-st-tax (pst-idx) not = zero then
                 move "Y" to box-changed-switch
               end-if
             else
               if pf-st-wages (pst-idx)
                     not = cf-st-wages (cst-match-idx)
                   or pf-st-tax (pst-idx)
                     not = cf-st-tax (cst-match-idx) then
                 move "Y" to box-changed-switch
               end-if
             end-if
           end-if
           .
       compare-correct-state.
           if cf-st-state-code (cst-idx) not = spaces then
             move cf-st-state-code (cst-idx) to want-state
             perform find-previous-match
             if pst-match-idx = zero then
               if cf-st-wages (cst-idx) not = zero
                   or cf-st-tax (cst-idx) not = zero then
                 move "Y" to box-changed-switch
               end-if
             end-if
           end-if
           .
       find-correct-match.
           move zero to cst-match-idx
           perform match-correct-state varying cst-idx
             from 1 by 1 until cst-idx > ytd-state-max
           .
       find-previous-match.
           move zero to pst-match-idx
           perform match-previous-state varying pst-idx
             from 1 by 1 until pst-idx > ytd-state-max
           .
       match-previous-state.
           if pf-st-state-code (pst-idx) = want-state then
             move pst-idx to pst-match-idx
           end-if
           .
      *----------------------------------------------------------
      * the correction itself -- the printed w-2c, the efw2c
      * records, the company's w-3c totals, and the history
      * record that keeps it from being filed again
      *----------------------------------------------------------
       issue-correction.
           add 1 to corrected-count
           add 1 to w3c-employee-count
           add pf-wages to w3c-prev-wages
           add cf-wages to w3c-corr-wages
           add pf-fed-tax to w3c-prev-fed
           add cf-fed-tax to w3c-corr-fed
           add pf-fica-wages to w3c-prev-fica-wages
           add cf-fica-wages to w3c-corr-fica-wages
           add pf-fica-tax to w3c-prev-fica
           add cf-fica-tax to w3c-corr-fica
           add pf-box12-amount to w3c-prev-box12
           add cf-box12-amount to w3c-corr-box12
           perform print-correction-form
           if filing-corrections then
             perform write-ssa-correction
             perform record-correction
           end-if
           .
       print-correction-form.
           move tax-year to fhl-tax-year
           move cmp-name (cmp-out-idx) to fhl-name
           move cmp-ein (cmp-out-idx) to fhl-ein
           move form-heading-line to w2c-print-line
           write w2c-print-line
           move w2-employee-id to fel-employee-id
           move w2-ssn to fel-ssn
           move w2-firstname to fel-firstname
           move w2-surname to fel-surname
           move form-employee-line to w2c-print-line
           write w2c-print-line
           move form-column-line to w2c-print-line
           write w2c-print-line
           move "1  WAGES, TIPS, OTHER COMP" to box-caption
           move pf-wages to box-previous
           move cf-wages to box-correct
           perform print-box-if-changed
           move "2  FEDERAL INCOME TAX" to box-caption
           move pf-fed-tax to box-previous
           move cf-fed-tax to box-correct
           perform print-box-if-changed
           move "3  SOCIAL SECURITY WAGES" to box-caption
           move pf-fica-wages to box-previous
           move cf-fica-wages to box-correct
           perform print-box-if-changed
           move "4/6 SS AND MEDICARE TAX" to box-caption
           move pf-fica-tax to box-previous
           move cf-fica-tax to box-correct
           perform print-box-if-changed
           move "12 CODE C GROUP-TERM LIFE" to box-caption
           move pf-box12-amount to box-previous
           move cf-box12-amount to box-correct
           perform print-box-if-changed
           perform print-previous-state varying pst-idx
             from 1 by 1 until pst-idx > ytd-state-max
           perform print-new-state varying cst-idx
             from 1 by 1 until cst-idx > ytd-state-max
           move spaces to w2c-print-line
           write w2c-print-line
           .
       print-box-if-changed.
           if box-previous not = box-correct then
             move box-caption to fbl-caption
             move box-previous to fbl-previous
             move box-correct to fbl-correct
             move form-box-line to w2c-print-line
             write w2c-print-line
           end-if
           .
      * a state on the filed w-2 -- against its corrected figures,
      * or against zero when pay history no longer has it
       print-previous-state.
           if pf-st-state-code (pst-idx) not = spaces then
             move pf-st-state-code (pst-idx) to want-state
             perform find-correct-match
             move spaces to box-caption
             string "16 STATE WAGES " delimited by size
                    want-state delimited by size
                    into box-caption
             end-string
             move pf-st-wages (pst-idx) to box-previous
             move zero to box-correct
             if cst-match-idx not = zero then
               move cf-st-wages (cst-match-idx) to box-correct
             end-if
             perform print-box-if-changed
             move spaces to box-caption
             string "17 STATE INCOME TAX " delimited by size
                    want-state delimited by size
                    into box-caption
             end-string
             move pf-st-tax (pst-idx) to box-previous
             move zero to box-correct
             if cst-match-idx not = zero then
               move cf-st-tax (cst-match-idx) to box-correct
             end-if
             perform print-box-if-changed
           end-if
           .
      * a state pay history has that the filed w-2 did not
       print-new-state.
           if cf-st-state-code (cst-idx) not = spaces then
             move cf-st-state-code (cst-idx) to want-state
             perform find-previous-match
             if pst-match-idx = zero then
               move spaces to box-caption
               string "16 STATE WAGES " delimited by size
                      want-state delimited by size
                      into box-caption
               end-string
               move zero to box-previous
               move cf-st-wages (cst-idx) to box-correct
               perform print-box-if-changed
               move spaces to box-caption
               string "17 STATE INCOME TAX " delimited by size
                      want-state delimited by size
                      into box-caption
               end-string
               move zero to box-previous
               move cf-st-tax (cst-idx) to box-correct
               perform print-box-if-changed
             end-if
           end-if
           .
      * the company's efw2c file opens with its first correction
      * -- a company with none files nothing
       write-ssa-correction.
           if not ssa-file-open then
             if cmp-out-idx = 1 then
               move "w2cssa.dat" to ssa-correction-name
             else
               move spaces to ssa-correction-name
               string "w2cssa" delimited by size
                      cmp-code (cmp-out-idx) delimited by size
                      ".dat" delimited by size
                      into ssa-correction-name
               end-string
             end-if
             open output ssa-correction-file
             move "Y" to ssa-file-switch
             move tax-year to sce-tax-year
             move cmp-ein (cmp-out-idx) to sce-ein
             move cmp-name (cmp-out-idx) to sce-name
             move ssa-employer-record to ssa-correction-record
             write ssa-correction-record
           end-if
           move w2-ssn to scw-ssn
           move w2-firstname to scw-firstname
           move w2-surname to scw-surname
           multiply pf-wages by 100 giving scw-orig-wages
           multiply cf-wages by 100 giving scw-corr-wages
           multiply pf-fed-tax by 100 giving scw-orig-fed-tax
           multiply cf-fed-tax by 100 giving scw-corr-fed-tax
           multiply pf-fica-wages by 100 giving scw-orig-fica-wages
           multiply cf-fica-wages by 100 giving scw-corr-fica-wages
           multiply pf-fica-tax by 100 giving scw-orig-fica-tax
           multiply cf-fica-tax by 100 giving scw-corr-fica-tax
           if pf-box12-amount not = zero
               or cf-box12-amount not = zero then
             move "C " to scw-box12-code
           else
             move spaces to scw-box12-code
           end-if
           multiply pf-box12-amount by 100 giving scw-orig-box12
           multiply cf-box12-amount by 100 giving scw-corr-box12
           move ssa-wage-record to ssa-correction-record
           write ssa-correction-record
           perform write-previous-state-record varying pst-idx
             from 1 by 1 until pst-idx > ytd-state-max
           perform write-new-state-record varying cst-idx
             from 1 by 1 until cst-idx > ytd-state-max
           .
       write-previous-state-record.
           if pf-st-state-code (pst-idx) not = spaces then
             move pf-st-state-code (pst-idx) to want-state
             perform find-correct-match
             move want-state to scs-state-code
             move w2-ssn to scs-ssn
             multiply pf-st-wages (pst-idx) by 100
               giving scs-orig-wages
             multiply pf-st-tax (pst-idx) by 100
               giving scs-orig-tax
             move zero to scs-corr-wages scs-corr-tax
             if cst-match-idx not = zero then
               multiply cf-st-wages (cst-match-idx) by 100
                 giving scs-corr-wages
               multiply cf-st-tax (cst-match-idx) by 100
                 giving scs-corr-tax
             end-if
             move ssa-state-record to ssa-correction-record
             write ssa-correction-record
           end-if
           .
       write-new-state-record.
           if cf-st-state-code (cst-idx) not = spaces then
             move cf-st-state-code (cst-idx) to want-state
             perform find-previous-match
             if pst-match-idx = zero then
               move want-state to scs-state-code
               move w2-ssn to scs-ssn
               move zero to scs-orig-wages scs-orig-tax
               multiply cf-st-wages (cst-idx) by 100
                 giving scs-corr-wages
               multiply cf-st-tax (cst-idx) by 100
                 giving scs-corr-tax
               move ssa-state-record to ssa-correction-record
               write ssa-correction-record
             end-if
           end-if
           .
       record-correction.
           move tax-year to wc-tax-year
           move w2-company-code to wc-company-code
           move w2-employee-id to wc-employee-id
           move w2-ssn to wc-ssn
           move function current-date (1:8) to wc-filed-date
           move correct-figures to wc-figures
           write w2-correction-record
           .
      * the company's w-3c -- on the report, and as the totals
      * record that closes its efw2c file
       finish-company.
           if w3c-employee-count not = zero then
             move previous-company to whl-company
             move w3c-employee-count to whl-count
             move w3c-heading-line to w2c-print-line
             write w2c-print-line
             move form-column-line to w2c-print-line
             write w2c-print-line
             move "1  WAGES, TIPS, OTHER COMP" to fbl-caption
             move w3c-prev-wages to fbl-previous
             move w3c-corr-wages to fbl-correct
             move form-box-line to w2c-print-line
             write w2c-print-line
             move "2  FEDERAL INCOME TAX" to fbl-caption
             move w3c-prev-fed to fbl-previous
             move w3c-corr-fed to fbl-correct
             move form-box-line to w2c-print-line
             write w2c-print-line
             move "3  SOCIAL SECURITY WAGES" to fbl-caption
             move w3c-prev-fica-wages to fbl-previous
             move w3c-corr-fica-wages to fbl-correct
             move form-box-line to w2c-print-line
             write w2c-print-line
             move "4/6 SS AND MEDICARE TAX" to fbl-caption
             move w3c-prev-fica to fbl-previous
             move w3c-corr-fica to fbl-correct
             move form-box-line to w2c-print-line
             write w2c-print-line
             move "12 CODE C GROUP-TERM LIFE" to fbl-caption
             move w3c-prev-box12 to fbl-previous
             move w3c-corr-box12 to fbl-correct
             move form-box-line to w2c-print-line
             write w2c-print-line
             move spaces to w2c-print-line
             write w2c-print-line
           end-if
           if ssa-file-open then
             move w3c-employee-count to sct-employee-count
             multiply w3c-prev-wages by 100 giving sct-orig-wages
             multiply w3c-corr-wages by 100 giving sct-corr-wages
             multiply w3c-prev-fed by 100 giving sct-orig-fed-tax
             multiply w3c-corr-fed by 100 giving sct-corr-fed-tax
             multiply w3c-prev-fica-wages by 100
               giving sct-orig-fica-wages
             multiply w3c-corr-fica-wages by 100
               giving sct-corr-fica-wages
             multiply w3c-prev-fica by 100 giving sct-orig-fica-tax
             multiply w3c-corr-fica by 100 giving sct-corr-fica-tax
             multiply w3c-prev-box12 by 100 giving sct-orig-box12
             multiply w3c-corr-box12 by 100 giving sct-corr-box12
             move ssa-total-record to ssa-correction-record
             write ssa-correction-record
             close ssa-correction-file
             move "N" to ssa-file-switch
           end-if
           .
       clean-up.
           move w2-read-count to rtl-read
           move corrected-count to rtl-corrected
           if filing-corrections then
             move "FILED" to rtl-mode
           else
             move "PREVIEW -- NOT FILED" to rtl-mode
           end-if
           move run-total-line to w2c-print-line
           write w2c-print-line
           close w2-extract
           close pay-history-file
           close held-pay-file
           close empmast
           close w2c-report
           if filing-corrections then
             close correction-history
             perform write-run-log
           end-if
           display "W-2C " tax-year " -- " w2-read-count
             " W-2S READ, " corrected-count " CORRECTED -- SEE "
             "W2C.PRT"
           .
       write-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "w2correct" to rl-program
           move operator-id to rl-operator
           move spaces to rl-action
           string "W-2C FILED " delimited by size
                  tax-year delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       end program w2correct.
