      * are not audited -- a mid-year rate change would flag every
      * record -- but a rebuild re-splits them against the wage
      * bases at the compiled rates as its best reconstruction.
      *
      * each payment is also summed under the company that paid
      * it -- the history's own company code, or the employee's
      * current company for a payment filed before history
      * carried one -- and every per-company ytd record on file
      * for the employee is footed against its company's sums.
      * the unemployment replay runs per company, since each
      * employer measures its own wages against the bases.  an
      * employee with no company records at all is left to the
      * next run to seed; a rebuild writes them from the history.
       environment division.
       input-output section.
       file-control.
               access mode is dynamic
               record key is hp-key
               file status is held-pay-status.
      * each employer's share of the employee's year
           select ytd-company-file
             assign to "ytdcomp.dat"
               organization is indexed
               access mode is dynamic
               record key is yc-key
               file status is ytd-company-status.
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
           select audit-report
             assign to "ytdaudit.prt"
               organization is line sequential.
           copy payhist.
       fd held-pay-file.
           copy heldrec.
       fd ytd-company-file.
           copy ytdcorec.
       fd empmast.
           copy emprec.
       fd company-control-file.
           copy compctl.
       fd audit-report.
       01 audit-print-line pic x(100).
       fd run-log.
       01 held-pay-status   pic x(02).
           88 held-pay-ok       value "00".
           88 held-pay-not-found value "23", "35".
       01 ytd-company-status pic x(02).
           88 ytd-company-ok        value "00".
           88 ytd-company-not-found value "23", "35".
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
       01 company-control-status pic x(02).
       01 company-eof       pic x(01).
           88 company-eof-reached value "T".
      * the companies on compctl.dat, primary first -- no file
      * keyed means the single primary company, code 01
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 company-found-switch pic x(01).
           88 company-found      value "Y".
      * the company a payment was made under, and the employee's
      * current company for payments that don't say
       01 payment-company   pic x(02).
       01 home-company      pic x(02).
       01 pay-company-idx   pic 9(02) usage comp.
      * the history sums again, one set per company
       01 company-sum-table.
           02 company-sum occurs 4 times.
               03 csm-gross         pic 9(7)v99 usage comp.
               03 csm-fed           pic 9(7)v99 usage comp.
               03 csm-state         pic 9(7)v99 usage comp.
               03 csm-fica          pic 9(7)v99 usage comp.
               03 csm-local         pic 9(7)v99 usage comp.
               03 csm-taxable       pic 9(7)v99 usage comp.
               03 csm-er-fica       pic 9(7)v99 usage comp.
               03 csm-futa          pic 9(7)v99 usage comp.
               03 csm-suta          pic 9(7)v99 usage comp.
               03 csm-imputed-gtl   pic 9(7)v99 usage comp.
               03 csm-imputed-other pic 9(7)v99 usage comp.
               03 csm-last-gross    pic 9(6)v99 usage comp.
               03 csm-payment-count pic 9(05) usage comp.
               03 csm-on-file       pic x(01).
                   88 csm-record-on-file value "Y".
       01 shares-on-file-count pic 9(02) usage comp.
       77 ytd-state-max      pic 9(02) value 6.
       01 yst-idx            pic 9(02) usage comp.
      * the totals record as read, put back once each company
      * record has been footed through the same record area
       01 ytd-master-image  pic x(435).
      * a company record's discrepancy lines say whose they are
       01 company-field-label.
           02 filler          pic x(02) value "CO".
           02 cfl-code        pic x(02).
           02 filler          pic x(01) value space.
           02 cfl-name        pic x(09).
       01 end-file          pic x.
           88 eof              value "T".
       01 operator-id       pic x(10).
       01 sum-er-fica       pic 9(7)v99 usage comp.
       01 sum-futa          pic 9(7)v99 usage comp.
       01 sum-suta          pic 9(7)v99 usage comp.
       01 sum-imputed-gtl   pic 9(7)v99 usage comp.
       01 sum-imputed-other pic 9(7)v99 usage comp.
       01 last-gross-seen   pic 9(6)v99 usage comp.
      * the last period rolled into the sums -- printed on every
      * discrepancy line so a dispute can be chased to the run
      * that posted it
       01 last-period-seen  pic x(06).
       01 payment-taxable   pic 9(6)v99 usage comp.
       01 payment-imputed-gtl pic 9(5)v99 usage comp.
       01 payment-imputed-other pic 9(5)v99 usage comp.
      * replayed employer wage-base splits
       77 fica-wage-base pic 9(7)v99 value is 168600.00.
       77 futa-wage-base pic 9(7)v99 value is 7000.00.
           open i-o ytd-file
           open input pay-history-file
           open input held-pay-file
           perform open-company-file
           open input empmast
           perform load-company-codes
           open output audit-report
           move audit-heading to audit-print-line
           write audit-print-line
           write run-log-record
           close run-log
           .
      * an indexed file has to exist before it can be opened i-o --
      * an audit ahead of the first run creates it empty
       open-company-file.
           open i-o ytd-company-file
           if ytd-company-not-found then
             open output ytd-company-file
             close ytd-company-file
             open i-o ytd-company-file
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
       audit-one-record.
           read ytd-file next record
             at end move "T" to end-file
       sum-employee-history.
           move zero to sum-gross sum-fed sum-state sum-fica
             sum-local sum-taxable sum-er-fica sum-futa sum-suta
             sum-imputed-gtl sum-imputed-other last-gross-seen
           move spaces to last-period-seen
           perform clear-company-sum varying cct-idx
             from 1 by 1 until cct-idx > company-table-max
           move yt-employee-id to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if empmast-ok then
             move em-company-code to home-company
           else
             move spaces to home-company
           end-if
           move yt-employee-id to ph-employee-id
           move spaces to ph-pay-period
           move zero to ph-payment-seq
               until history-eof-reached
           end-if
           .
       clear-company-sum.
           move zero to csm-gross (cct-idx) csm-fed (cct-idx)
             csm-state (cct-idx) csm-fica (cct-idx)
             csm-local (cct-idx) csm-taxable (cct-idx)
             csm-er-fica (cct-idx) csm-futa (cct-idx)
             csm-suta (cct-idx) csm-imputed-gtl (cct-idx)
             csm-imputed-other (cct-idx) csm-last-gross (cct-idx)
             csm-payment-count (cct-idx)
           move "N" to csm-on-file (cct-idx)
           .
       sum-one-payment.
           read pay-history-file next record
             at end move "T" to history-eof
           end-if
           .
       add-payment-to-sums.
           perform resolve-payment-company
           move csm-gross (pay-company-idx) to gross-before
           add ph-gross-pay to sum-gross
           add ph-fed-tax to sum-fed
           add ph-state-tax to sum-state
           add ph-fica-tax to sum-fica
           add ph-local-tax to sum-local
      * imputed income rode into the taxable wages without
      * touching the gross -- history from before it reads spaces
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
           add payment-taxable to sum-taxable
           add payment-imputed-gtl to sum-imputed-gtl
           add payment-imputed-other to sum-imputed-other
           move ph-gross-pay to last-gross-seen
           move ph-pay-period to last-period-seen
           add ph-gross-pay to csm-gross (pay-company-idx)
           add ph-fed-tax to csm-fed (pay-company-idx)
           add ph-state-tax to csm-state (pay-company-idx)
           add ph-fica-tax to csm-fica (pay-company-idx)
           add ph-local-tax to csm-local (pay-company-idx)
           add payment-taxable to csm-taxable (pay-company-idx)
           add payment-imputed-gtl
             to csm-imputed-gtl (pay-company-idx)
           add payment-imputed-other
             to csm-imputed-other (pay-company-idx)
           move ph-gross-pay to csm-last-gross (pay-company-idx)
           add 1 to csm-payment-count (pay-company-idx)
      * employer accruals replay against the running gross of the
      * company that paid it
           add ph-fica-tax to sum-er-fica
           add ph-fica-tax to csm-er-fica (pay-company-idx)
           perform split-against-base
           .
      * a blank or unknown company is the primary's, the same rule
      * the run applies to the employee master
       resolve-payment-company.
           move ph-company-code to payment-company
           if payment-company = spaces then
             move home-company to payment-company
           end-if
           move 1 to pay-company-idx
           perform match-payment-company varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           .
       match-payment-company.
           if cct-code (cct-idx) = payment-company
               and payment-company not = spaces then
             move cct-idx to pay-company-idx
           end-if
           .
       split-against-base.
           if gross-before < futa-wage-base then
             if gross-before + ph-gross-pay <= futa-wage-base then
             end-if
             compute sum-futa rounded = sum-futa
               + base-taxable * futa-tax-rate
             compute csm-futa (pay-company-idx) rounded =
               csm-futa (pay-company-idx)
               + base-taxable * futa-tax-rate
           end-if
           if gross-before < suta-wage-base then
             if gross-before + ph-gross-pay <= suta-wage-base then
             end-if
             compute sum-suta rounded = sum-suta
               + base-taxable * suta-tax-rate
             compute csm-suta (pay-company-idx) rounded =
               csm-suta (pay-company-idx)
               + base-taxable * suta-tax-rate
           end-if
           .
       compare-record.
           if yt-ytd-taxable-wages not = sum-taxable then
             perform report-discrepancy
           end-if
           if yt-ytd-imputed-gtl is not numeric then
             move zero to yt-ytd-imputed-gtl
           end-if
           if yt-ytd-imputed-other is not numeric then
             move zero to yt-ytd-imputed-other
           end-if
           move "IMPUTED GTL" to adl-field
           move yt-ytd-imputed-gtl to adl-ytd-amount
           move sum-imputed-gtl to adl-sum-amount
           if yt-ytd-imputed-gtl not = sum-imputed-gtl then
             perform report-discrepancy
           end-if
           move "IMPUTED OTHER" to adl-field
           move yt-ytd-imputed-other to adl-ytd-amount
           move sum-imputed-other to adl-sum-amount
           if yt-ytd-imputed-other not = sum-imputed-other then
             perform report-discrepancy
           end-if
           perform compare-company-shares
           if record-mismatched then
             add 1 to discrepancy-count
           end-if
           .
      * once any company record exists for the employee, every
      * company the history says paid them must have one, and each
      * must foot to that company's payments
       compare-company-shares.
           move ytd-record to ytd-master-image
           move zero to shares-on-file-count
           perform probe-company-share varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           if shares-on-file-count > zero then
             perform compare-one-share varying cct-idx
               from 1 by 1 until cct-idx > cct-count
           end-if
           move ytd-master-image to ytd-record
           .
       probe-company-share.
           move cct-code (cct-idx) to yc-company-code
           move yt-employee-id to yc-employee-id
           read ytd-company-file
             invalid key move "23" to ytd-company-status
           end-read
           if ytd-company-ok then
             move "Y" to csm-on-file (cct-idx)
             add 1 to shares-on-file-count
           end-if
           .
       compare-one-share.
           if csm-record-on-file (cct-idx)
               or csm-payment-count (cct-idx) > zero then
             move ytd-master-image to ytd-record
             if csm-record-on-file (cct-idx) then
               move cct-code (cct-idx) to yc-company-code
               move yt-employee-id to yc-employee-id
               read ytd-company-file
                 invalid key move "23" to ytd-company-status
               end-read
               move yc-ytd-image to ytd-record
             else
               move zero to yt-ytd-gross yt-ytd-fed-tax
                 yt-ytd-state-tax yt-ytd-fica-tax
                 yt-ytd-local-tax yt-ytd-taxable-wages
             end-if
             move cct-code (cct-idx) to cfl-code
             move "GROSS" to cfl-name
             move company-field-label to adl-field
             move yt-ytd-gross to adl-ytd-amount
             move csm-gross (cct-idx) to adl-sum-amount
             if yt-ytd-gross not = csm-gross (cct-idx) then
               perform report-discrepancy
             end-if
             move "FED TAX" to cfl-name
             move company-field-label to adl-field
             move yt-ytd-fed-tax to adl-ytd-amount
             move csm-fed (cct-idx) to adl-sum-amount
             if yt-ytd-fed-tax not = csm-fed (cct-idx) then
               perform report-discrepancy
             end-if
             move "STATE TAX" to cfl-name
             move company-field-label to adl-field
             move yt-ytd-state-tax to adl-ytd-amount
             move csm-state (cct-idx) to adl-sum-amount
             if yt-ytd-state-tax not = csm-state (cct-idx) then
               perform report-discrepancy
             end-if
             move "FICA TAX" to cfl-name
             move company-field-label to adl-field
             move yt-ytd-fica-tax to adl-ytd-amount
             move csm-fica (cct-idx) to adl-sum-amount
             if yt-ytd-fica-tax not = csm-fica (cct-idx) then
               perform report-discrepancy
             end-if
             move "LOCAL TAX" to cfl-name
             move company-field-label to adl-field
             move yt-ytd-local-tax to adl-ytd-amount
             move csm-local (cct-idx) to adl-sum-amount
             if yt-ytd-local-tax not = csm-local (cct-idx) then
               perform report-discrepancy
             end-if
             move "TAXABLE" to cfl-name
             move company-field-label to adl-field
             move yt-ytd-taxable-wages to adl-ytd-amount
             move csm-taxable (cct-idx) to adl-sum-amount
             if yt-ytd-taxable-wages not = csm-taxable (cct-idx)
               then
               perform report-discrepancy
             end-if
           end-if
           .
       report-discrepancy.
           move "Y" to mismatch-switch
           move yt-employee-id to adl-employee-id
           move sum-er-fica to yt-ytd-er-fica
           move sum-futa to yt-ytd-futa
           move sum-suta to yt-ytd-suta
           move sum-imputed-gtl to yt-ytd-imputed-gtl
           move sum-imputed-other to yt-ytd-imputed-other
           move last-gross-seen to yt-last-gross-pay
           move spaces to yt-quarter-key
           move zero to yt-qtd-gross yt-qtd-taxable-wages
             yt-qtd-fed-tax yt-qtd-fica-wages yt-qtd-fica-tax
             yt-qtd-state-tax yt-qtd-local-tax
           rewrite ytd-record
           perform rebuild-company-shares
           add 1 to rebuilt-count
           .
      * each paying company's record rebuilt from its own sums --
      * a record already on file keeps its 401k and state entries,
      * one the history calls for that isn't there is written
      * fresh with them empty for the next run to post into
       rebuild-company-shares.
           move ytd-record to ytd-master-image
           perform rebuild-one-share varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           move ytd-master-image to ytd-record
           .
       rebuild-one-share.
           if csm-record-on-file (cct-idx)
               or csm-payment-count (cct-idx) > zero then
             move cct-code (cct-idx) to yc-company-code
             move yt-employee-id to yc-employee-id
             if csm-record-on-file (cct-idx) then
               read ytd-company-file
                 invalid key move "23" to ytd-company-status
               end-read
               move yc-ytd-image to ytd-record
             else
               move ytd-master-image to ytd-record
               move zero to yt-ytd-401k yt-ytd-401k-match
               perform clear-share-state varying yst-idx
                 from 1 by 1 until yst-idx > ytd-state-max
             end-if
             move csm-gross (cct-idx) to yt-ytd-gross
             move csm-fed (cct-idx) to yt-ytd-fed-tax
             move csm-state (cct-idx) to yt-ytd-state-tax
             move csm-fica (cct-idx) to yt-ytd-fica-tax
             move csm-local (cct-idx) to yt-ytd-local-tax
             move csm-taxable (cct-idx) to yt-ytd-taxable-wages
             move csm-er-fica (cct-idx) to yt-ytd-er-fica
             move csm-futa (cct-idx) to yt-ytd-futa
             move csm-suta (cct-idx) to yt-ytd-suta
             move csm-imputed-gtl (cct-idx) to yt-ytd-imputed-gtl
             move csm-imputed-other (cct-idx)
               to yt-ytd-imputed-other
             move csm-last-gross (cct-idx) to yt-last-gross-pay
             move spaces to yt-quarter-key
             move zero to yt-qtd-gross yt-qtd-taxable-wages
               yt-qtd-fed-tax yt-qtd-fica-wages yt-qtd-fica-tax
               yt-qtd-state-tax yt-qtd-local-tax
             move ytd-record to yc-ytd-image
             move cct-code (cct-idx) to yc-company-code
             move yt-employee-id to yc-employee-id
             if csm-record-on-file (cct-idx) then
               rewrite ytd-company-record
             else
               write ytd-company-record
             end-if
           end-if
           .
       clear-share-state.
           move spaces to yt-st-state-code (yst-idx)
           move zero to yt-st-ytd-wages (yst-idx)
             yt-st-ytd-tax (yst-idx) yt-st-qtd-wages (yst-idx)
             yt-st-qtd-tax (yst-idx)
           .
       clean-up.
           close ytd-file
           close pay-history-file
           close held-pay-file
           close ytd-company-file
           close empmast
           close audit-report
           display "YTD AUDIT COMPLETE -- " audited-count
             " RECORDS, " discrepancy-count " WITH DISCREPANCIES, "
