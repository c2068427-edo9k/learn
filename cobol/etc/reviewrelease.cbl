           select release-deposit-file
             assign to "nachrel.dat"
               organization is line sequential.
      * released items whose employee was on an active pay card at
      * hold time -- the provider's funding entries, kept off the
      * bank's nacha file the same way the run keeps them
           select release-card-file
             assign to "cardrel.dat"
               organization is line sequential.
      * catch-up journal entries for the amounts released this
      * session -- the run backed these out of glextract.dat when
      * it held them, so this is the period they finally post
           02 prt-net-pay        pic $**,**9.99.
       fd release-deposit-file.
       01 nacha-record pic x(94).
       fd release-card-file.
       01 card-record pic x(94).
       fd release-gl-extract.
           copy glrec.
       fd gl-account-file.
       01 ytd-status        pic x(02).
           88 ytd-ok           value "00".
           88 ytd-not-found    value "23".
      * the shared per-company ytd poster -- a cancellation comes
      * back off the share of the company that computed it
           copy ytdcoreq.
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
           88 empmast-not-found value "23".
      * cancellation the same way they went in -- disposable
      * earnings, not gross, is what update-ytd-record accumulated
       01 cancel-taxable-wages pic 9(6)v99 usage comp.
       01 cancel-imputed-gtl pic 9(5)v99 usage comp.
       01 cancel-imputed-other pic 9(5)v99 usage comp.
      * the held item's state split, rewound off the ytd state
      * entries the run posted it to
       77 held-state-max     pic 9(02) value 3.
       77 ytd-state-max      pic 9(02) value 6.
       01 hps-idx            pic 9(02) usage comp.
       01 yst-idx            pic 9(02) usage comp.
       01 yst-match-idx      pic 9(02) usage comp.
      * quarter the cancelled item's period falls in -- matching
      * qtd buckets are rewound with the ytd ones
       01 cancel-quarter-key   pic x(05).
       01 nacha-entry-hash     pic 9(10) usage comp value zero.
       01 nacha-total-credit   pic 9(12) usage comp value zero.
       01 nacha-trace-seq      pic 9(07) usage comp value zero.
       01 card-entry-count     pic 9(08) usage comp value zero.
       01 card-entry-hash      pic 9(10) usage comp value zero.
       01 card-total-credit    pic 9(12) usage comp value zero.
       01 nacha-amount-cents   pic 9(10) usage comp.
       01 nacha-block-remainder pic 9(05) usage comp.
       01 nacha-receiving-dfi-num pic 9(08) usage comp.
           end-if
           open output release-check-print
           open output release-deposit-file
           open output release-card-file
           open output release-gl-extract
           perform load-gl-account-map
           perform write-nacha-file-header
           perform write-card-file-header
           .
      * one held item per pass through this paragraph -- a blank
      * employee id is the operator's signal to quit, same as
           display "  FICA TAX      : " hp-fica-tax
           display "  LOCAL TAX     : " hp-local-tax
           display "  NET PAY       : " hp-net-pay
           display "  DD/PAY CARD   : " hp-dd-indicator
           display " "
           .
       accept-release-action.
           end-evaluate
           .
      * approval disburses the item the same way the run would
      * have -- a nacha entry for an enrolled employee, a card
      * load for an active pay card, a printed check for anyone
      * else -- and rolls the amounts into the session totals the
      * catch-up gl lines are written from
       release-held-item.
           evaluate true
             when hp-is-direct-deposit
               perform write-release-deposit-entry
             when hp-is-pay-card
               perform write-release-card-entry
             when other
               perform print-release-check
           end-evaluate
           add 1 to rel-released-count
           add hp-gross-pay to rel-total-gross
           add hp-fed-tax to rel-total-fed
             invalid key move "23" to ytd-status
           end-read
           if ytd-ok then
             move ytd-record to yq-before-image
             subtract hp-gross-pay from yt-ytd-gross
             subtract hp-fed-tax from yt-ytd-fed-tax
             subtract hp-state-tax from yt-ytd-state-tax
             if hp-suta <= yt-ytd-suta then
               subtract hp-suta from yt-ytd-suta
             end-if
      * taxable wages took gross less the pre-tax deductions,
      * plus whatever imputed income the run taxed with it -- a
      * held record from before imputed income reads spaces there
             move zero to cancel-imputed-gtl cancel-imputed-other
             if hp-imputed-gtl is numeric then
               move hp-imputed-gtl to cancel-imputed-gtl
             end-if
             if hp-imputed-other is numeric then
               move hp-imputed-other to cancel-imputed-other
             end-if
             compute cancel-taxable-wages =
               hp-gross-pay - hp-pretax-deductions
               + cancel-imputed-gtl + cancel-imputed-other
             subtract cancel-taxable-wages from yt-ytd-taxable-wages
             if yt-ytd-imputed-gtl is numeric
                 and cancel-imputed-gtl <= yt-ytd-imputed-gtl then
               subtract cancel-imputed-gtl from yt-ytd-imputed-gtl
             end-if
             if yt-ytd-imputed-other is numeric
                 and cancel-imputed-other <= yt-ytd-imputed-other
                 then
               subtract cancel-imputed-other
                 from yt-ytd-imputed-other
             end-if
      * the deferral and the match the run accrued come back out
      * of their accumulators -- guarded the way the employer
      * taxes are, since an older record may not carry them
               subtract hp-401k-match from yt-ytd-401k-match
             end-if
             perform rewind-quarter-buckets
             perform rewind-one-ytd-state varying hps-idx
               from 1 by 1 until hps-idx > held-state-max
      * the swing check measures the next run against the last
      * gross actually stood behind -- put the prior figure back
             move hp-prior-gross to yt-last-gross-pay
             rewrite ytd-record
             perform post-cancel-to-company
           else
             display "*** NO YTD RECORD FOR " hp-employee-id
               " -- YTD NOT ADJUSTED ***"
           end-if
           .
      * an item held before the company rode on the held record
      * belongs to the employee's company as the master has it
       post-cancel-to-company.
           move hp-company-code to yq-company-code
           if hp-company-code = spaces then
             move hp-employee-id to em-employee-id
             read empmast
               invalid key move "23" to empmast-status
             end-read
             if empmast-ok then
               move em-company-code to yq-company-code
             end-if
           end-if
           move "P" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           .
      * the payout the held check carried came out of zeroed leave
      * balances and a cleared master flag -- both go back so the
      * corrected final payment pays the vacation out again
           move "-" to wc-sign
           write wc-detail-record
           .
      * each state share the held item carries comes back off its
      * ytd state entry.  an item held before the split has none
      * -- its state money rides in the totals alone.
       rewind-one-ytd-state.
           if hp-st-state-code (hps-idx) not = spaces
               and hp-st-wages (hps-idx) is numeric
               and hp-st-tax (hps-idx) is numeric then
             move zero to yst-match-idx
             perform match-ytd-state varying yst-idx
               from 1 by 1 until yst-idx > ytd-state-max
             if yst-match-idx not = zero then
               perform rewind-matched-ytd-state
             end-if
           end-if
           .
       match-ytd-state.
           if yt-st-state-code (yst-idx) = hp-st-state-code (hps-idx)
               and yt-st-ytd-wages (yst-idx) is numeric
               and yt-st-ytd-tax (yst-idx) is numeric
               and yt-st-qtd-wages (yst-idx) is numeric
               and yt-st-qtd-tax (yst-idx) is numeric then
             move yst-idx to yst-match-idx
           end-if
           .
       rewind-matched-ytd-state.
           if hp-st-wages (hps-idx) <= yt-st-ytd-wages (yst-match-idx)
               then
             subtract hp-st-wages (hps-idx)
               from yt-st-ytd-wages (yst-match-idx)
           end-if
           if hp-st-tax (hps-idx) <= yt-st-ytd-tax (yst-match-idx)
               then
             subtract hp-st-tax (hps-idx)
               from yt-st-ytd-tax (yst-match-idx)
           end-if
           if cancel-quarter-key = yt-quarter-key then
             if hp-st-wages (hps-idx)
                 <= yt-st-qtd-wages (yst-match-idx) then
               subtract hp-st-wages (hps-idx)
                 from yt-st-qtd-wages (yst-match-idx)
             end-if
             if hp-st-tax (hps-idx)
                 <= yt-st-qtd-tax (yst-match-idx) then
               subtract hp-st-tax (hps-idx)
                 from yt-st-qtd-tax (yst-match-idx)
             end-if
           end-if
           .
       rewind-quarter-buckets.
           move hp-pay-period (1:4) to cancel-quarter-key (1:4)
           move hp-pay-period (5:2) to cancel-quarter-month
           multiply hp-net-pay by 100 giving pospay-amount-cents
           move pospay-amount-cents to pp-amount
           move hp-employee-name to pp-payee
           move "I" to pp-status
           write positive-pay-record
           .
       write-nacha-file-header.
           add nacha-receiving-dfi-num to nacha-entry-hash
           add nacha-amount-cents to nacha-total-credit
           .
      * the card provider's file gets its own header and batch
      * description -- same originator, same layout as nachrel.dat
       write-card-file-header.
           move nacha-file-header-line to card-record
           write card-record
           move "PAYCARD" to nbh-entry-desc
           move nacha-batch-header-line to card-record
           write card-record
           move "PAYROLL" to nbh-entry-desc
           .
       write-release-card-entry.
           move hp-dd-routing (1:8) to nacha-receiving-dfi-num
           move nacha-receiving-dfi-num to ned-receiving-dfi
           move hp-dd-routing (9:1) to ned-check-digit
           move hp-dd-account to ned-dfi-account
           multiply hp-net-pay by 100 giving nacha-amount-cents
           move nacha-amount-cents to ned-amount
           move hp-employee-id to ned-individual-id
           move spaces to ned-name-work
           string hp-surname delimited by space
                  ", " delimited by size
                  hp-firstname delimited by space
                  into ned-name-work
           end-string
           move ned-name-work to ned-individual-name
           add 1 to nacha-trace-seq
           move nacha-origin-dfi to ned-trace-number (1:8)
           move nacha-trace-seq to ned-trace-number (9:7)
           move nacha-entry-detail-line to card-record
           write card-record
           add 1 to card-entry-count
           add nacha-receiving-dfi-num to card-entry-hash
           add nacha-amount-cents to card-total-credit
           move zero to cr-check-number
           move function current-date (1:8) to cr-check-date
           move hp-employee-name to cr-payee
           move hp-employee-id to cr-employee-id
           move hp-net-pay to cr-amount
           move "P" to cr-status
           write check-register-record
           .
       write-card-trailer.
           if card-entry-count not = zero then
             move card-entry-count to nbc-entry-count
             move card-entry-hash to nbc-entry-hash
             move card-total-credit to nbc-total-credit
             move nacha-company-id to nbc-company-id
             move nacha-origin-dfi to nbc-originating-dfi
             move nacha-batch-control-line to card-record
             write card-record
             move card-entry-count to nfc-entry-count
             move card-entry-hash to nfc-entry-hash
             move card-total-credit to nfc-total-credit
             divide card-entry-count by 10 giving nfc-block-count
               remainder nacha-block-remainder
             if nacha-block-remainder not = zero then
               add 1 to nfc-block-count
             end-if
             move nacha-file-control-line to card-record
             write card-record
           end-if
           .
       write-nacha-trailer.
           if nacha-entry-count not = zero then
             move nacha-entry-count to nbc-entry-count
           .
       clean-up.
           perform write-nacha-trailer
           perform write-card-trailer
           perform write-release-gl-extract
           perform post-deposit-liability
           close release-deposit-file
           close release-card-file
           close release-gl-extract
           close release-check-print
           close check-register
           perform write-check-number-control
           close held-pay-file
           close ytd-file
           move "C" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           close empmast
           close leave-file
           close wc-detail-file
