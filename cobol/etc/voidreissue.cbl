      * adjustments.  this program reverses one payment end to end:
      * backs the amounts out of the ytd accumulators, writes
      * reversing gl lines, generates a nacha reversal entry when
      * the original went direct deposit or onto a pay card, marks
      * the check number voided on the register, and optionally
      * reissues at corrected figures through the normal
      * check-numbering path.
      * the original figures are keyed by the operator from the
      * register or the check stub.
       environment division.
           select void-deposit-file
             assign to "nachvoid.dat"
               organization is line sequential.
      * reversals of pay-card loads -- the card money moves on the
      * provider's own file, never the payroll bank's, the same
      * way the run and the review release keep it
           select void-card-file
             assign to "cardvoid.dat"
               organization is line sequential.
      * reissued paper checks, numbered off the same control as
      * every other live check
           select reissue-check-print
           02 glm-account-name pic x(30).
       fd void-deposit-file.
       01 nacha-record pic x(94).
       fd void-card-file.
       01 card-record pic x(94).
       fd reissue-check-print.
       01 paycheck.
           02 prt-check-number   pic 9(08).
       01 ytd-status        pic x(02).
           88 ytd-ok           value "00".
           88 ytd-not-found    value "23".
      * the shared per-company ytd poster -- the void comes off
      * the share of the company that paid it, and the reissue
      * goes back on the same company
           copy ytdcoreq.
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
           88 empmast-not-found value "23".
      * then is there a record to flag reversed
       01 history-used-switch pic x(01).
           88 history-figures-used value "Y".
      * the history's state split, rewound off the ytd state
      * entries the run posted it to
       77 history-state-max  pic 9(02) value 3.
       77 ytd-state-max      pic 9(02) value 6.
       01 phs-idx            pic 9(02) usage comp.
       01 yst-idx            pic 9(02) usage comp.
       01 yst-match-idx      pic 9(02) usage comp.
       01 check-register-status pic x(02).
       01 positive-pay-status   pic x(02).
       01 overpay-status        pic x(02).
       01 void-posttax       pic 9(6)v99 usage comp.
       01 void-401k-deferral pic 9(6)v99 usage comp.
       01 void-401k-match    pic 9(6)v99 usage comp.
      * imputed income the run taxed with the payment -- it comes
      * off with the void and goes back on with the reissue, since
      * the benefit was had whatever became of the check
       01 void-imputed-gtl   pic 9(5)v99 usage comp.
       01 void-imputed-other pic 9(5)v99 usage comp.
      * the pretax total less the deferral -- the health-premium
      * payable debit (any general pre-tax share rides in it too;
      * the history carries only the total)
       01 void-check-number  pic 9(08).
       01 void-was-dd        pic x(01).
           88 void-is-direct-deposit value "Y".
           88 void-is-pay-card       value "P".
           88 void-is-electronic     value "Y", "P".
       01 answer-yn          pic x(01).
      * quarter the voided period falls in -- when it matches the
      * record's current quarter key the qtd buckets are rewound
       01 nacha-amount-cents   pic 9(10) usage comp.
       01 nacha-block-remainder pic 9(05) usage comp.
       01 nacha-receiving-dfi-num pic 9(08) usage comp.
       01 card-entry-count     pic 9(08) usage comp value zero.
       01 card-entry-hash      pic 9(10) usage comp value zero.
       01 card-total-debit     pic 9(12) usage comp value zero.
       01 ned-name-work pic x(22).
       procedure division.
       begin.
           open output void-gl-extract
           perform load-gl-account-map
           open output void-deposit-file
           open output void-card-file
           open output reissue-check-print
           perform read-check-number-control
           open extend check-register
             open output positive-pay-file
           end-if
           perform write-nacha-file-header
           perform write-card-file-header
           .
      * an indexed file has to exist before it can be opened
      * i-o -- the first session against a brand-new install
               else
                 move zero to void-401k-match
               end-if
               if ph-imputed-gtl is numeric then
                 move ph-imputed-gtl to void-imputed-gtl
               else
                 move zero to void-imputed-gtl
               end-if
               if ph-imputed-other is numeric then
                 move ph-imputed-other to void-imputed-other
               else
                 move zero to void-imputed-other
               end-if
               evaluate true
                 when ph-by-deposit
                   move "Y" to void-was-dd
                 when ph-by-pay-card
                   move "P" to void-was-dd
                 when other
                   move "N" to void-was-dd
               end-evaluate
               move ph-check-number to void-check-number
             else
               perform accept-original-figures
      * only reverse what it can see
           move zero to void-garnish void-posttax
             void-401k-deferral void-401k-match
             void-imputed-gtl void-imputed-other
           display "ORIGINAL GROSS PAY (NNNNNCC): "
           perform accept-void-amount
           move void-answer-num to void-gross
           display "ORIGINAL NET PAY (NNNNNCC): "
           perform accept-void-amount
           move void-answer-num to void-net
           display "HOW WAS IT PAID (Y=DIRECT DEPOSIT, P=PAY CARD, "
             "N=CHECK): "
           accept void-was-dd
           if not void-is-electronic then
             display "ORIGINAL CHECK NUMBER (NNNNNNNN): "
             accept void-check-answer
             if void-check-answer is numeric then
      * outright rather than quietly ruining the record.
       reverse-one-payment.
           compute void-taxable = void-gross - void-pretax
             + void-imputed-gtl + void-imputed-other
           if void-gross > yt-ytd-gross
               or void-fed > yt-ytd-fed-tax
               or void-state > yt-ytd-state-tax
           .
       apply-void-to-ytd.
           perform derive-void-quarter
           move ytd-record to yq-before-image
           subtract void-gross from yt-ytd-gross
           subtract void-fed from yt-ytd-fed-tax
           subtract void-state from yt-ytd-state-tax
           if void-401k-match <= yt-ytd-401k-match then
             subtract void-401k-match from yt-ytd-401k-match
           end-if
           if yt-ytd-imputed-gtl is not numeric then
             move zero to yt-ytd-imputed-gtl
           end-if
           if yt-ytd-imputed-other is not numeric then
             move zero to yt-ytd-imputed-other
           end-if
           if void-imputed-gtl <= yt-ytd-imputed-gtl then
             subtract void-imputed-gtl from yt-ytd-imputed-gtl
           end-if
           if void-imputed-other <= yt-ytd-imputed-other then
             subtract void-imputed-other from yt-ytd-imputed-other
           end-if
           if void-quarter-key = yt-quarter-key then
             perform rewind-quarter-buckets
           end-if
           if history-figures-used then
             perform rewind-one-ytd-state varying phs-idx
               from 1 by 1 until phs-idx > history-state-max
           end-if
           rewrite ytd-record
           perform post-void-to-company
           perform write-reversing-gl
           if void-is-electronic then
             perform write-nacha-reversal-entry
             perform post-void-receivable
           else
             perform reissue-payment
           end-if
           .
      * the history names the company that paid; keyed figures,
      * and history from before the company rode on it, belong
      * to the employee's company as the master has it
       post-void-to-company.
           move spaces to yq-company-code
           if history-figures-used then
             move ph-company-code to yq-company-code
           end-if
           if yq-company-code = spaces and empmast-ok then
             move em-company-code to yq-company-code
           end-if
           move "P" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           .
      * mirror image of the run's posting -- credit the expense
      * back, debit cash and each liability for what was reversed
       derive-void-quarter.
             move zero to yt-qtd-fica-wages
           end-if
           .
      * each state share the history carries comes back off its
      * ytd state entry.  a payment from before the split, or one
      * keyed here, was never on the entries -- its state money
      * rides in the totals alone and came back off above.
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
           if void-quarter-key = yt-quarter-key then
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
      * the account map, loaded once at start and laid over the
      * compiled defaults line by line as the gl paragraphs build
      * their records
      * but a settled deposit is money in the employee's account
      * until the bank reversal recovers it, so the debit goes to
      * the overpayment receivable instead of cash and comes off
      * it as the money actually comes back.  a card load is the
      * same -- it sits on the card until the reversal pulls it.
           if void-is-electronic then
             move "130000" to gl-account-code
             move "OVERPAYMENT RECEIVABLE" to gl-account-name
             move "OVRRCV" to gla-want-type
           move void-check-number to pp-check-number
           move function current-date (1:8) to pp-issue-date
           move zero to pp-amount
           move "V" to pp-status
           if empmast-ok then
             move em-employee-name to pp-payee
           else
           move nacha-batch-header-line to nacha-record
           write nacha-record
           .
      * the card provider's file gets its own header and batch
      * description -- same originator, same layout as nachvoid.dat
       write-card-file-header.
           move nacha-file-header-line to card-record
           write card-record
           move "PAYCARD" to nbh-entry-desc
           move nacha-batch-header-line to card-record
           write card-record
           move "REVERSAL" to nbh-entry-desc
           .
      * a debit entry against the employee's account for the net
      * originally deposited -- routing and account come off the
      * master file, same place the original entry got them.  for
      * a pay card that is the provider's routing and the card's
      * account reference, so the debit goes back to the card --
      * on the provider's file.
       write-nacha-reversal-entry.
           move spaces to void-reversal-trace
           if not empmast-ok then
             move nacha-origin-dfi to ned-trace-number (1:8)
             move nacha-trace-seq to ned-trace-number (9:7)
             move ned-trace-number to void-reversal-trace
             if void-is-pay-card then
               move nacha-entry-detail-line to card-record
               write card-record
               add 1 to card-entry-count
               add nacha-receiving-dfi-num to card-entry-hash
               add nacha-amount-cents to card-total-debit
             else
               move nacha-entry-detail-line to nacha-record
               write nacha-record
               add 1 to nacha-entry-count
               add nacha-receiving-dfi-num to nacha-entry-hash
               add nacha-amount-cents to nacha-total-debit
             end-if
           end-if
           .
      * the reversed net goes on the books as money we are owed --
           move function current-date (1:8) to ov-posted-date
           move lookup-pay-period to ov-pay-period
           move "VOD" to ov-source
           if void-is-pay-card then
             move "CARD REVERSAL SENT" to ov-reason
           else
             move "DEPOSIT REVERSAL SENT" to ov-reason
           end-if
           move void-net to ov-original-amount
           move zero to ov-recovered-to-date
           move zero to ov-per-period
             display "*** NOT REISSUED -- PAYMENT STANDS REVERSED "
               "-- RE-KEY THE VOID SCREEN TO REISSUE ***"
           else
             move ytd-record to yq-before-image
             add reissue-gross to yt-ytd-gross
             add reissue-fed to yt-ytd-fed-tax
             add reissue-state to yt-ytd-state-tax
             add reissue-local to yt-ytd-local-tax
             add reissue-fica to yt-ytd-er-fica
             compute reissue-taxable = reissue-gross - reissue-pretax
               + void-imputed-gtl + void-imputed-other
             add void-imputed-gtl to yt-ytd-imputed-gtl
             add void-imputed-other to yt-ytd-imputed-other
             add reissue-taxable to yt-ytd-taxable-wages
             move reissue-gross to yt-last-gross-pay
      * the void rewound this quarter's buckets -- the corrected
               add reissue-local to yt-qtd-local-tax
             end-if
             rewrite ytd-record
             move "P" to yq-function
             call "payytdco" using ytd-company-request ytd-record
             perform print-reissue-check
             perform write-reissue-gl
             perform file-reissue-history
           move function current-date (1:8) to pp-issue-date
           multiply reissue-net by 100 giving pospay-amount-cents
           move pospay-amount-cents to pp-amount
           move "I" to pp-status
           if empmast-ok then
             move em-employee-name to pp-payee
           else
           move zero to ph-401k-deferral
           move zero to ph-garnish-amount
           move reissue-net to ph-net-pay
           move void-imputed-gtl to ph-imputed-gtl
           move void-imputed-other to ph-imputed-other
           move yq-company-code to ph-company-code
           move "C" to ph-pay-method
           move prt-check-number to ph-check-number
           move spaces to ph-nacha-trace
           move spaces to ph-status
      * keyed figures carry no state split -- resident-state money
           move spaces to ph-state-entry (1) ph-state-entry (2)
             ph-state-entry (3)
           perform find-free-reissue-seq
           .
       find-free-reissue-seq.
             write nacha-record
           end-if
           .
       write-card-trailer.
           if card-entry-count not = zero then
             move card-entry-count to nbc-entry-count
             move card-entry-hash to nbc-entry-hash
             move card-total-debit to nbc-total-debit
             move nacha-company-id to nbc-company-id
             move nacha-origin-dfi to nbc-originating-dfi
             move nacha-batch-control-line to card-record
             write card-record
             move card-entry-count to nfc-entry-count
             move card-entry-hash to nfc-entry-hash
             move card-total-debit to nfc-total-debit
             divide card-entry-count by 10 giving nfc-block-count
               remainder nacha-block-remainder
             if nacha-block-remainder not = zero then
               add 1 to nfc-block-count
             end-if
             move nacha-file-control-line to card-record
             write card-record
           end-if
           .
       write-check-number-control.
           move next-check-number to ckc-next-check-number
           move nacha-trace-seq to ckc-next-trace-seq
           .
       clean-up.
           perform write-nacha-trailer
           perform write-card-trailer
           close void-deposit-file
           close void-card-file
           close void-gl-extract
           close reissue-check-print
           close check-register
           close positive-pay-file
           perform write-check-number-control
           close ytd-file
           move "C" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           close empmast
           close pay-history-file
           close overpay-file
