      * extract together -- the period control's totals span the
      * companies, so the cross has to as well -- and crosses the
      * combined regular-run lines to the register: the wages
      * debits (cost-center wages plus the supplemental and
      * holiday expense, which the register gross includes) equal the
      * period's disbursed gross, and the cash credit its
      * disbursed net, less what the run held for review.  an
      * extract set that doesn't balance or doesn't cross fails
      * the job step so it never reaches the ledger.  the wages,
      * supplemental and cash accounts are identified through the
      * same chart-of-accounts map the writers use, so
      * accounting's renumbering doesn't blind the edit.  the
      * intercompany lines the run writes when one company's
      * people work another's projects have to net to zero across
      * the companies -- every due-from one entity books is a
      * due-to on another's extract.  a company that runs its
      * payroll on its own can't write the extract of an owner
      * whose projects its people worked, so the owner's side of
      * those lines rides on a glic file named for the payer and
      * the owner, footed here with the extracts.  a run backout's
      * reversing files are footed with them the same way -- the
      * combined glbackout.dat, each company's own, and the
      * owner's side of a company backout named for the payer and
      * the owner -- so a reversal that dropped one side of an
      * intercompany pair shows as lines that don't net.  the
      * companies that run separately are only balanced once
      * every one of them has posted and the period has gone
      * posted with their totals summed.
       environment division.
       input-output section.
       file-control.
               access mode is random
               record key is pd-pay-period
               file status is period-control-status.
      * the companies' own postings -- which ones a period that
      * hasn't gone posted is still waiting on
           select company-period-file
             assign to "coperctl.dat"
               organization is indexed
               access mode is random
               record key is cp-key
               file status is company-period-status.
           select balance-report
             assign to "glbalance.prt"
               organization is line sequential.
           copy compctl.
       fd period-control-file.
           copy perdctl.
       fd company-period-file.
           copy coperctl.
       fd balance-report.
       01 balance-print-line pic x(80).
       working-storage section.
       01 period-control-status pic x(02).
           88 period-control-ok        value "00".
           88 period-control-not-found value "23", "35".
       01 company-period-status pic x(02).
           88 company-period-ok        value "00".
       01 period-posted-switch pic x(01) value "N".
           88 period-is-posted  value "Y".
      * the payer and owner of the intercompany file being footed
       01 icf-payer-idx      pic 9(02) usage comp.
       01 icf-owner-idx      pic 9(02) usage comp.
       01 end-file           pic x.
           88 eof               value "T".
       01 gl-account-eof     pic x(01).
       01 wat-found-switch   pic x(01).
           88 wat-found         value "Y".
       01 cash-account       pic x(06) value "100000".
      * the intercompany due-from and due-to accounts -- the
      * compiled defaults plus every ICDUEF and ICDUET row
       01 interco-account-table.
           02 iat-entry occurs 20 times.
               03 iat-account pic x(06).
       77 interco-account-max pic 9(02) value 20.
       01 iat-count          pic 9(02) usage comp value zero.
       01 iat-idx            pic 9(02) usage comp.
       01 iat-found-switch   pic x(01).
           88 iat-found         value "Y".
       01 interco-debit-total  pic 9(11)v99 usage comp value zero.
       01 interco-credit-total pic 9(11)v99 usage comp value zero.
       01 total-debits       pic 9(11)v99 usage comp value zero.
       01 total-credits      pic 9(11)v99 usage comp value zero.
       01 wages-debit-total  pic 9(11)v99 usage comp value zero.
           accept operator-id
           display "PAY PERIOD TO BALANCE (YYYYMM): "
           accept balance-period
           perform load-company-codes.
           perform load-wages-accounts.
           perform read-register-totals.
           perform foot-gl-extract.
           perform set-balance-status.
           stop run.
      * which accounts count as wages expense -- the compiled
      * wages, supplemental and holiday defaults plus every
      * WAGES, SUPWAG and HOLWAG row on the map, cost-centered or
      * not (the register gross the cross runs against includes
      * the supplemental and holiday amounts), and the cash
      * account the same way
       load-wages-accounts.
           move 3 to wat-count
           move "600000" to wat-account (1)
           move "630000" to wat-account (2)
           move "640000" to wat-account (3)
           move 2 to iat-count
           move "140000" to iat-account (1)
           move "280000" to iat-account (2)
           open input gl-account-file
           if gl-account-file-status = "00" then
             move "N" to gl-account-eof
           end-read
           if not gl-account-eof-reached then
             if glm-posting-type = "WAGES"
                 or glm-posting-type = "SUPWAG"
                 or glm-posting-type = "HOLWAG" then
               move "N" to wat-found-switch
               perform match-wages-account varying wat-idx
                 from 1 by 1 until wat-idx > wat-count
                 and glm-cost-center = spaces then
               move glm-account to cash-account
             end-if
             if glm-posting-type = "ICDUEF"
                 or glm-posting-type = "ICDUET" then
               move "N" to iat-found-switch
               perform match-interco-account varying iat-idx
                 from 1 by 1 until iat-idx > iat-count
               if not iat-found
                   and iat-count < interco-account-max then
                 add 1 to iat-count
                 move glm-account to iat-account (iat-count)
               end-if
             end-if
           end-if
           .
       match-interco-account.
           if iat-account (iat-idx) = glm-account then
             move "Y" to iat-found-switch
           end-if
           .
       match-wages-account.
             end-read
             if period-control-ok then
               move "Y" to register-found
               if pd-posted then
                 move "Y" to period-posted-switch
               end-if
               subtract pd-held-gross from pd-total-gross
                 giving register-gross
               subtract pd-held-net from pd-total-net
      * totals -- the primary file has to exist, a missing
      * suffixed file just means that entity paid nobody
       foot-gl-extract.
           perform foot-one-company-extract varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           perform foot-payer-interco-files varying icf-payer-idx
             from 1 by 1 until icf-payer-idx > cct-count
           move "glbackout.dat" to gl-extract-name
           perform foot-backout-file
           perform foot-company-backout-files varying icf-payer-idx
             from 1 by 1 until icf-payer-idx > cct-count
           .
      * a backout's reversing files -- none on file just means
      * nothing has been backed out
       foot-company-backout-files.
           move spaces to gl-extract-name
           string "glbackout" delimited by size
                  cct-code (icf-payer-idx) delimited by size
                  ".dat" delimited by size
                  into gl-extract-name
           end-string
           perform foot-backout-file
           perform foot-one-backout-owner-file varying icf-owner-idx
             from 1 by 1 until icf-owner-idx > cct-count
           .
       foot-one-backout-owner-file.
           if icf-owner-idx not = icf-payer-idx then
             move spaces to gl-extract-name
             string "glbackout" delimited by size
                    cct-code (icf-payer-idx) delimited by size
                    cct-code (icf-owner-idx) delimited by size
                    ".dat" delimited by size
                    into gl-extract-name
             end-string
             perform foot-backout-file
           end-if
           .
       foot-backout-file.
           open input gl-extract
           if gl-extract-status = "00" then
             move "N" to end-file
             perform foot-one-gl-line with test before until eof
             close gl-extract
           end-if
           .
      * the owners' sides the companies' own runs left -- a
      * missing or empty file is a pair that had nothing between
      * them
       foot-payer-interco-files.
           perform foot-one-interco-file varying icf-owner-idx
             from 1 by 1 until icf-owner-idx > cct-count
           .
       foot-one-interco-file.
           if icf-owner-idx not = icf-payer-idx then
             move spaces to gl-extract-name
             string "glic" delimited by size
                    cct-code (icf-payer-idx) delimited by size
                    cct-code (icf-owner-idx) delimited by size
                    ".dat" delimited by size
                    into gl-extract-name
             end-string
             open input gl-extract
             if gl-extract-status = "00" then
               move "N" to end-file
               perform foot-one-gl-line with test before until eof
               close gl-extract
             end-if
           end-if
           .
       load-company-codes.
           open input company-control-file
             else
               add gl-amount to total-credits
             end-if
             move "N" to iat-found-switch
             perform match-extract-interco varying iat-idx
               from 1 by 1 until iat-idx > iat-count
             if iat-found then
               if gl-is-debit then
                 add gl-amount to interco-debit-total
               else
                 add gl-amount to interco-credit-total
               end-if
             end-if
      * only the regular-run postings cross to the register --
      * a release or void line belongs to another period's
      * totals, and an off-cycle payment never stamps the period
             end-if
           end-if
           .
       match-extract-interco.
           if iat-account (iat-idx) = gl-account-code then
             move "Y" to iat-found-switch
           end-if
           .
       match-extract-wages.
           if wat-account (wat-idx) = gl-account-code then
             move "Y" to wat-found-switch
             move balance-flag-line to balance-print-line
             write balance-print-line
           end-if
           if interco-debit-total not = zero
               or interco-credit-total not = zero then
             move "INTERCOMPANY DEBITS" to bcl-caption
             move interco-debit-total to bcl-amount
             move balance-caption-line to balance-print-line
             write balance-print-line
             move "INTERCOMPANY CREDITS" to bcl-caption
             move interco-credit-total to bcl-amount
             move balance-caption-line to balance-print-line
             write balance-print-line
             if interco-debit-total not = interco-credit-total then
               move "Y" to out-of-balance
               move spaces to balance-flag-line
               string "*** INTERCOMPANY LINES DO NOT NET TO "
                      delimited by size
                      "ZERO ***" delimited by size
                      into balance-flag-line
               end-string
               move balance-flag-line to balance-print-line
               write balance-print-line
             end-if
           end-if
           move "WAGES EXPENSE DEBITS" to bcl-caption
           move wages-debit-total to bcl-amount
           move balance-caption-line to balance-print-line
           move cash-credit-total to bcl-amount
           move balance-caption-line to balance-print-line
           write balance-print-line
      * the period's totals are only the whole period's once
      * every company has posted -- until then the cross would
      * run against a part of the register
           if register-totals-on-file and reg-line-count not = zero
               and not period-is-posted then
             move "Y" to out-of-balance
             move spaces to balance-flag-line
             string "*** PERIOD NOT POSTED -- NOT EVERY COMPANY "
                    delimited by size
                    "HAS RUN ***" delimited by size
                    into balance-flag-line
             end-string
             move balance-flag-line to balance-print-line
             write balance-print-line
             perform list-unposted-companies
           end-if
           if register-totals-on-file and period-is-posted
               and reg-line-count not = zero then
             move "REGISTER DISBURSED GROSS" to bcl-caption
             move register-gross to bcl-amount
           end-if
           close balance-report
           .
       list-unposted-companies.
           open input company-period-file
           if company-period-ok then
             perform list-one-unposted-company varying cct-idx
               from 1 by 1 until cct-idx > cct-count
             close company-period-file
           end-if
           .
       list-one-unposted-company.
           move balance-period to cp-pay-period
           move cct-code (cct-idx) to cp-company-code
           read company-period-file
             invalid key move "23" to company-period-status
           end-read
           if not company-period-ok or not cp-posted then
             move spaces to balance-flag-line
             string "    COMPANY " delimited by size
                    cct-code (cct-idx) delimited by size
                    " HAS NOT POSTED THE PERIOD" delimited by size
                    into balance-flag-line
             end-string
             move balance-flag-line to balance-print-line
             write balance-print-line
           end-if
           .
      * a failed footing fails the job step -- the scheduler stops
      * the posting step behind it instead of trusting someone to
      * read the report first
