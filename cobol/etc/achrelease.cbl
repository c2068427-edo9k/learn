       identification division.
       program-id. achrelease.
       author. charles r. martin.
       date-written. 2026-sep-18.
      * ach file release control.  the run finishes a nacha file
      * per company at clean-up (and a pay-card funding file beside
      * it), reviewrelease, voidreissue and garnach each finish one
      * of their own, and until this ran whoever produced the file
      * uploaded it to the bank -- nothing stopped a file that
      * didn't agree with the register from going out, and nothing
      * stopped the operator who ran payroll from sending it.
      * every ach file now goes out through this gate.  it
      * re-foots each file from its entries -- entry/addenda
      * count, entry hash, debits and credits -- against every
      * batch control and the file control, and for the run's
      * files against the register net paid by deposit (or to pay
      * cards) off pay history.  the release report prints either
      * way.  only a file set that balances all the way through
      * goes on to approval: a second operator with release
      * authority, never the operator who produced the files
      * (pd-run-operator on periodctl.dat for the run, the last
      * operator the producing program logged for the others),
      * signs on to approve it.  only then is each file copied to
      * its outbound transmission name (nacha.dat to nacha.xmt),
      * recorded on achrelease.dat so it can never be sent twice,
      * and logged.  a period the companies run one by one is
      * released company by company: each company's files go out
      * once its own run has posted (its row on coperctl.dat),
      * footed against the payments of that run, and the approver
      * may have run none of them.
       environment division.
       input-output section.
       file-control.
      * the file being footed, and then copied -- the name is
      * moved in for each file in turn
           select ach-file
             assign to ach-file-name
               organization is line sequential
               file status is ach-file-status.
           select outbound-file
             assign to outbound-file-name
               organization is line sequential
               file status is outbound-file-status.
           select period-control-file
             assign to "periodctl.dat"
               organization is indexed
               access mode is random
               record key is pd-pay-period
               file status is period-control-status.
      * the run's payments -- the register side of the footing
           select pay-history-file
             assign to "payhist.dat"
               organization is indexed
               access mode is dynamic
               record key is ph-key
               file status is pay-history-status.
      * each company's own run of the period, when they ran one
      * by one
           select company-period-file
             assign to "coperctl.dat"
               organization is indexed
               access mode is random
               record key is cp-key
               file status is company-period-status.
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
      * every file ever released, oldest first
           select release-ledger
             assign to "achrelease.dat"
               organization is line sequential
               file status is release-ledger-status.
           select release-report
             assign to "achrelease.prt"
               organization is line sequential.
      * read for the operator who produced a non-run file, and
      * appended to with each release
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd ach-file.
       01 ach-record.
           02 ach-record-type    pic x(01).
           02 filler             pic x(93).
      * the record types as the footing reads them -- header, entry
      * detail, batch control and file control
       01 ach-file-header.
           02 filler             pic x(23).
           02 afh-file-date      pic x(06).
           02 filler             pic x(65).
       01 ach-entry-detail.
           02 filler             pic x(01).
           02 aed-transaction-code pic x(02).
               88 aed-credit        value "22", "23", "24",
                                          "32", "33", "34".
               88 aed-debit         value "27", "28", "29",
                                          "37", "38", "39".
           02 aed-receiving-dfi  pic x(08).
           02 filler             pic x(18).
           02 aed-amount         pic x(10).
           02 filler             pic x(55).
       01 ach-batch-control.
           02 filler             pic x(04).
           02 abc-entry-count    pic x(06).
           02 abc-entry-hash     pic x(10).
           02 abc-total-debit    pic x(12).
           02 abc-total-credit   pic x(12).
           02 filler             pic x(50).
       01 ach-file-control.
           02 filler             pic x(01).
           02 afc-batch-count    pic x(06).
           02 filler             pic x(06).
           02 afc-entry-count    pic x(08).
           02 afc-entry-hash     pic x(10).
           02 afc-total-debit    pic x(12).
           02 afc-total-credit   pic x(12).
           02 filler             pic x(39).
       fd outbound-file.
       01 outbound-record        pic x(94).
       fd period-control-file.
           copy perdctl.
       fd pay-history-file.
           copy payhist.
       fd company-period-file.
           copy coperctl.
       fd company-control-file.
           copy compctl.
       fd release-ledger.
           copy achrlrec.
       fd release-report.
       01 release-print-line     pic x(100).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 ach-file-status    pic x(02).
       01 outbound-file-status pic x(02).
       01 period-control-status pic x(02).
           88 period-control-ok  value "00".
       01 pay-history-status pic x(02).
           88 pay-history-ok     value "00".
       01 company-control-status pic x(02).
       01 company-period-status pic x(02).
           88 company-period-ok  value "00".
       01 company-period-switch pic x(01).
           88 company-period-open value "Y".
      * the run that produced one company's files -- its own run,
      * or the combined run the period row records
       01 company-run-switch pic x(01).
           88 company-ran        value "Y".
       01 company-run-date   pic x(08).
       01 company-run-operator pic x(10).
       01 company-posted-count pic 9(02) usage comp.
       01 approver-ran-switch pic x(01).
           88 approver-ran-files value "Y".
       01 release-ledger-status pic x(02).
       01 run-log-status     pic x(02).
       01 operator-id        pic x(10).
       01 operator-password  pic x(10).
       01 approver-id        pic x(10).
       01 approver-password  pic x(10).
       01 signon-switch      pic x value "N".
           88 operator-authorized  value "Y".
      * the shared sign-on's request block -- the one check every
      * program in the suite now goes through
           copy signreq.
       01 ach-file-name      pic x(20).
       01 outbound-file-name pic x(20).
       01 file-source        pic x(01).
           88 source-is-run      value "R".
           88 source-is-release  value "V".
           88 source-is-void     value "X".
           88 source-is-garnish  value "G".
       01 release-period     pic x(06).
      * the program that produced the files and the operator who
      * ran it -- whoever approves, it is not them
       01 producing-program  pic x(12).
       01 producing-operator pic x(10).
       01 run-abandoned      pic x value "N".
           88 release-abandoned  value "Y".
       01 end-file           pic x(01).
           88 eof                value "T".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
       01 company-table.
           02 cct-code occurs 4 times pic x(02).
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 payment-company    pic x(02).
      * the files up for release.  the kind says which register
      * total a run file foots against -- d for deposits, p for
      * pay cards, blank for a file with no register side
       01 release-file-table.
           02 rft-entry occurs 10 times.
               03 rft-file-name      pic x(20).
               03 rft-kind           pic x(01).
               03 rft-company        pic x(02).
               03 rft-file-date      pic x(06).
               03 rft-entry-count    pic 9(08) usage comp.
               03 rft-entry-hash     pic 9(10) usage comp.
               03 rft-total-debit    pic 9(12) usage comp.
               03 rft-total-credit   pic 9(12) usage comp.
               03 rft-register-net   pic 9(12) usage comp.
      * for a run file, the date and operator of the run that
      * produced it
               03 rft-run-date       pic x(08).
               03 rft-run-operator   pic x(10).
      * b=balanced, o=out of balance, e=no entries (nothing to
      * send), r=already released
               03 rft-result         pic x(01).
               03 rft-reason         pic x(30).
       77 release-file-max   pic 9(02) value 10.
       01 rft-count          pic 9(02) usage comp value zero.
       01 rft-idx            pic 9(02) usage comp.
       01 balanced-count     pic 9(02) usage comp value zero.
       01 unbalanced-count   pic 9(02) usage comp value zero.
       01 released-count     pic 9(02) usage comp value zero.
      * one batch's footing, and the whole file's
       01 batch-entry-count  pic 9(08) usage comp.
       01 batch-entry-hash   pic 9(15) usage comp.
       01 batch-total-debit  pic 9(12) usage comp.
       01 batch-total-credit pic 9(12) usage comp.
       01 file-entry-count   pic 9(08) usage comp.
       01 file-entry-hash    pic 9(15) usage comp.
       01 file-total-debit   pic 9(12) usage comp.
       01 file-total-credit  pic 9(12) usage comp.
       01 file-batch-count   pic 9(06) usage comp.
       01 file-control-switch pic x(01).
           88 file-control-seen  value "Y".
      * the entry hash is the routing sum's low ten digits
       77 hash-modulus       pic 9(11) value 10000000000.
       01 hash-quotient      pic 9(05) usage comp.
       01 hash-low-digits    pic 9(10) usage comp.
       01 entry-dfi          pic 9(08).
       01 entry-amount       pic 9(10).
       01 control-count      pic 9(08).
       01 control-hash       pic 9(10).
       01 control-amount     pic 9(12).
       01 payment-cents      pic 9(12) usage comp.
       01 ledger-eof         pic x(01).
           88 ledger-eof-reached value "T".
       01 run-log-eof        pic x(01).
           88 run-log-eof-reached value "T".
       01 report-heading.
           02 filler pic x(32) value "ACH FILE RELEASE CONTROL -- ".
           02 rh-source      pic x(20).
           02 filler pic x(05) value " RUN ".
           02 rh-date        pic x(08).
       01 producer-line.
           02 filler pic x(22) value "FILES PRODUCED BY ".
           02 pl-program     pic x(12).
           02 filler pic x(12) value " OPERATOR ".
           02 pl-operator    pic x(10).
       01 file-heading-line.
           02 filler pic x(06) value "FILE ".
           02 fhl-name       pic x(20).
           02 filler pic x(09) value " COMPANY ".
           02 fhl-company    pic x(02).
           02 filler pic x(08) value "  DATED ".
           02 fhl-file-date  pic x(06).
           02 filler pic x(08) value " RUN BY ".
           02 fhl-operator   pic x(10).
       01 footing-line.
           02 filler         pic x(04) value spaces.
           02 fl-caption     pic x(16).
           02 fl-count       pic zzzzzzz9.
           02 filler         pic x(02).
           02 fl-hash        pic 9(10).
           02 filler         pic x(02).
           02 fl-debit       pic $$$,$$$,$$$,$$9.99.
           02 filler         pic x(02).
           02 fl-credit      pic $$$,$$$,$$$,$$9.99.
       01 result-line.
           02 filler         pic x(04) value spaces.
           02 filler pic x(16) value "RESULT".
           02 rsl-result     pic x(20).
           02 rsl-reason     pic x(30).
       01 summary-line.
           02 filler pic x(10) value "FILES".
           02 sl-files       pic z9.
           02 filler pic x(12) value "  BALANCED".
           02 sl-balanced    pic z9.
           02 filler pic x(18) value "  OUT OF BALANCE".
           02 sl-unbalanced  pic z9.
           02 filler pic x(12) value "  RELEASED".
           02 sl-released    pic z9.
       01 approval-line.
           02 filler pic x(20) value "APPROVED FOR RELEASE".
           02 filler pic x(04) value " BY ".
           02 al-approver    pic x(10).
           02 filler pic x(17) value " -- PREPARED BY ".
           02 al-preparer    pic x(10).
       01 sent-line.
           02 filler pic x(06) value "SENT ".
           02 snl-file       pic x(20).
           02 filler pic x(04) value " AS ".
           02 snl-outbound   pic x(20).
       01 message-line       pic x(100).
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             if not release-abandoned then
               perform foot-one-file varying rft-idx
                 from 1 by 1 until rft-idx > rft-count
               perform check-already-released
               perform print-release-report
               perform decide-release
             end-if
             perform clean-up
           else
             move 16 to return-code
           end-if
           stop run.
      * the operator preparing the release -- approval is a
      * second sign-on further down
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "achrelease" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO PREPARE AN ACH RELEASE ***"
           end-if
           .
       initialize-program.
           open output release-report
           display "FILES TO RELEASE -- R=PAYROLL RUN, V=REVIEW "
             "RELEASE,"
           display "  X=VOID/REISSUE, G=GARNISHMENT REMITTANCE: "
           accept file-source
           evaluate true
             when source-is-run
               perform set-up-run-files
             when source-is-release
               move "reviewrelease" to producing-program
               move "nachrel.dat" to ach-file-name
               perform add-release-file
               move "cardrel.dat" to ach-file-name
               perform add-release-file
               perform find-producing-operator
             when source-is-void
               move "voidreissue" to producing-program
               move "nachvoid.dat" to ach-file-name
               perform add-release-file
               move "cardvoid.dat" to ach-file-name
               perform add-release-file
               perform find-producing-operator
             when source-is-garnish
               move "garnach" to producing-program
               move "garnach.dat" to ach-file-name
               perform add-release-file
               perform find-producing-operator
             when other
               display "*** SOURCE MUST BE R, V, X OR G ***"
               move 16 to return-code
               move "Y" to run-abandoned
           end-evaluate
           if not release-abandoned and rft-count = zero then
             display "*** NO ACH FILES ON HAND FOR THAT SOURCE "
               "-- NOTHING TO RELEASE ***"
             move 4 to return-code
             move "Y" to run-abandoned
           end-if
           .
      * the run's files for a posted period -- every company's
      * nacha and pay-card file that is on hand, footed against
      * what pay history says the run paid that way.  a period
      * not yet posted because the companies are running it one
      * by one releases the files of those whose own run has.
       set-up-run-files.
           move "paychecks" to producing-program
           display "PAY PERIOD THE RUN WAS FOR (YYYYMM): "
           accept release-period
           open input period-control-file
           move release-period to pd-pay-period
           read period-control-file
             invalid key move "23" to period-control-status
           end-read
           close period-control-file
           if not period-control-ok then
             move spaces to period-control-record
           end-if
           move pd-run-operator to producing-operator
           move zero to company-posted-count
           perform load-company-codes
           move "N" to company-period-switch
           open input company-period-file
           if company-period-ok then
             move "Y" to company-period-switch
           end-if
           perform add-company-run-files varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           if company-period-open then
             close company-period-file
           end-if
           evaluate true
             when pd-posted
               perform sum-register-payments
             when company-posted-count = zero
                 and not period-control-ok
               display "*** NO PERIOD CONTROL FOR " release-period
                 " -- THE RUN HAS NOT POSTED ***"
               move 16 to return-code
               move "Y" to run-abandoned
             when company-posted-count = zero
               display "*** PERIOD " release-period " IS NOT "
                 "POSTED -- NOTHING RELEASED ***"
               move 16 to return-code
               move "Y" to run-abandoned
             when other
               display "*** PERIOD " release-period " IS NOT "
                 "POSTED -- RELEASING ONLY THE COMPANIES WHOSE "
                 "OWN RUN HAS ***"
               perform sum-register-payments
           end-evaluate
           .
       load-company-codes.
           move spaces to company-table
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
       add-company-run-files.
           perform find-company-run
           if company-ran then
             perform add-company-file-pair
           end-if
           .
      * the company's own run when its row says it posted,
      * otherwise the combined run of a posted period
       find-company-run.
           move "N" to company-run-switch
           if company-period-open then
             move release-period to cp-pay-period
             move cct-code (cct-idx) to cp-company-code
             read company-period-file
               invalid key move "23" to company-period-status
             end-read
             if company-period-ok and cp-posted then
               move "Y" to company-run-switch
               move cp-run-date to company-run-date
               move cp-run-operator to company-run-operator
               add 1 to company-posted-count
             end-if
           end-if
           if not company-ran and pd-posted then
             move "Y" to company-run-switch
             move pd-run-date to company-run-date
             move pd-run-operator to company-run-operator
           end-if
           if company-ran and producing-operator = spaces then
             move company-run-operator to producing-operator
           end-if
           .
      * the primary company's files keep the plain names
       add-company-file-pair.
           if cct-idx = 1 then
             move "nacha.dat" to ach-file-name
           else
             move spaces to ach-file-name
             string "nacha" delimited by size
                    cct-code (cct-idx) delimited by size
                    ".dat" delimited by size
                    into ach-file-name
             end-string
           end-if
           perform add-release-file
           if rft-count > zero
               and rft-file-name (rft-count) = ach-file-name then
             move "D" to rft-kind (rft-count)
             move cct-code (cct-idx) to rft-company (rft-count)
             move company-run-date to rft-run-date (rft-count)
             move company-run-operator to rft-run-operator (rft-count)
           end-if
           if cct-idx = 1 then
             move "paycard.dat" to ach-file-name
           else
             move spaces to ach-file-name
             string "paycard" delimited by size
                    cct-code (cct-idx) delimited by size
                    ".dat" delimited by size
                    into ach-file-name
             end-string
           end-if
           perform add-release-file
           if rft-count > zero
               and rft-file-name (rft-count) = ach-file-name then
             move "P" to rft-kind (rft-count)
             move cct-code (cct-idx) to rft-company (rft-count)
             move company-run-date to rft-run-date (rft-count)
             move company-run-operator to rft-run-operator (rft-count)
           end-if
           .
      * a file that isn't there was never produced -- only the
      * ones on hand go on the list
       add-release-file.
           open input ach-file
           if ach-file-status = "00" then
             close ach-file
             if rft-count < release-file-max then
               add 1 to rft-count
               move ach-file-name to rft-file-name (rft-count)
               move spaces to rft-kind (rft-count)
                 rft-company (rft-count) rft-file-date (rft-count)
                 rft-result (rft-count) rft-reason (rft-count)
                 rft-run-date (rft-count) rft-run-operator (rft-count)
               move zero to rft-entry-count (rft-count)
                 rft-entry-hash (rft-count)
                 rft-total-debit (rft-count)
                 rft-total-credit (rft-count)
                 rft-register-net (rft-count)
             end-if
           end-if
           .
      * the last operator the producing program logged -- its
      * sign-on line or its own run line, whichever came last
       find-producing-operator.
           move spaces to producing-operator
           open input run-log
           if run-log-status = "00" then
             move "N" to run-log-eof
             perform read-one-run-log-line with test before
               until run-log-eof-reached
             close run-log
           end-if
           .
       read-one-run-log-line.
           read run-log
             at end move "T" to run-log-eof
           end-read
           if not run-log-eof-reached
               and rl-program = producing-program then
             move rl-operator to producing-operator
           end-if
           .
      * what the run paid by deposit and to pay cards, by company
      * -- its payments carry the period and the date of the run
      * that produced the company's files.  held payments went
      * out on no file.
       sum-register-payments.
           open input pay-history-file
           move low-values to ph-key
           start pay-history-file key not < ph-key
             invalid key move "23" to pay-history-status
           end-start
           if pay-history-ok then
             move "N" to end-file
             perform add-one-register-payment with test before
               until eof
           end-if
           close pay-history-file
           .
       add-one-register-payment.
           read pay-history-file next record
             at end move "T" to end-file
           end-read
           if not eof then
             if ph-pay-period = release-period
                 and (ph-by-deposit or ph-by-pay-card) then
               move ph-company-code to payment-company
               if payment-company = spaces then
                 move cct-code (1) to payment-company
               end-if
               multiply ph-net-pay by 100 giving payment-cents
               perform add-payment-to-file varying rft-idx
                 from 1 by 1 until rft-idx > rft-count
             end-if
           end-if
           .
       add-payment-to-file.
           if rft-company (rft-idx) = payment-company
               and ph-pay-date = rft-run-date (rft-idx) then
             if (ph-by-deposit and rft-kind (rft-idx) = "D")
                 or (ph-by-pay-card and rft-kind (rft-idx) = "P")
                 then
               add payment-cents to rft-register-net (rft-idx)
             end-if
           end-if
           .
      *----------------------------------------------------------
      * re-foot one file from its entries.  every batch control
      * has to agree with the entries under it, the file control
      * with all of them, and a run file's credits with the
      * register
      *----------------------------------------------------------
       foot-one-file.
           move rft-file-name (rft-idx) to ach-file-name
           move zero to batch-entry-count batch-entry-hash
             batch-total-debit batch-total-credit file-entry-count
             file-entry-hash file-total-debit file-total-credit
             file-batch-count
           move "N" to file-control-switch
           move "B" to rft-result (rft-idx)
           open input ach-file
           move "N" to end-file
           perform foot-one-record with test before until eof
           close ach-file
           move file-entry-count to rft-entry-count (rft-idx)
           divide file-entry-hash by hash-modulus
             giving hash-quotient remainder hash-low-digits
           move hash-low-digits to rft-entry-hash (rft-idx)
           move file-total-debit to rft-total-debit (rft-idx)
           move file-total-credit to rft-total-credit (rft-idx)
           if rft-result (rft-idx) = "B" then
             if file-entry-count = zero then
               move "E" to rft-result (rft-idx)
               move "NO ENTRIES -- NOTHING TO SEND"
                 to rft-reason (rft-idx)
             else
               if not file-control-seen then
                 move "NO FILE CONTROL RECORD" to rft-reason (rft-idx)
                 move "O" to rft-result (rft-idx)
               end-if
             end-if
           end-if
           if rft-result (rft-idx) = "B"
               and rft-kind (rft-idx) not = spaces then
             if file-total-credit not = rft-register-net (rft-idx)
                 or file-total-debit not = zero then
               move "O" to rft-result (rft-idx)
               move "CREDITS DISAGREE WITH REGISTER"
                 to rft-reason (rft-idx)
             end-if
           end-if
           if rft-result (rft-idx) = "B" then
             add 1 to balanced-count
           end-if
           if rft-result (rft-idx) = "O" then
             add 1 to unbalanced-count
           end-if
           .
       foot-one-record.
           read ach-file
             at end move "T" to end-file
           end-read
           if not eof then
             evaluate ach-record-type
               when "1"
                 move afh-file-date to rft-file-date (rft-idx)
               when "5"
                 move zero to batch-entry-count batch-entry-hash
                   batch-total-debit batch-total-credit
               when "6"
                 perform foot-entry-detail
               when "7"
                 add 1 to batch-entry-count file-entry-count
               when "8"
                 perform check-batch-control
               when "9"
                 if not file-control-seen then
                   perform check-file-control
                 end-if
               when other
                 move "O" to rft-result (rft-idx)
                 move "UNKNOWN RECORD TYPE" to rft-reason (rft-idx)
             end-evaluate
           end-if
           .
       foot-entry-detail.
           add 1 to batch-entry-count file-entry-count
           if aed-receiving-dfi is numeric
               and aed-amount is numeric then
             move aed-receiving-dfi to entry-dfi
             move aed-amount to entry-amount
             add entry-dfi to batch-entry-hash file-entry-hash
             evaluate true
               when aed-credit
                 add entry-amount to batch-total-credit
                   file-total-credit
               when aed-debit
                 add entry-amount to batch-total-debit
                   file-total-debit
               when other
                 move "O" to rft-result (rft-idx)
                 move "BAD TRANSACTION CODE"
                   to rft-reason (rft-idx)
             end-evaluate
           else
             move "O" to rft-result (rft-idx)
             move "ENTRY NOT NUMERIC" to rft-reason (rft-idx)
           end-if
           .
       check-batch-control.
           add 1 to file-batch-count
           divide batch-entry-hash by hash-modulus
             giving hash-quotient remainder hash-low-digits
           if abc-entry-count is not numeric
               or abc-entry-hash is not numeric
               or abc-total-debit is not numeric
               or abc-total-credit is not numeric then
             move "O" to rft-result (rft-idx)
             move "BATCH CONTROL NOT NUMERIC" to rft-reason (rft-idx)
           else
             move abc-entry-count to control-count
             move abc-entry-hash to control-hash
             if control-count not = batch-entry-count
                 or control-hash not = hash-low-digits then
               move "O" to rft-result (rft-idx)
               move "BATCH COUNT/HASH DISAGREE"
                 to rft-reason (rft-idx)
             end-if
             move abc-total-debit to control-amount
             if control-amount not = batch-total-debit then
               move "O" to rft-result (rft-idx)
               move "BATCH DEBITS DISAGREE" to rft-reason (rft-idx)
             end-if
             move abc-total-credit to control-amount
             if control-amount not = batch-total-credit then
               move "O" to rft-result (rft-idx)
               move "BATCH CREDITS DISAGREE" to rft-reason (rft-idx)
             end-if
           end-if
           .
      * the first 9 record is the file control -- any after it
      * are block fill
       check-file-control.
           move "Y" to file-control-switch
           divide file-entry-hash by hash-modulus
             giving hash-quotient remainder hash-low-digits
           if afc-batch-count is not numeric
               or afc-entry-count is not numeric
               or afc-entry-hash is not numeric
               or afc-total-debit is not numeric
               or afc-total-credit is not numeric then
             move "O" to rft-result (rft-idx)
             move "FILE CONTROL NOT NUMERIC" to rft-reason (rft-idx)
           else
             move afc-batch-count to control-count
             if control-count not = file-batch-count then
               move "O" to rft-result (rft-idx)
               move "FILE BATCH COUNT DISAGREES"
                 to rft-reason (rft-idx)
             end-if
             move afc-entry-count to control-count
             move afc-entry-hash to control-hash
             if control-count not = file-entry-count
                 or control-hash not = hash-low-digits then
               move "O" to rft-result (rft-idx)
               move "FILE COUNT/HASH DISAGREE" to rft-reason (rft-idx)
             end-if
             move afc-total-debit to control-amount
             if control-amount not = file-total-debit then
               move "O" to rft-result (rft-idx)
               move "FILE DEBITS DISAGREE" to rft-reason (rft-idx)
             end-if
             move afc-total-credit to control-amount
             if control-amount not = file-total-credit then
               move "O" to rft-result (rft-idx)
               move "FILE CREDITS DISAGREE" to rft-reason (rft-idx)
             end-if
           end-if
           .
      * a balanced file whose name, date and totals are already on
      * the ledger has been sent -- it stays off this release
       check-already-released.
           open input release-ledger
           if release-ledger-status = "00" then
             move "N" to ledger-eof
             perform check-one-ledger-line with test before
               until ledger-eof-reached
             close release-ledger
           end-if
           .
       check-one-ledger-line.
           read release-ledger
             at end move "T" to ledger-eof
           end-read
           if not ledger-eof-reached then
             perform match-ledger-line varying rft-idx
               from 1 by 1 until rft-idx > rft-count
           end-if
           .
       match-ledger-line.
           if rft-result (rft-idx) = "B"
               and ar-file-name = rft-file-name (rft-idx)
               and ar-file-date = rft-file-date (rft-idx)
               and ar-entry-count = rft-entry-count (rft-idx)
               and ar-entry-hash = rft-entry-hash (rft-idx) then
             move "R" to rft-result (rft-idx)
             move spaces to rft-reason (rft-idx)
             string "SENT " delimited by size
                    ar-release-date delimited by size
                    " AS " delimited by size
                    ar-outbound-name delimited by space
                    into rft-reason (rft-idx)
             end-string
             subtract 1 from balanced-count
           end-if
           .
       print-release-report.
           evaluate true
             when source-is-run
               move spaces to rh-source
               string "PAYROLL RUN " delimited by size
                      release-period delimited by size
                      into rh-source
               end-string
             when source-is-release
               move "REVIEW RELEASE" to rh-source
             when source-is-void
               move "VOID/REISSUE" to rh-source
             when source-is-garnish
               move "GARNISHMENT REMIT" to rh-source
           end-evaluate
           move function current-date (1:8) to rh-date
           move report-heading to release-print-line
           write release-print-line
           move producing-program to pl-program
           move producing-operator to pl-operator
           move producer-line to release-print-line
           write release-print-line
           move spaces to release-print-line
           write release-print-line
           perform print-one-file varying rft-idx
             from 1 by 1 until rft-idx > rft-count
           move rft-count to sl-files
           move balanced-count to sl-balanced
           move unbalanced-count to sl-unbalanced
           move zero to sl-released
           move summary-line to release-print-line
           write release-print-line
           .
       print-one-file.
           move rft-file-name (rft-idx) to fhl-name
           move rft-company (rft-idx) to fhl-company
           move rft-file-date (rft-idx) to fhl-file-date
           move rft-run-operator (rft-idx) to fhl-operator
           move file-heading-line to release-print-line
           write release-print-line
           move "FOOTED ENTRIES" to fl-caption
           move rft-entry-count (rft-idx) to fl-count
           move rft-entry-hash (rft-idx) to fl-hash
           compute fl-debit = rft-total-debit (rft-idx) / 100
           compute fl-credit = rft-total-credit (rft-idx) / 100
           move footing-line to release-print-line
           write release-print-line
           if rft-kind (rft-idx) not = spaces then
             move "REGISTER NET" to fl-caption
             move zero to fl-count fl-hash fl-debit
             compute fl-credit = rft-register-net (rft-idx) / 100
             move footing-line to release-print-line
             write release-print-line
           end-if
           evaluate rft-result (rft-idx)
             when "B"
               move "BALANCED" to rsl-result
             when "O"
               move "*** OUT OF BALANCE" to rsl-result
             when "E"
               move "EMPTY" to rsl-result
             when "R"
               move "ALREADY RELEASED" to rsl-result
           end-evaluate
           move rft-reason (rft-idx) to rsl-reason
           move result-line to release-print-line
           write release-print-line
           move spaces to release-print-line
           write release-print-line
           .
      * any file out of balance holds the whole set -- nothing
      * goes to the bank until every file produced agrees
       decide-release.
           if unbalanced-count not = zero then
             move "*** NOT RELEASED -- CORRECT THE OUT-OF-BALANCE "
               to message-line
             move "FILES AND RE-RUN THE RELEASE ***"
               to message-line (48:32)
             move message-line to release-print-line
             write release-print-line
             display message-line
             move 16 to return-code
           else
             if balanced-count = zero then
               move "NOTHING LEFT TO RELEASE" to message-line
               move message-line to release-print-line
               write release-print-line
               display message-line
               move 4 to return-code
             else
               perform get-approval
               if operator-authorized then
                 perform release-one-file varying rft-idx
                   from 1 by 1 until rft-idx > rft-count
                 move approver-id to al-approver
                 move operator-id to al-preparer
                 move approval-line to release-print-line
                 write release-print-line
                 display released-count " ACH FILES RELEASED -- "
                   "SEE ACHRELEASE.PRT"
               else
                 move 16 to return-code
               end-if
             end-if
           end-if
           .
      * the second operator -- release authority, and never the
      * operator who produced the files or the one preparing them
       get-approval.
           move "N" to signon-switch
           display "APPROVING OPERATOR ID: "
           accept approver-id
           display "PASSWORD: "
           accept approver-password
           move "N" to approver-ran-switch
           perform check-approver-ran-file varying rft-idx
             from 1 by 1 until rft-idx > rft-count
           if approver-id = producing-operator
               or approver-id = operator-id
               or approver-ran-files then
             move spaces to message-line
             string "*** " delimited by size
                    approver-id delimited by space
                    " PRODUCED OR PREPARED THESE FILES AND CANNOT"
                    delimited by size
                    " APPROVE THEM" delimited by size
                    " -- NOT RELEASED ***" delimited by size
                    into message-line
             end-string
             move message-line to release-print-line
             write release-print-line
             display message-line
           else
             move approver-id to sr-operator-id
             move approver-password to sr-password
             move "L" to sr-required-auth
             move "achrelease" to sr-program-name
             call "paysignon" using signon-request
             if sr-authorized then
               move "Y" to signon-switch
             else
               move "*** APPROVER NOT AUTHORIZED TO RELEASE -- "
                 to message-line
               move "NOT RELEASED ***" to message-line (43:16)
               move message-line to release-print-line
               write release-print-line
               display message-line
             end-if
           end-if
           .
      * a company's own run counts as producing its files --
      * whoever ran any company's payroll approves none of them
       check-approver-ran-file.
           if rft-run-operator (rft-idx) not = spaces
               and approver-id = rft-run-operator (rft-idx) then
             move "Y" to approver-ran-switch
           end-if
           .
       release-one-file.
           if rft-result (rft-idx) = "B" then
             move rft-file-name (rft-idx) to ach-file-name
             move spaces to outbound-file-name
             string ach-file-name delimited by "."
                    ".xmt" delimited by size
                    into outbound-file-name
             end-string
             open input ach-file
             open output outbound-file
             move "N" to end-file
             perform copy-one-record with test before until eof
             close ach-file
             close outbound-file
             perform record-release
             add 1 to released-count
             move ach-file-name to snl-file
             move outbound-file-name to snl-outbound
             move sent-line to release-print-line
             write release-print-line
           end-if
           .
       copy-one-record.
           read ach-file
             at end move "T" to end-file
           end-read
           if not eof then
             move ach-record to outbound-record
             write outbound-record
           end-if
           .
       record-release.
           open extend release-ledger
           if release-ledger-status not = "00" then
             open output release-ledger
           end-if
           move ach-file-name to ar-file-name
           move rft-file-date (rft-idx) to ar-file-date
           move rft-entry-count (rft-idx) to ar-entry-count
           move rft-entry-hash (rft-idx) to ar-entry-hash
           compute ar-total-debit = rft-total-debit (rft-idx) / 100
           compute ar-total-credit =
             rft-total-credit (rft-idx) / 100
           move outbound-file-name to ar-outbound-name
           move function current-date (1:8) to ar-release-date
           move function current-date (9:6) to ar-release-time
           move operator-id to ar-prepared-by
           move approver-id to ar-approved-by
           write ach-release-record
           close release-ledger
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "achrelease" to rl-program
           move approver-id to rl-operator
           move spaces to rl-action
           string "ACH RELEASED " delimited by size
                  ach-file-name delimited by space
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       clean-up.
           close release-report
           .
       end program achrelease.
