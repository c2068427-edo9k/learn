      * the pay date -- built the same way the run builds
      * nacha.dat.  payees not yet flagged electronic fall back
      * to a paper listing accounts payable cuts checks from,
      * exactly what they worked from before.  a period the
      * companies ran one by one left a garnremitNN.dat from each
      * company's run rather than the one garnremit.dat -- every
      * one on hand is remitted, in the same file to the bank.
       environment division.
       input-output section.
       file-control.
      * one remittance line per garnishment deduction the run took
           select garnish-remit-file
             assign to garnish-remit-name
               organization is line sequential
               file status is garnish-remit-status.
      * the orders -- where each payee's remit method and bank
           02 rl-action      pic x(30).
       working-storage section.
       01 garnish-remit-status pic x(02).
       01 garnish-remit-name  pic x(20).
      * which of the run's files is being read -- zero for the
      * classic name, else the company table entry
       01 feed-idx            pic 9(02) usage comp.
       01 remit-file-count    pic 9(02) usage comp value zero.
       01 garnishment-status pic x(02).
           88 garnishment-ok        value "00".
           88 garnishment-not-found value "23", "35".
           88 company-eof-reached value "T".
       01 company-row-switch pic x(01) value "N".
           88 company-row-loaded value "Y".
      * the companies on compctl.dat, primary first
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 nacha-file-header-line.
           02 nfh-record-type      pic x(01) value "1".
           02 nfh-priority-code    pic x(02) value "01".
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             perform remit-one-file varying feed-idx
               from zero by 1 until feed-idx > cct-count
             perform clean-up
           else
             move 16 to return-code
           perform read-pay-calendar
           perform load-company-identity
           perform read-check-number-control
           open input garnishment-file
           open input empmast
           open output garn-ach-file
           .
      * the primary company's origination identity off
      * compctl.dat -- the compiled defaults stand when the file
      * hasn't been keyed, same seeding the run does -- and the
      * company codes the run's files can carry
       load-company-identity.
           open input company-control-file
           if company-control-status = "00" then
             move "N" to company-eof
             perform load-one-company with test before
               until company-eof-reached
             close company-control-file
           end-if
           if cct-count = zero then
             move 1 to cct-count
             move "01" to cct-code (1)
           end-if
           .
       load-one-company.
           read company-control-file
             at end move "T" to company-eof
           end-read
           if not company-eof-reached then
             if cct-count < company-table-max then
               add 1 to cct-count
               move co-company-code to cct-code (cct-count)
             end-if
           end-if
           if not company-eof-reached and not company-row-loaded
               then
             move "Y" to company-row-switch
             move co-nacha-dest to nfh-immediate-dest
             move co-nacha-orig to nfh-immediate-orig
           write run-log-record
           close run-log
           .
      * the classic garnremit.dat, then each company's own --
      * a period runs one way or the other, and the run empties
      * the kind it didn't write
       remit-one-file.
           move spaces to garnish-remit-name
           if feed-idx = zero then
             move "garnremit.dat" to garnish-remit-name
           else
             string "garnremit" delimited by size
                    cct-code (feed-idx) delimited by size
                    ".dat" delimited by size
                    into garnish-remit-name
             end-string
           end-if
           open input garnish-remit-file
           if garnish-remit-status = "00" then
             add 1 to remit-file-count
             move "N" to end-file
             perform remit-one-record with test before until eof
             close garnish-remit-file
           end-if
           .
      * one remit line per pass -- electronic payees get a ccd+
      * entry, everyone else goes on the paper listing
       remit-one-record.
           close check-number-control
           .
       clean-up.
           if remit-file-count = zero then
             display "*** NO GARNREMIT.DAT -- NOTHING TO REMIT ***"
           end-if
           perform write-nacha-trailer
           close garn-ach-file
           move paper-count to ppt-count
           move paper-total-line to paper-print-line
           write paper-print-line
           close paper-remit-report
           close garnishment-file
           close empmast
           perform write-check-number-control
