       identification division.
       program-id. ssnresult.
       author. charles r. martin.
       date-written. 2026-sep-16.
      * ssa bulk ssn verification -- the results.  reads the
      * results file the ssa returns for a ssnsubmit request and
      * posts each answer to the master: a verified record is
      * stamped verified so it is never sent again, and a
      * mismatch is flagged with the ssa's result code.  every
      * mismatch prints on the follow-up listing for hr, who take
      * it up with the employee and rekey what was wrong in
      * empmaint -- which sends the record back through the next
      * submission.  a result for a record that was rekeyed after
      * it was sent is stale and posts nothing; the rekeyed record
      * is already waiting for the next submission.  every master
      * change lands on empaudit.dat as an empmaint change would.
       environment division.
       input-output section.
       file-control.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is empmast-status.
           select audit-file
             assign to "empaudit.dat"
               organization is line sequential
               file status is audit-file-status.
           select results-file
             assign to results-file-name
               organization is line sequential
               file status is results-file-status.
           select followup-listing
             assign to "ssnresult.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd empmast.
           copy emprec.
       fd audit-file.
       01 audit-record.
           02 ea-date            pic x(08).
           02 ea-time            pic x(06).
           02 ea-operator        pic x(10).
           02 ea-action          pic x(01).
           02 ea-employee-id     pic x(05).
           02 ea-before-image    pic x(200).
           02 ea-after-image     pic x(200).
       fd results-file.
           copy ssnvrec.
       fd followup-listing.
       01 followup-print-line pic x(100).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 empmast-status     pic x(02).
           88 empmast-ok         value "00".
       01 audit-file-status  pic x(02).
       01 results-file-status pic x(02).
       01 run-log-status     pic x(02).
       01 operator-id        pic x(10).
       01 operator-password  pic x(10).
       01 signon-switch      pic x value "N".
           88 operator-authorized  value "Y".
      * the shared sign-on's request block -- the one check every
      * program in the suite now goes through
           copy signreq.
      * the shared masking check -- the listing shows only the
      * last four of the ssn
           copy maskreq.
       01 results-file-name  pic x(30).
       01 end-file           pic x(01).
           88 eof                value "T".
       01 before-image       pic x(200).
      * what the mismatch is posted as -- the ssa's code, or d
      * when the ssa shows the number holder deceased
       01 result-code        pic x(01).
       01 result-text        pic x(36).
       01 read-count         pic 9(05) usage comp value zero.
       01 verified-count     pic 9(05) usage comp value zero.
       01 mismatch-count     pic 9(05) usage comp value zero.
       01 stale-count        pic 9(05) usage comp value zero.
       01 missing-count      pic 9(05) usage comp value zero.
      * the ssa's verification codes, as hr needs them read
       01 result-code-values.
           02 filler pic x(01) value "1".
           02 filler pic x(36) value "SSN NOT IN SSA FILE".
           02 filler pic x(01) value "2".
           02 filler pic x(36) value "NAME AND BIRTH DATE DO NOT MATCH".
           02 filler pic x(01) value "3".
           02 filler pic x(36)
             value "NAME MATCHES, BIRTH DATE DOES NOT".
           02 filler pic x(01) value "4".
           02 filler pic x(36)
             value "BIRTH DATE MATCHES, NAME DOES NOT".
           02 filler pic x(01) value "5".
           02 filler pic x(36) value "NAME DOES NOT MATCH".
           02 filler pic x(01) value "6".
           02 filler pic x(36) value "SSN DID NOT VERIFY -- OTHER".
           02 filler pic x(01) value "D".
           02 filler pic x(36) value "SSA SHOWS NUMBER HOLDER DECEASED".
       01 result-code-table redefines result-code-values.
           02 rct-entry occurs 7 times.
               03 rct-code   pic x(01).
               03 rct-text   pic x(36).
       77 result-code-max    pic 9(02) value 7.
       01 rct-idx            pic 9(02) usage comp.
       01 listing-heading.
           02 filler pic x(44)
             value "SSN VERIFICATION MISMATCHES -- HR FOLLOW-UP".
           02 lh-date        pic x(08).
       01 listing-column-line.
           02 filler pic x(08) value "EMPL".
           02 filler pic x(28) value "NAME ON MASTER".
           02 filler pic x(11) value "SSN".
           02 filler pic x(06) value "DEPT".
           02 filler pic x(40) value "SSA RESULT".
       01 listing-detail-line.
           02 ld-employee-id pic x(05).
           02 filler         pic x(03).
           02 ld-firstname   pic x(10).
           02 filler         pic x(01).
           02 ld-surname     pic x(15).
           02 filler         pic x(02).
           02 ld-ssn         pic x(09).
           02 filler         pic x(02).
           02 ld-department  pic x(04).
           02 filler         pic x(02).
           02 ld-code        pic x(01).
           02 filler         pic x(01).
           02 ld-text        pic x(36).
       01 listing-total-line.
           02 filler pic x(07) value "READ".
           02 lt-read        pic zzzz9.
           02 filler pic x(12) value "  VERIFIED".
           02 lt-verified    pic zzzz9.
           02 filler pic x(14) value "  MISMATCHED".
           02 lt-mismatch    pic zzzz9.
           02 filler pic x(09) value "  STALE".
           02 lt-stale       pic zzzz9.
           02 filler pic x(14) value "  NOT ON FILE".
           02 lt-missing     pic zzzz9.
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             if results-file-status = "00" then
               perform post-one-result with test before until eof
               perform clean-up
             else
               move 16 to return-code
             end-if
           else
             move 16 to return-code
           end-if
           stop run.
      * the shared sign-on owns the password rules -- posting the
      * results is a batch step like the submission
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "ssnresult" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO POST SSN VERIFICATION ***"
           end-if
           .
       initialize-program.
           display "SSA RESULTS FILE (BLANK FOR SSNVRES.DAT): "
           accept results-file-name
           if results-file-name = spaces then
             move "ssnvres.dat" to results-file-name
           end-if
           open input results-file
           if results-file-status not = "00" then
             display "*** NO RESULTS FILE " results-file-name
               " -- NOTHING POSTED ***"
           else
             open i-o empmast
             open extend audit-file
             if audit-file-status not = "00" then
               open output audit-file
             end-if
             open output followup-listing
             move function current-date (1:8) to lh-date
             move listing-heading to followup-print-line
             write followup-print-line
             move listing-column-line to followup-print-line
             write followup-print-line
             move "N" to end-file
           end-if
           .
      * one answer from the ssa.  it only posts to a record still
      * out for verification under the ssn that was sent -- one
      * rekeyed since has been put back to unverified by empmaint
      * and goes out on the next submission instead
       post-one-result.
           read results-file
             at end move "T" to end-file
           end-read
           if not eof then
             add 1 to read-count
             move sv-employee-id to em-employee-id
             read empmast
               invalid key move "23" to empmast-status
             end-read
             if not empmast-ok then
               add 1 to missing-count
               display "*** RESULT FOR EMPLOYEE " sv-employee-id
                 " -- NOT ON MASTER FILE ***"
             else
               if em-ssn-submitted and em-ssn = sv-ssn then
                 perform post-verification
               else
                 add 1 to stale-count
               end-if
             end-if
           end-if
           .
       post-verification.
           move employee-master-record to before-image
           if sv-verified and not sv-reported-deceased then
             move "V" to em-ssn-verify-status
             move spaces to em-ssn-result-code
             add 1 to verified-count
           else
             if sv-reported-deceased then
               move "D" to result-code
             else
               move sv-verify-code to result-code
             end-if
             move "M" to em-ssn-verify-status
             move result-code to em-ssn-result-code
             add 1 to mismatch-count
             perform print-mismatch-line
           end-if
           rewrite employee-master-record
           perform write-audit-record
           .
       print-mismatch-line.
           move "UNKNOWN SSA RESULT CODE" to result-text
           perform match-result-code varying rct-idx
             from 1 by 1 until rct-idx > result-code-max
           move em-employee-id to ld-employee-id
           move em-firstname to ld-firstname
           move em-surname to ld-surname
           move em-ssn to mk-value
           move "N" to mk-show-full
           call "paymask" using mask-request
           move mk-shown to ld-ssn
           move em-department to ld-department
           move result-code to ld-code
           move result-text to ld-text
           move listing-detail-line to followup-print-line
           write followup-print-line
           .
       match-result-code.
           if rct-code (rct-idx) = result-code then
             move rct-text (rct-idx) to result-text
           end-if
           .
       write-audit-record.
           move function current-date (1:8) to ea-date
           move function current-date (9:6) to ea-time
           move operator-id to ea-operator
           move "C" to ea-action
           move em-employee-id to ea-employee-id
           move before-image to ea-before-image
           move employee-master-record to ea-after-image
           write audit-record
           .
       clean-up.
           move read-count to lt-read
           move verified-count to lt-verified
           move mismatch-count to lt-mismatch
           move stale-count to lt-stale
           move missing-count to lt-missing
           move listing-total-line to followup-print-line
           write followup-print-line
           close results-file
           close empmast
           close audit-file
           close followup-listing
           perform write-run-log
           if mismatch-count not = zero then
             move 4 to return-code
           end-if
           display "SSN VERIFICATION -- " verified-count
             " VERIFIED, " mismatch-count " MISMATCHED -- SEE "
             "SSNRESULT.PRT"
           .
       write-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "ssnresult" to rl-program
           move operator-id to rl-operator
           move "SSN VERIFICATION POSTED" to rl-action
           write run-log-record
           close run-log
           .
       end program ssnresult.
