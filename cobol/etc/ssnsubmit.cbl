       identification division.
       program-id. ssnsubmit.
       author. charles r. martin.
       date-written. 2026-sep-16.
      * ssa bulk ssn verification -- the submission.  em-ssn is
      * whatever was keyed in empmaint, and until this ran the only
      * check on it was the ssa's mismatch letter months after the
      * w-2s went in.  this program walks the master for every
      * active employee whose ssn has not been verified and is not
      * already out with the ssa -- new records, and records whose
      * ssn, name or birth date empmaint has rekeyed since the last
      * submission -- and writes the name, ssn and date of birth to
      * the bulk request file ssnvreq.dat.  each record sent is
      * marked submitted on the master, with the change landing on
      * empaudit.dat as an empmaint change would, so the next
      * submission doesn't send it again.  ssnresult posts what
      * comes back.
       environment division.
       input-output section.
       file-control.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is dynamic
               record key is em-employee-id
               file status is empmast-status.
      * the same maintenance trail empmaint appends to
           select audit-file
             assign to "empaudit.dat"
               organization is line sequential
               file status is audit-file-status.
           select request-file
             assign to "ssnvreq.dat"
               organization is line sequential.
           select submit-listing
             assign to "ssnsubmit.prt"
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
       fd request-file.
           copy ssnvrec.
       fd submit-listing.
       01 submit-print-line  pic x(100).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 empmast-status     pic x(02).
       01 audit-file-status  pic x(02).
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
       01 end-file           pic x(01).
           88 eof                value "T".
       01 before-image       pic x(200).
       01 submitted-count    pic 9(05) usage comp value zero.
       01 no-ssn-count       pic 9(05) usage comp value zero.
       01 no-birth-count     pic 9(05) usage comp value zero.
       01 listing-heading.
           02 filler pic x(40)
             value "SSA SSN VERIFICATION -- SUBMITTED ".
           02 lh-date        pic x(08).
       01 listing-column-line.
           02 filler pic x(08) value "EMPL".
           02 filler pic x(28) value "NAME".
           02 filler pic x(11) value "SSN".
           02 filler pic x(10) value "BIRTH".
           02 filler pic x(20) value "NOTE".
       01 listing-detail-line.
           02 ld-employee-id pic x(05).
           02 filler         pic x(03).
           02 ld-firstname   pic x(10).
           02 filler         pic x(01).
           02 ld-surname     pic x(15).
           02 filler         pic x(02).
           02 ld-ssn         pic x(09).
           02 filler         pic x(02).
           02 ld-birth-date  pic x(08).
           02 filler         pic x(02).
           02 ld-note        pic x(30).
       01 listing-total-line.
           02 filler pic x(12) value "SUBMITTED".
           02 lt-submitted   pic zzzz9.
           02 filler pic x(20) value "  NO BIRTH DATE".
           02 lt-no-birth    pic zzzz9.
           02 filler pic x(20) value "  HELD -- NO SSN".
           02 lt-no-ssn      pic zzzz9.
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             perform submit-one-employee with test before
               until eof
             perform clean-up
           else
             move 16 to return-code
           end-if
           stop run.
      * the shared sign-on owns the password rules -- the
      * submission is a batch step like the run itself
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "ssnsubmit" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO SUBMIT SSN VERIFICATION ***"
           end-if
           .
       initialize-program.
           open i-o empmast
           open extend audit-file
           if audit-file-status not = "00" then
             open output audit-file
           end-if
           open output request-file
           open output submit-listing
           move function current-date (1:8) to lh-date
           move listing-heading to submit-print-line
           write submit-print-line
           move listing-column-line to submit-print-line
           write submit-print-line
           move "N" to end-file
           move low-values to em-employee-id
           start empmast key not < em-employee-id
             invalid key move "T" to end-file
           end-start
           .
      * an active employee nobody has verified yet -- a submitted
      * record is waiting on the ssa, and verified and mismatched
      * ones only come back through when empmaint rekeys them
       submit-one-employee.
           read empmast next record
             at end move "T" to end-file
           end-read
           if not eof then
             if em-active and em-ssn-unverified then
               if em-ssn = spaces or em-ssn = zeros then
                 add 1 to no-ssn-count
                 move "NO SSN KEYED -- NOT SENT" to ld-note
                 perform print-employee-line
               else
                 perform write-request
               end-if
             end-if
           end-if
           .
       write-request.
           move spaces to ssn-verify-record
           move em-ssn to sv-ssn
           move "TPV" to sv-record-type
           move em-firstname to sv-first-name
           move em-surname to sv-last-name
           move spaces to ld-note
           if em-birth-date is numeric then
             string em-birth-date (5:4) delimited by size
                    em-birth-date (1:4) delimited by size
                    into sv-birth-date
             end-string
           else
             add 1 to no-birth-count
             move "NO BIRTH DATE -- NAME ONLY" to ld-note
           end-if
           move em-employee-id to sv-employee-id
           move em-company-code to sv-company-code
           write ssn-verify-record
           move employee-master-record to before-image
           move "S" to em-ssn-verify-status
           move spaces to em-ssn-result-code
           rewrite employee-master-record
           perform write-audit-record
           add 1 to submitted-count
           perform print-employee-line
           .
       print-employee-line.
           move em-employee-id to ld-employee-id
           move em-firstname to ld-firstname
           move em-surname to ld-surname
           move em-ssn to mk-value
           move "N" to mk-show-full
           call "paymask" using mask-request
           move mk-shown to ld-ssn
           move em-birth-date to ld-birth-date
           move listing-detail-line to submit-print-line
           write submit-print-line
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
           move submitted-count to lt-submitted
           move no-birth-count to lt-no-birth
           move no-ssn-count to lt-no-ssn
           move listing-total-line to submit-print-line
           write submit-print-line
           close empmast
           close audit-file
           close request-file
           close submit-listing
           perform write-run-log
           display "SSN VERIFICATION -- " submitted-count
             " SUBMITTED ON SSNVREQ.DAT, " no-ssn-count
             " HELD WITH NO SSN"
           .
       write-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "ssnsubmit" to rl-program
           move operator-id to rl-operator
           move "SSN VERIFICATION SUBMITTED" to rl-action
           write run-log-record
           close run-log
           .
       end program ssnsubmit.
