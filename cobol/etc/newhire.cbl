       identification division.
       program-id. newhire.
       author. charles r. martin.
       date-written. 2026-sep-03.
      * state new-hire reporting.  every state we pay in wants new
      * hires and rehires reported within 20 days of the hire
      * date, and until this ran each one was typed into the
      * state's web portal off the empmaint add screen printout.
      * this program walks empaudit.dat for every add and every
      * rehire (an audit line whose before image was terminated
      * and whose after image is active) keyed since the last
      * report, pulls the current name, ssn, address and hire date
      * off the master and the employer ein off the company
      * control file, and writes one fixed-format new-hire file
      * per company and work state -- employer record, one record
      * per employee, trailer count.  the control listing shows
      * every employee reported and flags anyone past the 20-day
      * window; the audit date and time of the last line read is
      * stamped back to newhirectl.dat at the end so the next run
      * starts where this one stopped and nobody is reported
      * twice.
       environment division.
       input-output section.
       file-control.
      * the maintenance trail empmaint appends to -- read start to
      * finish, only the lines past the stamp count
           select audit-file
             assign to "empaudit.dat"
               organization is line sequential
               file status is audit-file-status.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is empmast-status.
      * each entity's ein and name -- the employer record of its
      * new-hire files.  a site that hasn't keyed compctl.dat
      * reports as the single compiled-in company it always was.
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
      * the audit date and time of the last line the previous
      * report consumed -- one record, rewritten at a clean finish
           select newhire-control
             assign to "newhirectl.dat"
               organization is line sequential
               file status is newhire-control-status.
      * the hires staged flat so the company and state grouping is
      * a plain sort using/giving, the same shape the w-2 extract
      * takes
           select newhire-stage
             assign to "nhwork.dat"
               organization is sequential.
           select sort-work
             assign to "nhsortwk.dat".
           select newhire-sorted
             assign to "nhsort.dat"
               organization is sequential.
      * one state file per company and work state -- the name is
      * built from the two codes as each group opens, nh01IL.dat
      * style, so each one goes to its own state as-is
           select state-newhire-file
             assign to state-file-name
               organization is line sequential.
           select control-listing
             assign to "newhire.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
      * the images are read as one raw area -- lines written
      * before the master record grew carry 132-byte images, the
      * same two widths the audit report decodes
       fd audit-file.
       01 audit-record.
           02 ea-date            pic x(08).
           02 ea-time            pic x(06).
           02 ea-operator        pic x(10).
           02 ea-action          pic x(01).
           02 ea-employee-id     pic x(05).
           02 ea-image-area      pic x(400).
       fd empmast.
           copy emprec.
       fd company-control-file.
           copy compctl.
       fd newhire-control.
       01 newhire-control-record.
           02 nc-last-date       pic x(08).
           02 nc-last-time       pic x(06).
       fd newhire-stage.
       01 newhire-stage-record.
           02 st-company-code    pic x(02).
           02 st-work-state      pic x(02).
           02 st-employee-id     pic x(05).
      * a=new hire, r=rehire -- what the listing calls the line
           02 st-hire-kind       pic x(01).
           02 st-audit-date      pic x(08).
       sd sort-work.
       01 sort-record.
           02 so-company-code    pic x(02).
           02 so-work-state      pic x(02).
           02 so-employee-id     pic x(05).
           02 so-hire-kind       pic x(01).
           02 so-audit-date      pic x(08).
       fd newhire-sorted.
       01 newhire-sorted-record.
           02 sr-company-code    pic x(02).
           02 sr-work-state      pic x(02).
           02 sr-employee-id     pic x(05).
           02 sr-hire-kind       pic x(01).
           02 sr-audit-date      pic x(08).
       fd state-newhire-file.
       01 state-newhire-record   pic x(120).
       fd control-listing.
       01 control-print-line     pic x(100).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 audit-file-status pic x(02).
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
       01 company-control-status pic x(02).
       01 newhire-control-status pic x(02).
       01 run-log-status    pic x(02).
       01 operator-id       pic x(10).
       01 operator-password pic x(10).
       01 signon-switch     pic x value "N".
           88 operator-authorized   value "Y".
           copy signreq.
      * the shared masking check -- the listing shows only the
      * last four of the ssn
           copy maskreq.
       01 audit-eof         pic x.
           88 audit-eof-reached value "T".
       01 sorted-eof        pic x.
           88 sorted-eof-reached value "T".
       01 company-eof       pic x(01).
           88 company-eof-reached value "T".
      * where the last report stopped, and where this one will
      * stop -- the latest audit date and time read this run
       01 stamp-date        pic x(08) value spaces.
       01 stamp-time        pic x(06) value spaces.
       01 new-stamp-date    pic x(08).
       01 new-stamp-time    pic x(06).
       01 stamp-answer      pic x(08).
      * the audit line's images, sized the way the audit report
      * sizes them -- 200 bytes now, 132 before the master grew
       01 before-image-work pic x(200).
       01 after-image-work  pic x(200).
       01 before-status     pic x(01).
       01 hire-switch       pic x(01).
           88 line-is-hire      value "Y".
       01 hire-kind         pic x(01).
      * compiled-in filing identity -- seeds the primary company's
      * table entry when no company control file has been keyed,
      * the same values the w-2 extract carries
       77 employer-name     pic x(25) value "ACME MFG CO".
       77 employer-ein      pic x(09) value "123456789".
       01 company-table.
           02 cmp-entry occurs 4 times.
               03 cmp-code  pic x(02).
               03 cmp-name  pic x(25).
               03 cmp-ein   pic x(09).
       77 company-table-max  pic 9(02) value 4.
       01 cmp-count          pic 9(02) usage comp value zero.
       01 cmp-idx            pic 9(02) usage comp.
       01 rec-company-idx    pic 9(02) usage comp value 1.
      * the reporting window -- a hire reported more than this
      * many days after the hire date is late and draws a fine
       77 report-window-days pic 9(03) value 20.
       01 today-integer     pic 9(08) usage comp.
       01 hire-int          pic 9(08) usage comp.
       01 days-since-hire   pic s9(08) usage comp.
       01 today-date        pic x(08).
      * group break -- one state file per company and work state
       01 group-open-switch pic x(01) value "N".
           88 group-is-open     value "Y".
       01 previous-company  pic x(02).
       01 previous-state    pic x(02).
       01 previous-employee pic x(05).
       01 state-file-name.
           02 filler          pic x(02) value "nh".
           02 sfn-company     pic x(02).
           02 sfn-state       pic x(02).
           02 filler          pic x(04) value ".dat".
       01 group-count       pic 9(07) usage comp value zero.
       01 reported-count    pic 9(05) usage comp value zero.
       01 late-count        pic 9(05) usage comp value zero.
       01 exception-count   pic 9(05) usage comp value zero.
       01 exception-reason  pic x(30).
      * the state file layouts -- employer header, one record per
      * hire, trailer count, each padded to the 120-byte record
       01 nh-employer-line.
           02 nhe-record-type  pic x(01) value "E".
           02 nhe-ein          pic x(09).
           02 nhe-name         pic x(25).
           02 nhe-company      pic x(02).
           02 nhe-state        pic x(02).
           02 nhe-file-date    pic x(08).
           02 filler           pic x(73) value spaces.
       01 nh-employee-line.
           02 nhw-record-type  pic x(01) value "W".
           02 nhw-ssn          pic x(09).
           02 nhw-firstname    pic x(10).
           02 nhw-surname      pic x(15).
           02 nhw-street       pic x(25).
           02 nhw-city         pic x(15).
           02 nhw-address-state pic x(02).
           02 nhw-zip          pic x(10).
           02 nhw-hire-date    pic x(08).
           02 nhw-work-state   pic x(02).
           02 nhw-ein          pic x(09).
           02 filler           pic x(14) value spaces.
       01 nh-trailer-line.
           02 nht-record-type  pic x(01) value "T".
           02 nht-record-count pic 9(07).
           02 filler           pic x(112) value spaces.
       01 listing-heading.
           02 filler pic x(36)
             value "STATE NEW-HIRE REPORT -- KEYED SINCE".
           02 filler pic x(01).
           02 lh-since-date pic x(08).
           02 filler pic x(01).
           02 lh-since-time pic x(06).
       01 group-heading.
           02 filler pic x(09) value "COMPANY ".
           02 gh-company      pic x(02).
           02 filler pic x(02).
           02 gh-company-name pic x(25).
           02 filler pic x(08) value "  STATE ".
           02 gh-state        pic x(02).
           02 filler pic x(06) value "  FILE".
           02 filler pic x(01).
           02 gh-file-name    pic x(10).
       01 listing-column-heading.
           02 filler pic x(07) value "EMP".
           02 filler pic x(12) value "SSN".
           02 filler pic x(27) value "NAME".
           02 filler pic x(10) value "HIRED".
           02 filler pic x(08) value "KIND".
           02 filler pic x(06) value "DAYS".
       01 listing-detail-line.
           02 ld-employee-id  pic x(05).
           02 filler          pic x(02).
           02 ld-ssn          pic x(09).
           02 filler          pic x(03).
           02 ld-name         pic x(25).
           02 filler          pic x(02).
           02 ld-hire-date    pic x(08).
           02 filler          pic x(02).
           02 ld-kind         pic x(06).
           02 filler          pic x(02).
           02 ld-days         pic zzz9.
           02 filler          pic x(02).
           02 ld-late-flag    pic x(20).
       01 exception-line.
           02 filler pic x(13) value "*** EMPLOYEE ".
           02 xl-employee-id  pic x(05).
           02 filler pic x(17) value " NOT REPORTED -- ".
           02 xl-reason       pic x(30).
           02 filler pic x(24) value " -- REPORT BY HAND ***".
       01 group-total-line.
           02 filler pic x(24) value "  RECORDS ON STATE FILE".
           02 gt-count pic zzzzzz9.
       01 listing-total-line.
           02 filler pic x(18) value "HIRES REPORTED".
           02 lt-reported pic zzzz9.
           02 filler pic x(10) value "   LATE".
           02 lt-late pic zzzz9.
           02 filler pic x(15) value "   EXCEPTIONS".
           02 lt-exceptions pic zzzz9.
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform initialize-program
             perform scan-one-audit-line with test before
               until audit-eof-reached
             close audit-file
             perform write-state-files
             perform clean-up
           else
             move 16 to return-code
           end-if
           stop run.
      * the shared sign-on owns the password rules -- the state
      * files carry ssns and addresses, so this takes the run
      * authorization the payroll run does
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "newhire" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO REPORT NEW HIRES ***"
           end-if
           .
       initialize-program.
           move function current-date (1:8) to today-date
           compute today-integer = function integer-of-date
             (function numval (today-date))
           perform load-company-control
           perform read-newhire-control
           move stamp-date to new-stamp-date
           move stamp-time to new-stamp-time
           open input empmast
           open output newhire-stage
           open input audit-file
           if audit-file-status not = "00" then
             display "*** NO EMPAUDIT.DAT -- NOTHING TO REPORT ***"
             move "T" to audit-eof
           else
             move "N" to audit-eof
           end-if
           open output control-listing
           move stamp-date to lh-since-date
           move stamp-time to lh-since-time
           move listing-heading to control-print-line
           write control-print-line
           .
      * the stamp the last report left behind.  the very first
      * report has none -- the operator keys the date the state
      * portal was last brought up to date by hand, and every
      * add or rehire keyed on or after it is reported.
       read-newhire-control.
           open input newhire-control
           if newhire-control-status = "00" then
             read newhire-control
               at end continue
               not at end
                 move nc-last-date to stamp-date
                 move nc-last-time to stamp-time
             end-read
             close newhire-control
           end-if
           if stamp-date = spaces then
             display "NO NEW-HIRE STAMP -- REPORT HIRES KEYED ON "
               "OR AFTER (YYYYMMDD): "
             accept stamp-answer
             if stamp-answer is numeric then
               compute hire-int = function integer-of-date
                 (function numval (stamp-answer)) - 1
               move function date-of-integer (hire-int)
                 to stamp-date
               move "235959" to stamp-time
             else
               move "00000000" to stamp-date
               move "000000" to stamp-time
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
      * one audit line per pass -- anything at or before the stamp
      * was reported last time.  an add, or a line that takes the
      * employee from terminated back to active (empmaint's rehire
      * action), stages the employee; the master supplies the
      * company and work state the hire is reported under.
       scan-one-audit-line.
           read audit-file
             at end move "T" to audit-eof
           end-read
           if not audit-eof-reached then
             if ea-date > stamp-date or
                 (ea-date = stamp-date and ea-time > stamp-time) then
               perform classify-audit-line
               if line-is-hire then
                 perform stage-one-hire
               end-if
               if ea-date > new-stamp-date
                   or (ea-date = new-stamp-date
                     and ea-time > new-stamp-time) then
                 move ea-date to new-stamp-date
                 move ea-time to new-stamp-time
               end-if
             end-if
           end-if
           .
       classify-audit-line.
           move "N" to hire-switch
           perform size-audit-images
           move before-image-work to employee-master-record
           move em-status to before-status
           move after-image-work to employee-master-record
           evaluate true
             when ea-action = "A" and before-image-work = spaces
               move "Y" to hire-switch
               move "A" to hire-kind
             when before-status = "T" and em-active
               move "Y" to hire-switch
               move "R" to hire-kind
           end-evaluate
           .
      * which width this line was written at -- the after image's
      * employee id landing at the new offset means new-width
      * images, the same test the audit report makes
       size-audit-images.
           evaluate true
             when ea-image-area (201:5) = ea-employee-id
               move ea-image-area (1:200) to before-image-work
               move ea-image-area (201:200) to after-image-work
             when ea-image-area (133:5) = ea-employee-id
               move spaces to before-image-work after-image-work
               move ea-image-area (1:132)
                 to before-image-work (1:132)
               move ea-image-area (133:132)
                 to after-image-work (1:132)
             when other
               move ea-image-area (1:200) to before-image-work
               move ea-image-area (201:200) to after-image-work
           end-evaluate
           .
      * the current master decides the company and state -- an
      * employee whose record is gone stages under the primary
      * company and reports as an exception when the group walks
       stage-one-hire.
           move ea-employee-id to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           perform resolve-record-company
           move cmp-code (rec-company-idx) to st-company-code
           if empmast-ok then
             move em-state-code to st-work-state
           else
             move "??" to st-work-state
           end-if
           move ea-employee-id to st-employee-id
           move hire-kind to st-hire-kind
           move ea-date to st-audit-date
           write newhire-stage-record
           .
       resolve-record-company.
           move 1 to rec-company-idx
           if empmast-ok and em-company-code not = spaces then
             perform match-record-company varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
           end-if
           .
       match-record-company.
           if cmp-code (cmp-idx) = em-company-code then
             move cmp-idx to rec-company-idx
           end-if
           .
      * sort the staged hires by company, state and employee and
      * walk them -- an employer record opens each state file, the
      * hires follow, the trailer count closes it.  an employee
      * keyed twice in the window (added, then rehired) is
      * reported once, off the master as it stands now.
       write-state-files.
           close newhire-stage
           sort sort-work on ascending key so-company-code
               so-work-state so-employee-id so-audit-date
             using newhire-stage
             giving newhire-sorted
           open input newhire-sorted
           move spaces to previous-company previous-state
             previous-employee
           move "N" to sorted-eof
           perform report-one-hire with test before
             until sorted-eof-reached
           if group-is-open then
             perform close-state-group
           end-if
           close newhire-sorted
           .
       report-one-hire.
           read newhire-sorted
             at end move "T" to sorted-eof
           end-read
           if not sorted-eof-reached then
             if sr-company-code not = previous-company
                 or sr-work-state not = previous-state then
               if group-is-open then
                 perform close-state-group
               end-if
               move sr-company-code to previous-company
               move sr-work-state to previous-state
               move spaces to previous-employee
               perform open-state-group
             end-if
             if sr-employee-id not = previous-employee then
               move sr-employee-id to previous-employee
               perform report-employee
             end-if
           end-if
           .
       open-state-group.
           move 1 to rec-company-idx
           perform find-group-company varying cmp-idx
             from 1 by 1 until cmp-idx > cmp-count
           move sr-company-code to sfn-company
           move sr-work-state to sfn-state
           open output state-newhire-file
           move "Y" to group-open-switch
           move zero to group-count
           move cmp-ein (rec-company-idx) to nhe-ein
           move cmp-name (rec-company-idx) to nhe-name
           move sr-company-code to nhe-company
           move sr-work-state to nhe-state
           move today-date to nhe-file-date
           move nh-employer-line to state-newhire-record
           write state-newhire-record
           move spaces to control-print-line
           write control-print-line
           move sr-company-code to gh-company
           move cmp-name (rec-company-idx) to gh-company-name
           move sr-work-state to gh-state
           move state-file-name to gh-file-name
           move group-heading to control-print-line
           write control-print-line
           move listing-column-heading to control-print-line
           write control-print-line
           .
       find-group-company.
           if cmp-code (cmp-idx) = sr-company-code then
             move cmp-idx to rec-company-idx
           end-if
           .
       close-state-group.
           move group-count to nht-record-count
           move nh-trailer-line to state-newhire-record
           write state-newhire-record
           close state-newhire-file
           move "N" to group-open-switch
           move group-count to gt-count
           move group-total-line to control-print-line
           write control-print-line
           .
      * a hire the state can't match without an ssn, an address or
      * a hire date doesn't go on the file -- it prints as an
      * exception for payroll to key into the portal once the
      * master is fixed, and the run ends with a warning
       report-employee.
           move sr-employee-id to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           move spaces to exception-reason
           evaluate true
             when not empmast-ok
               move "NOT ON MASTER FILE" to exception-reason
             when em-ssn = spaces or em-ssn = zeros
               move "NO SSN ON MASTER" to exception-reason
             when em-address-street = spaces
                 or em-address-city = spaces
                 or em-address-state = spaces
               move "NO ADDRESS ON MASTER" to exception-reason
             when em-hire-date is not numeric
               move "NO HIRE DATE ON MASTER" to exception-reason
           end-evaluate
           if exception-reason not = spaces then
             move sr-employee-id to xl-employee-id
             move exception-reason to xl-reason
             move exception-line to control-print-line
             write control-print-line
             add 1 to exception-count
           else
             perform write-employee-record
           end-if
           .
       write-employee-record.
           move em-ssn to nhw-ssn
           move em-firstname to nhw-firstname
           move em-surname to nhw-surname
           move em-address-street to nhw-street
           move em-address-city to nhw-city
           move em-address-state to nhw-address-state
           move em-address-zip to nhw-zip
           move em-hire-date to nhw-hire-date
           move sr-work-state to nhw-work-state
           move cmp-ein (rec-company-idx) to nhw-ein
           move nh-employee-line to state-newhire-record
           write state-newhire-record
           add 1 to group-count
           add 1 to reported-count
           compute hire-int = function integer-of-date
             (function numval (em-hire-date))
           compute days-since-hire = today-integer - hire-int
           move sr-employee-id to ld-employee-id
      * the state's file must carry the full number; the control
      * listing sits in the office and shows the last four
           move em-ssn to mk-value
           move "N" to mk-show-full
           call "paymask" using mask-request
           move mk-shown to ld-ssn
           move em-employee-name to ld-name
           move em-hire-date to ld-hire-date
           if sr-hire-kind = "R" then
             move "REHIRE" to ld-kind
           else
             move "NEW" to ld-kind
           end-if
           if days-since-hire < zero then
             move zero to ld-days
           else
             move days-since-hire to ld-days
           end-if
           if days-since-hire > report-window-days then
             move "*** LATE ***" to ld-late-flag
             add 1 to late-count
           else
             move spaces to ld-late-flag
           end-if
           move listing-detail-line to control-print-line
           write control-print-line
           .
      * the stamp moves only at a clean finish -- the next report
      * starts after the last audit line this one read, whether or
      * not that line was a hire
       clean-up.
           move spaces to control-print-line
           write control-print-line
           move reported-count to lt-reported
           move late-count to lt-late
           move exception-count to lt-exceptions
           move listing-total-line to control-print-line
           write control-print-line
           close control-listing
           close empmast
           open output newhire-control
           move new-stamp-date to nc-last-date
           move new-stamp-time to nc-last-time
           write newhire-control-record
           close newhire-control
           perform write-run-log
           display "NEW HIRES REPORTED: " reported-count
             "  LATE: " late-count "  EXCEPTIONS: " exception-count
           if exception-count > zero or late-count > zero then
             move 4 to return-code
           end-if
           .
       write-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "newhire" to rl-program
           move operator-id to rl-operator
           move spaces to rl-action
           string "NEW HIRE REPORT THRU " delimited by size
                  new-stamp-date delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       end program newhire.
