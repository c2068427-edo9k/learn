       identification division.
       program-id. paymask.
       author. charles r. martin.
       date-written. 2026-sep-19.
      * the one masking rule for ssns and bank account numbers,
      * called by every program that prints or displays one.  the
      * printouts sit in open bins in the payroll office, and the
      * auditors flagged the full numbers on them: every listing,
      * advice and inquiry screen now shows only the last four
      * characters, the rest starred out.  the full value comes
      * back only when the caller asks for it on behalf of an
      * operator it has signed on with the view-sensitive-data
      * authorization -- and every such showing is written to
      * runlog.dat, so the auditors can see who looked at whose
      * number and where.  filings that must carry the full
      * number (the ssa and state files, the w-2c) never call
      * this.
       environment division.
       input-output section.
       file-control.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 run-log-status     pic x(02).
      * characters left showing at the end of the value
       77 shown-tail-length  pic 9(02) value 4.
       01 value-length       pic 9(02) usage comp.
       01 star-count         pic 9(02) usage comp.
       01 mv-idx             pic 9(02) usage comp.
       linkage section.
           copy maskreq.
       procedure division using mask-request.
       begin.
           if mk-full-requested then
             move mk-value to mk-shown
             perform write-unmasked-log
           else
             perform mask-the-value
           end-if
           goback.
      * the value's length is up to its last non-blank character
      * -- an ssn fills nine, an account number anything up to
      * seventeen -- and all but the last four of it are starred
       mask-the-value.
           move mk-value to mk-shown
           move zero to value-length
           perform find-value-length varying mv-idx
             from 17 by -1 until mv-idx < 1 or value-length > zero
           if value-length > shown-tail-length then
             compute star-count = value-length - shown-tail-length
             perform star-one-character varying mv-idx
               from 1 by 1 until mv-idx > star-count
           end-if
           .
       find-value-length.
           if mk-value (mv-idx:1) not = space then
             move mv-idx to value-length
           end-if
           .
       star-one-character.
           move "*" to mk-shown (mv-idx:1)
           .
       write-unmasked-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move mk-program-name to rl-program
           move mk-operator-id to rl-operator
           move spaces to rl-action
           string "UNMASKED " delimited by size
                  mk-caption delimited by space
                  " " delimited by size
                  mk-employee-id delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           .
       end program paymask.
