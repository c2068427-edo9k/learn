      * a site without an operator file yet runs on the keyed id
      * alone, the same tolerance the individual programs always
      * gave it.
      *
      * a step run by the job stream signs on with the stream's
      * one-time key (a "#" in front) instead of a password.  the
      * key is good only against the stream's open session on
      * jobsess.dat, for the operator who opened it and on the day
      * it opened; the operator's own record must still be active
      * and hold the step's authorization.  a wrong key counts as
      * a wrong password.
       environment division.
       input-output section.
       file-control.
               access mode is random
               record key is op-operator-id
               file status is operator-status.
           select job-session-file
             assign to "jobsess.dat"
               organization is line sequential
               file status is job-session-status.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
       file section.
       fd operator-file.
           copy operrec.
       fd job-session-file.
           copy jobsess.
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           88 operator-rec-ok       value "00".
           88 operator-not-on-file  value "23", "35".
       01 run-log-status     pic x(02).
       01 job-session-status pic x(02).
      * wrong guesses in a row before the id locks
       77 lockout-threshold  pic 9(02) value 3.
      * days a password may stand before a change is forced
                   " IS NOT ACTIVE ***"
                 move "SIGNON FAIL -- ID DISABLED" to rl-action
                 perform write-signon-log
               when sr-password (1:1) = "#"
                 perform check-stream-key
               when other
                 perform check-password
             end-evaluate
             perform check-authorization
           end-if
           .
      * the stream's key in place of a password -- the password
      * itself was proved (and its age checked) when the operator
      * signed on to the stream
       check-stream-key.
           move "N" to password-ok-switch
           open input job-session-file
           if job-session-status = "00" then
             read job-session-file
               at end move "10" to job-session-status
             end-read
             if job-session-status = "00" and js-open
                 and js-operator-id = sr-operator-id
                 and js-session-key = sr-password
                 and js-date = today-raw then
               move "Y" to password-ok-switch
             end-if
             close job-session-file
           end-if
           if password-accepted then
             move zero to op-fail-count
             rewrite operator-master-record
             perform check-authorization
           else
             perform handle-bad-password
           end-if
           .
      * first sign-on ever (no change date on record) and any
      * password older than the aging interval both force a change
       check-password-age.
               if may-admin-operators then
                 move "Y" to sr-result
               end-if
             when "S"
               if may-view-sensitive then
                 move "Y" to sr-result
               end-if
             when "H"
               if may-maintain-eeo then
                 move "Y" to sr-result
               end-if
             when other
               move "Y" to sr-result
           end-evaluate
