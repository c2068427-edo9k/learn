       identification division.
       program-id. jobstream.
       author. charles r. martin.
       date-written. 2026-sep-24.
      * runs the pay-period job stream.  the period control stamps
      * keep the steps from running out of order, but the operator
      * still started suspense, the timecard merge, the run, the
      * gl balancing edit and the rest by hand off a checklist, and
      * a step that fell over halfway left them working out where
      * they were.  this takes the steps off streamdef.dat in
      * order, starts each one with the answers to its prompts,
      * and tests its return code -- the first step over its limit
      * stops the stream with a message saying which and why.
      *
      * where the stream stands is kept on streamctl.dat as each
      * step starts and ends, so running this again for the same
      * period resumes at the step that failed (or was running
      * when the machine went down), not at the top.  a failure
      * inside the payroll run needs nothing extra -- the run picks
      * up from its own checkpoint when it is started again, the
      * combined run's checkpoint.dat or a company run's
      * checkpointCC.dat.
      *
      * the operator signs on once, here; each step is answered
      * with the stream's one-time sign-on key (see jobsess.cpy),
      * so the password is never written where the steps read
      * their answers.  the stream's start, every step's start and
      * end, and the finish go on runlog.dat with the steps' own
      * lines, so the morning-after review reads as one listing.
       environment division.
       input-output section.
       file-control.
           select stream-definition
             assign to "streamdef.dat"
               organization is line sequential
               file status is stream-definition-status.
           select stream-control
             assign to "streamctl.dat"
               organization is line sequential
               file status is stream-control-status.
           select job-session-file
             assign to "jobsess.dat"
               organization is line sequential
               file status is job-session-status.
      * the step's answers, rewritten for each step and fed to it
      * as its keyboard
           select answer-file
             assign to "streamin.dat"
               organization is line sequential.
      * only read, to tell the operator a failed run left a restart
      * point behind
           select checkpoint-file
             assign to checkpoint-name
               organization is line sequential
               file status is checkpoint-file-status.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd stream-definition.
           copy strmdef.
       fd stream-control.
           copy strmctl.
       fd job-session-file.
           copy jobsess.
       fd answer-file.
       01 answer-record          pic x(20).
       fd checkpoint-file.
       01 checkpoint-record      pic x(01).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 stream-definition-status pic x(02).
       01 stream-control-status  pic x(02).
       01 job-session-status     pic x(02).
       01 checkpoint-file-status pic x(02).
      * the failed step's checkpoint -- the company its answers
      * ran, as the run names it
       01 checkpoint-name        pic x(20).
       01 run-log-status         pic x(02).
       01 operator-id            pic x(10).
       01 operator-password      pic x(10).
           copy signreq.
       01 signon-switch          pic x(01) value "N".
           88 operator-authorized   value "Y".
       01 stream-ok-switch       pic x(01) value "N".
           88 stream-can-start      value "Y".
       01 stream-stop-switch     pic x(01) value "N".
           88 stream-stopped        value "Y".
       01 resume-switch          pic x(01) value "N".
           88 stream-resuming       value "Y".
       01 stream-period          pic x(06).
       01 stream-period-parts redefines stream-period.
           02 stream-period-year  pic 9(04).
           02 stream-period-month pic 9(02).
       01 definition-eof         pic x(01).
           88 definition-eof-reached value "T".
       01 answers-done-switch    pic x(01).
           88 answers-done          value "Y".
      * the steps off streamdef.dat, in run order
       01 stream-step-table.
           02 stt-entry occurs 30 times.
               03 stt-step-number pic 9(02).
               03 stt-step-name   pic x(12).
               03 stt-command     pic x(40).
               03 stt-rc-limit    pic 9(02).
               03 stt-answer      pic x(10) occurs 8 times.
               03 stt-company     pic x(02).
       77 stream-step-max        pic 9(02) value 30.
       01 step-count             pic 9(02) usage comp value zero.
       01 step-idx               pic 9(02) usage comp.
       01 start-idx              pic 9(02) usage comp.
       01 ans-idx                pic 9(02) usage comp.
       01 steps-run              pic 9(02) usage comp value zero.
       01 steps-warned           pic 9(02) usage comp value zero.
      * the step's command with its keyboard attached
       01 step-command           pic x(80).
      * the shell hands the step's return code back in the high
      * byte of its completion code
       01 step-rc                pic 9(03) usage comp.
       01 step-rc-display        pic 9(03).
       01 step-number-display    pic 9(02).
      * the one-time key -- the time of day to the hundredth folded
      * through a multiplier modulo a prime, so the next stream's
      * key can't be read off this one's
       01 session-key            pic x(10).
       01 session-key-parts redefines session-key.
           02 session-key-flag    pic x(01).
           02 session-key-digits  pic 9(09).
       01 key-seed               pic 9(08).
       01 key-work               pic 9(18) usage comp.
       procedure division.
       begin.
           perform sign-on.
           if operator-authorized then
             perform accept-stream-period
           end-if
           if stream-can-start then
             perform load-stream-definition
           end-if
           if stream-can-start then
             perform find-starting-step
           end-if
           if stream-can-start then
             perform open-stream-session
             perform write-stream-start-log
             perform run-one-step varying step-idx
               from start-idx by 1
               until step-idx > step-count or stream-stopped
             perform close-stream-session
             perform finish-stream
           else
             move 16 to return-code
           end-if
           stop run.
      * the stream runs the payroll, so it takes the run
      * authorization -- each step checks its own as it starts
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "R" to sr-required-auth
           move "jobstream" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "AUTHORIZED TO RUN THE JOB STREAM ***"
           end-if
           .
       accept-stream-period.
           display "PAY PERIOD FOR THIS STREAM (YYYYMM): "
           accept stream-period
           if stream-period is numeric then
             if stream-period-month >= 1
                 and stream-period-month <= 12 then
               move "Y" to stream-ok-switch
             end-if
           end-if
           if not stream-can-start then
             display "*** " stream-period " IS NOT A PAY PERIOD "
               "-- STREAM NOT STARTED ***"
           end-if
           .
      * a step out of number order would make a restart resume at
      * the wrong place -- refuse the definition rather than guess
       load-stream-definition.
           open input stream-definition
           if stream-definition-status = "00" then
             move "N" to definition-eof
             perform load-one-step with test before
               until definition-eof-reached
             close stream-definition
           end-if
           if step-count = zero then
             display "*** NO STEPS ON STREAMDEF.DAT -- STREAM NOT "
               "STARTED ***"
             move "N" to stream-ok-switch
           end-if
           .
       load-one-step.
           read stream-definition
             at end move "T" to definition-eof
           end-read
           if not definition-eof-reached then
             evaluate true
               when sd-step-number is not numeric
                   or sd-command = spaces
                 display "*** STREAMDEF.DAT STEP " sd-step-number
                   " " sd-step-name " IS INCOMPLETE -- STREAM NOT "
                   "STARTED ***"
                 move "N" to stream-ok-switch
               when step-count not < stream-step-max
                 display "*** MORE THAN " stream-step-max " STEPS "
                   "ON STREAMDEF.DAT -- STREAM NOT STARTED ***"
                 move "N" to stream-ok-switch
                 move "T" to definition-eof
               when step-count > zero and sd-step-number
                   not > stt-step-number (step-count)
                 display "*** STREAMDEF.DAT STEP " sd-step-number
                   " IS OUT OF ORDER -- STREAM NOT STARTED ***"
                 move "N" to stream-ok-switch
               when other
                 add 1 to step-count
                 move sd-step-number to stt-step-number (step-count)
                 move sd-step-name to stt-step-name (step-count)
                 move sd-command to stt-command (step-count)
                 if sd-rc-limit is numeric then
                   move sd-rc-limit to stt-rc-limit (step-count)
                 else
                   move zero to stt-rc-limit (step-count)
                 end-if
                 perform load-one-answer varying ans-idx
                   from 1 by 1 until ans-idx > 8
                 move sd-company to stt-company (step-count)
             end-evaluate
           end-if
           .
       load-one-answer.
           move sd-answer (ans-idx)
             to stt-answer (step-count, ans-idx)
           .
      * a stream left stopped for this period resumes where it
      * stopped.  one left stopped for another period has to be
      * finished first -- starting the next period on top of it
      * is exactly the out-of-order running the stamps are for.
       find-starting-step.
           move 1 to start-idx
           open input stream-control
           if stream-control-status = "00" then
             read stream-control
               at end move "10" to stream-control-status
             end-read
             close stream-control
           end-if
           if stream-control-status = "00" then
             evaluate true
               when sc-pay-period = stream-period and sc-complete
                 display "*** THE STREAM FOR " stream-period
                   " ALREADY FINISHED ON " sc-date " ***"
                 move "N" to stream-ok-switch
               when sc-pay-period = stream-period
                 perform find-resume-step
               when sc-running or sc-failed
                 display "*** THE STREAM FOR " sc-pay-period
                   " STOPPED AT STEP " sc-step-number " "
                   sc-step-name " -- FINISH IT FIRST ***"
                 move "N" to stream-ok-switch
             end-evaluate
           end-if
           .
       find-resume-step.
           move zero to start-idx
           perform match-resume-step varying step-idx
             from 1 by 1 until step-idx > step-count
           if start-idx = zero then
             display "*** STEP " sc-step-number " THE STREAM "
               "STOPPED AT IS NO LONGER ON STREAMDEF.DAT -- "
               "STREAM NOT STARTED ***"
             move "N" to stream-ok-switch
           else
             move "Y" to resume-switch
             display "RESUMING THE " stream-period " STREAM AT STEP "
               sc-step-number " " sc-step-name " (LAST RC "
               sc-step-rc ")"
           end-if
           .
       match-resume-step.
           if stt-step-number (step-idx) = sc-step-number then
             move step-idx to start-idx
           end-if
           .
       open-stream-session.
           move function current-date (9:8) to key-seed
           compute key-work = function mod
             (key-seed * 48271 + 16807, 999999937)
           move "#" to session-key-flag
           move key-work to session-key-digits
           move operator-id to js-operator-id
           move session-key to js-session-key
           move "O" to js-status
           move function current-date (1:8) to js-date
           move function current-date (9:6) to js-time
           open output job-session-file
           write job-session-record
           close job-session-file
           .
       close-stream-session.
           move "C" to js-status
           move spaces to js-session-key
           open output job-session-file
           write job-session-record
           close job-session-file
           .
      * one step -- marked running before it starts, so a stream
      * that dies with it resumes at it
       run-one-step.
           move stt-step-number (step-idx) to step-number-display
           move zero to step-rc
           move "R" to sc-status
           perform write-stream-control
           perform build-answer-file
           move spaces to rl-action
           string "STEP START " delimited by size
                  stt-step-name (step-idx) delimited by space
                  into rl-action
           end-string
           perform write-run-log
           display "STEP " step-number-display " "
             stt-step-name (step-idx) " STARTED"
           move spaces to step-command
           string stt-command (step-idx) delimited by "  "
                  " < streamin.dat" delimited by size
                  into step-command
           end-string
           call "SYSTEM" using step-command
           divide return-code by 256 giving step-rc
           move zero to return-code
           move step-rc to step-rc-display
           add 1 to steps-run
           if step-rc > stt-rc-limit (step-idx) then
             perform stop-at-failed-step
           else
             if step-rc not = zero then
               add 1 to steps-warned
             end-if
             move spaces to rl-action
             string "STEP END " delimited by size
                    stt-step-name (step-idx) delimited by space
                    " RC " delimited by size
                    step-rc-display delimited by size
                    into rl-action
             end-string
             perform write-run-log
             display "STEP " step-number-display " "
               stt-step-name (step-idx) " ENDED RC " step-rc-display
           end-if
           .
       stop-at-failed-step.
           move "Y" to stream-stop-switch
           move "F" to sc-status
           perform write-stream-control
           move spaces to rl-action
           string "STEP FAILED " delimited by size
                  stt-step-name (step-idx) delimited by space
                  " RC " delimited by size
                  step-rc-display delimited by size
                  into rl-action
           end-string
           perform write-run-log
           display "*** STREAM STOPPED -- STEP " step-number-display
             " " stt-step-name (step-idx) " ENDED RC "
             step-rc-display ", OVER ITS LIMIT OF "
             stt-rc-limit (step-idx) " ***"
           display "*** CORRECT THE CAUSE AND RUN JOBSTREAM AGAIN FOR "
             stream-period " -- IT RESUMES AT THIS STEP ***"
      * only the payroll run writes a checkpoint, and a clean
      * finish empties it -- a record there means the run stopped
      * partway and picks up from it.  a company's own run keeps
      * its checkpoint under its company code.
           move spaces to checkpoint-name
           string "checkpoint" delimited by size
                  stt-company (step-idx) delimited by space
                  ".dat" delimited by size
                  into checkpoint-name
           end-string
           open input checkpoint-file
           if checkpoint-file-status = "00" then
             read checkpoint-file
               at end move "10" to checkpoint-file-status
             end-read
             if checkpoint-file-status = "00" then
               display "*** THE PAYROLL RUN LEFT A CHECKPOINT -- "
                 "IT RESTARTS FROM THERE, NOT THE FIRST CARD ***"
             end-if
             close checkpoint-file
           end-if
           .
      * the step's answers, the stream's values put in for the
      * placeholders
       build-answer-file.
           move "N" to answers-done-switch
           open output answer-file
           perform write-one-answer varying ans-idx
             from 1 by 1 until ans-idx > 8 or answers-done
           close answer-file
           .
       write-one-answer.
           evaluate stt-answer (step-idx, ans-idx)
             when spaces
               move "Y" to answers-done-switch
             when "*OPER*"
               move operator-id to answer-record
             when "*KEY*"
               move session-key to answer-record
             when "*PERIOD*"
               move stream-period to answer-record
             when "*BLANK*"
               move spaces to answer-record
             when "*COMPANY*"
               move stt-company (step-idx) to answer-record
             when other
               move stt-answer (step-idx, ans-idx) to answer-record
           end-evaluate
           if not answers-done then
             write answer-record
           end-if
           .
       write-stream-control.
           move stream-period to sc-pay-period
           move stt-step-number (step-idx) to sc-step-number
           move stt-step-name (step-idx) to sc-step-name
           move step-rc to sc-step-rc
           move operator-id to sc-operator
           move function current-date (1:8) to sc-date
           move function current-date (9:6) to sc-time
           open output stream-control
           write stream-control-record
           close stream-control
           .
       write-stream-start-log.
           move spaces to rl-action
           move stt-step-number (start-idx) to step-number-display
           if stream-resuming then
             string "STREAM RESUMED " delimited by size
                    stream-period delimited by size
                    " STEP " delimited by size
                    step-number-display delimited by size
                    into rl-action
             end-string
           else
             string "STREAM STARTED " delimited by size
                    stream-period delimited by size
                    into rl-action
             end-string
           end-if
           perform write-run-log
           .
      * the last step ran clean -- the stream is complete and the
      * next one for this period is refused
       finish-stream.
           if stream-stopped then
             move spaces to rl-action
             string "STREAM STOPPED " delimited by size
                    stream-period delimited by size
                    into rl-action
             end-string
             perform write-run-log
             move 16 to return-code
           else
             move "C" to sc-status
             move step-count to step-idx
             perform write-stream-control
             move spaces to rl-action
             string "STREAM COMPLETE " delimited by size
                    stream-period delimited by size
                    into rl-action
             end-string
             perform write-run-log
             display "STREAM " stream-period " COMPLETE -- "
               steps-run " STEPS RUN, " steps-warned
               " WITH WARNINGS"
             if steps-warned > zero then
               move 4 to return-code
             end-if
           end-if
           .
       write-run-log.
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "jobstream" to rl-program
           move operator-id to rl-operator
           write run-log-record
           close run-log
           .
       end program jobstream.
