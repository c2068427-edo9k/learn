       01 day-idx            pic 9(02) usage comp.
       01 dist-idx           pic 9(02) usage comp.
       01 operator-id        pic x(10).
      * per-state withholding table -- the same states the payroll
      * run carries, used here only to answer "is this a work
      * state the rate table knows about"
       01 state-rate-table-values.
           02 filler pic x(02) value "CA".
           02 filler pic v9999 value .0900.
           02 filler pic x(02) value "NY".
           02 filler pic v9999 value .0880.
           02 filler pic x(02) value "TX".
           02 filler pic v9999 value .0000.
           02 filler pic x(02) value "IL".
           02 filler pic v9999 value .0495.
           02 filler pic x(02) value "PA".
           02 filler pic v9999 value .0307.
       01 state-rate-table redefines state-rate-table-values.
           02 str-entry occurs 5 times.
               03 str-state-code pic x(02).
               03 str-state-rate pic v9999.
       77 state-table-size pic 9(02) value 5.
       01 str-idx           pic 9(02) usage comp.
       01 state-code-switch pic x.
           88 state-code-found value "Y".
       01 edit-switch        pic x.
           88 correction-rejected value "Y".
       01 operator-password  pic x(10).
       01 signon-switch      pic x value "N".
           88 operator-authorized   value "Y".
             if suspense-ok then
               perform display-suspense-entry
               perform accept-corrected-timecard
               move "N" to edit-switch
               perform edit-corrected-day-state varying day-idx
                 from 1 by 1 until day-idx > 7
               if correction-rejected then
                 display "*** CORRECTION NOT SAVED -- ENTRY LEFT "
                   "IN SUSPENSE ***"
               else
                 move "R" to su-status
                 rewrite suspense-record
                 move spaces to rl-action
                 string "CORRECTED " delimited by size
                        lookup-employee-id delimited by size
                        "/" delimited by size
                        lookup-pay-period delimited by size
                        into rl-action
                 end-string
                 perform write-run-log
                 display "ENTRY MARKED READY TO RESUBMIT"
               end-if
             else
               display "*** NO SUSPENSE ENTRY FOR " lookup-employee-id
                 " / " lookup-pay-period " ***"
           display "DAY " day-idx " HOURS, NNN (BLANK TO LEAVE "
             "AS IS): "
           accept su-day-hours (day-idx)
           display "DAY " day-idx " WORK STATE (BLANK TO LEAVE "
             "AS IS): "
           accept su-day-state (day-idx)
           .
      * the run rejects a work state its rate table doesn't know,
      * so a correction keying one would only come straight back
       edit-corrected-day-state.
           if su-day-state (day-idx) not = spaces then
             move "N" to state-code-switch
             perform check-state-code-entry varying str-idx
               from 1 by 1 until str-idx > state-table-size
             if not state-code-found then
               move "Y" to edit-switch
               display "*** DAY " day-idx " WORK STATE "
                 su-day-state (day-idx) " NOT ON THE RATE TABLE ***"
             end-if
           end-if
           .
       check-state-code-entry.
           if str-state-code (str-idx) = su-day-state (day-idx) then
             move "Y" to state-code-switch
           end-if
           .
       accept-corrected-dist.
           display "SPLIT " dist-idx " PROJECT (BLANK TO LEAVE "
