       identification division.
       program-id. punchimport.
       author. charles r. martin.
       date-written. 2026-sep-07.
      * front end to the timecard merge.  the time clocks export
      * raw in/out punches, and until this ran somebody summed
      * them into the department extracts by hand -- so when a
      * daily bucket came out wrong there was nothing behind it to
      * look at.  this reads the week's punches in employee and
      * time order, rounds every punch to the nearest quarter
      * hour, takes the unpaid meal break out between a meal-out
      * and a meal-return punch, and builds each employee's card:
      * the seven daily buckets, sunday through saturday, the
      * work state the clock stands in, and the weekly hours as
      * the sum of the buckets so the two always tie.  cards go to
      * tc-punch.dat in employee order, and the merge lays each
      * one onto the employee's card from the keyed extracts --
      * the time off, project splits and supplemental amounts
      * timekeeping keys stay on that card, and the keyed
      * extracts are never written here.  a missing out-punch,
      * overlapping punches or a shift past 6 hours with no meal
      * punch holds the employee's whole punch card off the file
      * and prints on
      * the punch exception report -- the supervisor fixes the
      * punches and this runs again before the merge, instead of
      * the card rejecting into suspense at run time.
       environment division.
       input-output section.
       file-control.
      * the clocks' export, in punch order as the clocks wrote it
           select punch-file
             assign to "punches.dat"
               organization is line sequential
               file status is punch-file-status.
           select sort-work
             assign to "pusortwk.dat".
           select punch-sorted
             assign to "punsort.dat"
               organization is sequential.
           select empmast
             assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is empmast-status.
      * last period's merged cards -- the clocks know nothing of
      * the 401(k) percent and health premium every card carries,
      * so each employee's elections carry forward from here
           select prior-timecards
             assign to "timecards.dat"
               organization is line sequential
               file status is prior-timecards-status.
           select punch-timecards
             assign to "tc-punch.dat"
               organization is line sequential.
           select exception-report
             assign to "punchexc.prt"
               organization is line sequential.
       data division.
       file section.
       fd punch-file.
       01 punch-record.
           02 pu-employee-id     pic x(05).
      * o=office clock, w=warehouse clock -- counted by site
           02 pu-clock-site      pic x(01).
           02 pu-punch-date      pic x(08).
           02 pu-punch-time      pic x(04).
      * i=in, o=out, m=meal out, r=meal return
           02 pu-punch-type      pic x(01).
      * the state the clock stands in -- blank is resident
           02 pu-work-state      pic x(02).
       sd sort-work.
       01 sort-record.
           02 so-employee-id     pic x(05).
           02 so-clock-site      pic x(01).
           02 so-punch-date      pic x(08).
           02 so-punch-time      pic x(04).
           02 so-punch-type      pic x(01).
           02 so-work-state      pic x(02).
       fd punch-sorted.
       01 punch-sorted-record.
           02 ps-employee-id     pic x(05).
           02 ps-clock-site      pic x(01).
               88 ps-office-clock    value "O".
               88 ps-warehouse-clock value "W".
           02 ps-punch-date      pic x(08).
           02 ps-punch-time.
               03 ps-punch-hh    pic 9(02).
               03 ps-punch-mm    pic 9(02).
           02 ps-punch-type      pic x(01).
               88 ps-punch-in        value "I".
               88 ps-punch-out       value "O".
               88 ps-meal-out        value "M".
               88 ps-meal-return     value "R".
           02 ps-work-state      pic x(02).
       fd empmast.
           copy emprec.
      * only the id and the two elections are wanted off the old
      * card -- the rest of the 163 bytes is passed over
       fd prior-timecards.
       01 prior-timecard-record.
           02 pt-employee-id     pic x(05).
           02 filler             pic x(58).
           02 pt-401k-pct        pic v999.
           02 pt-health-premium  pic 9(3)v99.
           02 filler             pic x(92).
       fd punch-timecards.
       01 punch-timecard-record  pic x(163).
       fd exception-report.
       01 exception-print-line   pic x(100).
       working-storage section.
       01 punch-file-status      pic x(02).
       01 empmast-status         pic x(02).
           88 empmast-ok            value "00".
       01 prior-timecards-status pic x(02).
       01 sorted-eof             pic x(01).
           88 sorted-eof-reached    value "T".
       01 prior-eof              pic x(01).
           88 prior-eof-reached     value "T".
           copy timecard.
      * the week being built -- a sunday, since the buckets run
      * sunday through saturday
       01 week-answer            pic x(08).
       01 week-start-int         pic 9(08) usage comp.
       01 run-ok-switch          pic x(01) value "N".
           88 run-can-proceed       value "Y".
       01 punch-int              pic 9(08) usage comp.
       01 punch-day-offset       pic s9(05) usage comp.
      * every punch as rounded minutes from sunday midnight, so a
      * shift across midnight is a plain subtraction
       01 punch-minutes          pic s9(07) usage comp.
       01 minute-of-day          pic 9(04) usage comp.
       01 quarter-count          pic 9(04) usage comp.
      * the shop rule -- nearest quarter hour, seven minutes past
      * rounds back and eight rounds forward
       77 rounding-minutes       pic 9(02) value 15.
       77 rounding-half          pic 9(02) value 7.
      * past this many minutes on the clock a shift must show a
      * meal punch
       77 meal-required-minutes  pic 9(04) value 360.
      * an in-punch this long after an open in-punch means the
      * out-punch between them was missed; sooner than this the
      * two shifts overlap
       77 longest-shift-minutes  pic 9(04) value 960.
      * where the current shift stands
       01 shift-state            pic x(01) value "N".
           88 off-the-clock         value "N".
           88 on-the-clock          value "I".
           88 at-meal               value "M".
       01 shift-in-minutes       pic s9(07) usage comp.
       01 shift-in-day           pic 9(02) usage comp.
       01 shift-in-date          pic x(08).
       01 shift-in-time          pic x(04).
       01 shift-in-state         pic x(02).
       01 meal-out-minutes       pic s9(07) usage comp.
       01 shift-meal-minutes     pic s9(07) usage comp.
       01 shift-meal-count       pic 9(02) usage comp.
       01 shift-span-minutes     pic s9(07) usage comp.
       01 shift-worked-minutes   pic s9(07) usage comp.
      * the employee being built
       01 current-employee       pic x(05).
       01 card-site              pic x(01).
           88 card-site-office      value "O".
           88 card-site-warehouse   value "W".
       01 card-held-switch       pic x(01) value "N".
           88 card-is-held          value "Y".
       01 day-minute-table.
           02 day-minutes        pic s9(05) usage comp occurs 7.
       01 day-state-table.
           02 day-state          pic x(02) occurs 7.
       01 day-idx                pic 9(02) usage comp.
      * elections off last period's cards
       01 election-table.
           02 elt-entry occurs 2000 times.
               03 elt-employee-id    pic x(05).
               03 elt-401k-pct       pic v999.
               03 elt-health-premium pic 9(3)v99.
       77 election-table-max     pic 9(04) value 2000.
       01 elt-count              pic 9(04) usage comp value zero.
       01 elt-idx                pic 9(04) usage comp.
       01 elt-found-switch       pic x(01).
           88 elt-found             value "Y".
       01 exception-reason       pic x(34).
       01 punch-count            pic 9(07) usage comp value zero.
       01 office-count           pic 9(05) usage comp value zero.
       01 warehouse-count        pic 9(05) usage comp value zero.
       01 held-count             pic 9(05) usage comp value zero.
       01 exception-count        pic 9(05) usage comp value zero.
       01 report-heading.
           02 filler pic x(33)
             value "PUNCH EXCEPTIONS -- WEEK STARTING".
           02 filler pic x(01).
           02 rh-week-start      pic x(08).
       01 report-column-heading.
           02 filler pic x(07) value "EMP".
           02 filler pic x(10) value "DATE".
           02 filler pic x(06) value "TIME".
           02 filler pic x(06) value "PUNCH".
           02 filler pic x(06) value "SITE".
           02 filler pic x(34) value "EXCEPTION".
       01 exception-detail-line.
           02 xd-employee-id     pic x(05).
           02 filler             pic x(02).
           02 xd-punch-date      pic x(08).
           02 filler             pic x(02).
           02 xd-punch-time      pic x(04).
           02 filler             pic x(02).
           02 xd-punch-type      pic x(01).
           02 filler             pic x(05).
           02 xd-clock-site      pic x(01).
           02 filler             pic x(05).
           02 xd-reason          pic x(34).
       01 held-line.
           02 filler pic x(13) value "*** EMPLOYEE ".
           02 hl-employee-id     pic x(05).
           02 filler pic x(46)
             value " CARD HELD -- FIX PUNCHES AND RERUN IMPORT ***".
       01 report-total-line.
           02 filler pic x(08) value "PUNCHES".
           02 rt-punches  pic zzzzzz9.
           02 filler pic x(10) value "   OFFICE".
           02 rt-office   pic zzzz9.
           02 filler pic x(13) value "   WAREHOUSE".
           02 rt-warehouse pic zzzz9.
           02 filler pic x(08) value "   HELD".
           02 rt-held     pic zzzz9.
       procedure division.
       begin.
           perform accept-week-start.
           if run-can-proceed then
             perform check-punch-file
           end-if
           if run-can-proceed then
             perform initialize-program
             perform build-one-punch with test before
               until sorted-eof-reached
             if current-employee not = spaces then
               perform finish-employee
             end-if
             perform clean-up
           else
             move 16 to return-code
           end-if
           stop run.
       accept-week-start.
           display "WEEK STARTING SUNDAY (YYYYMMDD): "
           accept week-answer
           if week-answer is numeric then
             if function test-date-yyyymmdd
                 (function numval (week-answer)) = zero then
               compute week-start-int = function integer-of-date
                 (function numval (week-answer))
      * day 1 of the integer calendar is a monday
               if function mod (week-start-int, 7) = zero then
                 move "Y" to run-ok-switch
               end-if
             end-if
           end-if
           if not run-can-proceed then
             display "*** " week-answer " IS NOT A SUNDAY -- NO "
               "CARDS BUILT ***"
           end-if
           .
      * the sort would abend on a missing export -- say so instead
       check-punch-file.
           open input punch-file
           if punch-file-status = "00" then
             close punch-file
           else
             display "*** NO PUNCHES.DAT FROM THE CLOCKS -- NO CARDS "
               "BUILT ***"
             move "N" to run-ok-switch
           end-if
           .
       initialize-program.
           perform load-prior-elections
           sort sort-work on ascending key so-employee-id
               so-punch-date so-punch-time
             using punch-file
             giving punch-sorted
           open input punch-sorted
           open input empmast
           open output punch-timecards
           open output exception-report
           move week-answer to rh-week-start
           move report-heading to exception-print-line
           write exception-print-line
           move report-column-heading to exception-print-line
           write exception-print-line
           move spaces to current-employee
           move "N" to sorted-eof
           .
       load-prior-elections.
           open input prior-timecards
           if prior-timecards-status = "00" then
             move "N" to prior-eof
             perform load-one-election with test before
               until prior-eof-reached
             close prior-timecards
           else
             display "NO PRIOR TIMECARDS.DAT -- 401(K) AND HEALTH "
               "ELECTIONS START AT ZERO"
           end-if
           .
       load-one-election.
           read prior-timecards
             at end move "T" to prior-eof
           end-read
           if not prior-eof-reached then
             if elt-count < election-table-max then
               add 1 to elt-count
               move pt-employee-id to elt-employee-id (elt-count)
               if pt-401k-pct is numeric then
                 move pt-401k-pct to elt-401k-pct (elt-count)
               else
                 move zero to elt-401k-pct (elt-count)
               end-if
               if pt-health-premium is numeric then
                 move pt-health-premium
                   to elt-health-premium (elt-count)
               else
                 move zero to elt-health-premium (elt-count)
               end-if
             end-if
           end-if
           .
      * one punch per pass, in employee and time order.  a new
      * employee id finishes the last one's card first.
       build-one-punch.
           read punch-sorted
             at end move "T" to sorted-eof
           end-read
           if not sorted-eof-reached then
             add 1 to punch-count
             if ps-employee-id not = current-employee then
               if current-employee not = spaces then
                 perform finish-employee
               end-if
               perform start-employee
             end-if
             perform edit-punch
             if exception-reason = spaces then
               perform apply-punch
             end-if
           end-if
           .
       start-employee.
           move ps-employee-id to current-employee
           move spaces to card-site
           move "N" to card-held-switch
           move "N" to shift-state
           perform clear-one-day varying day-idx
             from 1 by 1 until day-idx > 7
           .
       clear-one-day.
           move zero to day-minutes (day-idx)
           move spaces to day-state (day-idx)
           .
      * a punch the clock garbled can't be placed at all; one
      * from outside the week belongs to another week's card
       edit-punch.
           move spaces to exception-reason
           evaluate true
             when ps-punch-date is not numeric
                 or ps-punch-time is not numeric
               move "PUNCH DATE OR TIME NOT READABLE"
                 to exception-reason
             when ps-punch-hh > 23 or ps-punch-mm > 59
               move "PUNCH TIME NOT A TIME OF DAY"
                 to exception-reason
             when function test-date-yyyymmdd
                 (function numval (ps-punch-date)) not = zero
               move "PUNCH DATE NOT A DATE" to exception-reason
             when not ps-punch-in and not ps-punch-out
                 and not ps-meal-out and not ps-meal-return
               move "UNKNOWN PUNCH TYPE" to exception-reason
           end-evaluate
           if exception-reason = spaces then
             perform round-punch
             if ps-punch-in and
                 (punch-day-offset < zero or punch-day-offset > 6)
               move "IN-PUNCH OUTSIDE THE WEEK" to exception-reason
             end-if
           end-if
           if exception-reason not = spaces then
             perform print-punch-exception
           end-if
           .
      * nearest quarter hour, then minutes from sunday midnight
       round-punch.
           compute punch-int = function integer-of-date
             (function numval (ps-punch-date))
           compute punch-day-offset = punch-int - week-start-int
           compute minute-of-day = ps-punch-hh * 60 + ps-punch-mm
           compute quarter-count =
             (minute-of-day + rounding-half) / rounding-minutes
           compute punch-minutes = punch-day-offset * 1440
             + quarter-count * rounding-minutes
           .
       apply-punch.
           evaluate true
             when ps-punch-in
               perform apply-in-punch
             when ps-punch-out
               perform apply-out-punch
             when ps-meal-out
               perform apply-meal-out
             when ps-meal-return
               perform apply-meal-return
           end-evaluate
           .
      * an in-punch with a shift still open -- far enough on that
      * the out-punch was plainly missed, or close enough that the
      * two shifts overlap.  either way the open shift can't be
      * paid as punched.
       apply-in-punch.
           if not off-the-clock then
             if punch-minutes - shift-in-minutes
                 > longest-shift-minutes then
               move "MISSING OUT-PUNCH" to exception-reason
             else
               move "OVERLAPPING PUNCHES" to exception-reason
             end-if
             perform print-shift-exception
           end-if
           if card-site = spaces then
             move ps-clock-site to card-site
           end-if
           move "I" to shift-state
           move punch-minutes to shift-in-minutes
           compute shift-in-day = punch-day-offset + 1
           move ps-punch-date to shift-in-date
           move ps-punch-time to shift-in-time
           move ps-work-state to shift-in-state
           move zero to shift-meal-minutes shift-meal-count
           .
      * the shift closes -- its hours, less the meal, land in the
      * bucket of the day it started, overnight shifts included
       apply-out-punch.
           evaluate true
             when off-the-clock
               move "OUT-PUNCH WITH NO IN-PUNCH"
                 to exception-reason
               perform print-punch-exception
             when at-meal
               move "MISSING MEAL RETURN" to exception-reason
               perform print-shift-exception
               move "N" to shift-state
             when other
               perform close-shift
           end-evaluate
           .
       close-shift.
           move "N" to shift-state
           compute shift-span-minutes =
             punch-minutes - shift-in-minutes
           if shift-span-minutes > meal-required-minutes
               and shift-meal-count = zero then
             move "OVER 6 HOURS WITH NO MEAL PUNCH"
               to exception-reason
             perform print-shift-exception
           else
             compute shift-worked-minutes =
               shift-span-minutes - shift-meal-minutes
             if shift-worked-minutes > zero then
               add shift-worked-minutes
                 to day-minutes (shift-in-day)
             end-if
             if day-state (shift-in-day) = spaces then
               move shift-in-state to day-state (shift-in-day)
             end-if
           end-if
           .
       apply-meal-out.
           if on-the-clock then
             move "M" to shift-state
             move punch-minutes to meal-out-minutes
           else
             move "MEAL-OUT PUNCH OFF THE CLOCK" to exception-reason
             perform print-punch-exception
           end-if
           .
      * the meal is unpaid -- the rounded gap comes off the shift
       apply-meal-return.
           if at-meal then
             move "I" to shift-state
             compute shift-meal-minutes = shift-meal-minutes
               + punch-minutes - meal-out-minutes
             add 1 to shift-meal-count
           else
             move "MEAL RETURN WITH NO MEAL-OUT" to exception-reason
             perform print-punch-exception
           end-if
           .
      * the punch itself is the problem
       print-punch-exception.
           move ps-employee-id to xd-employee-id
           move ps-punch-date to xd-punch-date
           move ps-punch-time to xd-punch-time
           move ps-punch-type to xd-punch-type
           move ps-clock-site to xd-clock-site
           perform write-exception-line
           .
      * the open shift is the problem -- it prints at its in-punch
       print-shift-exception.
           move current-employee to xd-employee-id
           move shift-in-date to xd-punch-date
           move shift-in-time to xd-punch-time
           move "I" to xd-punch-type
           move card-site to xd-clock-site
           perform write-exception-line
           .
       write-exception-line.
           move exception-reason to xd-reason
           move exception-detail-line to exception-print-line
           write exception-print-line
           add 1 to exception-count
           move "Y" to card-held-switch
           .
      * a shift still open when the employee's punches run out
      * never got its out-punch
       finish-employee.
           if not off-the-clock then
             move "MISSING OUT-PUNCH" to exception-reason
             perform print-shift-exception
           end-if
           if not card-is-held then
             if not card-site-office and not card-site-warehouse
               move "NO IN-PUNCH FROM A KNOWN CLOCK SITE"
                 to exception-reason
               perform print-shift-exception
             end-if
           end-if
           if card-is-held then
             move current-employee to hl-employee-id
             move held-line to exception-print-line
             write exception-print-line
             add 1 to held-count
           else
             perform build-timecard
             perform write-timecard
           end-if
           .
      * the identity and rate off the master, the elections off
      * last period's card, the hours off the punches
       build-timecard.
           move spaces to timecard
           move zero to hours-worked pay-rate tc-shift-diff-hours
             tc-shift-diff-rate tc-temp-hours tc-temp-rate
             tc-401k-pct tc-health-premium tc-vac-hours
             tc-sick-hours tc-supp-amount
           perform clear-one-dist-entry varying elt-idx
             from 1 by 1 until elt-idx > 4
           move current-employee to tc-employee-id
           move current-employee to em-employee-id
           read empmast
             invalid key move "23" to empmast-status
           end-read
           if empmast-ok then
             move em-ssn to tc-ssn
             move em-firstname to emp-firstname
             move em-surname to emp-surname
             move em-pay-rate to pay-rate
           end-if
           move "N" to elt-found-switch
           perform match-election varying elt-idx
             from 1 by 1 until elt-idx > elt-count or elt-found
           perform fill-one-day varying day-idx
             from 1 by 1 until day-idx > 7
           .
       clear-one-dist-entry.
           move spaces to tc-dist-project (elt-idx)
           move zero to tc-dist-hours (elt-idx)
           .
       match-election.
           if elt-employee-id (elt-idx) = current-employee then
             move "Y" to elt-found-switch
             move elt-401k-pct (elt-idx) to tc-401k-pct
             move elt-health-premium (elt-idx) to tc-health-premium
           end-if
           .
      * tenths in the bucket, and the week is the buckets' sum so
      * the daily and weekly overtime tests see the same hours
       fill-one-day.
           compute tc-day-hours (day-idx) rounded =
             day-minutes (day-idx) / 60
           add tc-day-hours (day-idx) to hours-worked
           move day-state (day-idx) to tc-day-state (day-idx)
           .
       write-timecard.
           move timecard to punch-timecard-record
           write punch-timecard-record
           if card-site-office then
             add 1 to office-count
           else
             add 1 to warehouse-count
           end-if
           .
       clean-up.
           close punch-sorted
           close empmast
           close punch-timecards
           move spaces to exception-print-line
           write exception-print-line
           move punch-count to rt-punches
           move office-count to rt-office
           move warehouse-count to rt-warehouse
           move held-count to rt-held
           move report-total-line to exception-print-line
           write exception-print-line
           close exception-report
           display "PUNCHES: " punch-count "  OFFICE CARDS: "
             office-count "  WAREHOUSE CARDS: " warehouse-count
             "  HELD: " held-count
           if exception-count > zero then
             move 4 to return-code
           end-if
           .
       end program punchimport.
