       identification division.
       program-id. stockrecon.
       author. charles r. martin.
       date-written. 2026-sep-10.
      * blank check-stock reconciliation, run after the payroll
      * and any reprint.  every range loaded into the printer on
      * the asked date is proved out against the check register,
      * serial by serial: a number with an issue line was issued
      * (whatever later became of the payment), a number with a
      * spoiled line was spoiled, and a number with no line at all
      * is unused.  loaded = issued + spoiled + unused always
      * foots; what the auditors want to see is that every unused
      * serial sits above the last one printed -- an unused number
      * below it is a gap, a form that went somewhere without
      * leaving a line.  the unused tail goes back to the vault and
      * is loaded again as a range of its own.  consumed ranges the
      * run or the reprint journalled that day off stock nobody
      * loaded are listed as well.
       environment division.
       input-output section.
       file-control.
           select check-stock-file
             assign to "chkstock.dat"
               organization is line sequential
               file status is check-stock-status.
           select check-register-in
             assign to "checkreg.dat"
               organization is line sequential
               file status is check-register-status.
           select stock-report
             assign to "stockrecon.prt"
               organization is line sequential.
           select run-log
             assign to "runlog.dat"
               organization is line sequential
               file status is run-log-status.
       data division.
       file section.
       fd check-stock-file.
           copy stockrec.
       fd check-register-in.
           copy chkreg.
       fd stock-report.
       01 stock-print-line pic x(90).
       fd run-log.
       01 run-log-record.
           02 rl-date        pic x(08).
           02 rl-time        pic x(06).
           02 rl-program     pic x(12).
           02 rl-operator    pic x(10).
           02 rl-action      pic x(30).
       working-storage section.
       01 check-stock-status    pic x(02).
       01 check-register-status pic x(02).
       01 run-log-status        pic x(02).
       01 stock-eof         pic x(01).
           88 stock-eof-reached  value "T".
       01 register-eof      pic x(01).
           88 register-eof-reached value "T".
       01 operator-id       pic x(10).
       01 operator-password pic x(10).
       01 signon-switch     pic x value "N".
           88 operator-authorized   value "Y".
      * the shared sign-on's request block -- identity only; the
      * reconciliation reads the journals and changes nothing
           copy signreq.
       01 recon-date-answer pic x(08).
       01 recon-date        pic x(08).
      * every load on the journal, any date -- what a consumed
      * range has to fall inside
       01 all-load-table.
           02 all-entry occurs 500 times.
               03 all-company     pic x(02).
               03 all-first       pic 9(08).
               03 all-last        pic 9(08).
       77 all-load-max      pic 9(03) value 500.
       01 all-count         pic 9(03) usage comp value zero.
       01 all-idx           pic 9(03) usage comp.
      * the loads being proved out, one status byte per serial --
      * u until the register says otherwise, then i or s
       01 load-table.
           02 ld-entry occurs 10 times.
               03 ld-company      pic x(02).
               03 ld-first        pic 9(08).
               03 ld-last         pic 9(08).
               03 ld-serial-status pic x(01) occurs 5000 times.
       77 load-table-max    pic 9(02) value 10.
       77 load-size-max     pic 9(04) value 5000.
       01 ld-count          pic 9(02) usage comp value zero.
       01 ld-idx            pic 9(02) usage comp.
       01 sr-idx            pic 9(05) usage comp.
       01 load-size         pic 9(08) usage comp.
       01 high-used-idx     pic 9(05) usage comp.
       01 load-issued       pic 9(05) usage comp.
       01 load-spoiled      pic 9(05) usage comp.
       01 load-unused       pic 9(05) usage comp.
       01 load-gaps         pic 9(05) usage comp.
       01 total-loaded      pic 9(07) usage comp value zero.
       01 total-issued      pic 9(07) usage comp value zero.
       01 total-spoiled     pic 9(07) usage comp value zero.
       01 total-unused      pic 9(07) usage comp value zero.
       01 total-gaps        pic 9(07) usage comp value zero.
       01 off-stock-count   pic 9(05) usage comp value zero.
       01 inside-switch     pic x(01).
           88 inside-a-load    value "Y".
       01 total-gaps-text   pic 9(05).
       01 report-heading.
           02 filler pic x(40)
             value "CHECK STOCK RECONCILIATION -- LOADED ON".
           02 rh-recon-date   pic x(08).
       01 report-column-heading.
           02 filler pic x(04) value "CO".
           02 filler pic x(10) value "FIRST".
           02 filler pic x(10) value "LAST".
           02 filler pic x(08) value "LOADED".
           02 filler pic x(08) value "ISSUED".
           02 filler pic x(08) value "SPOILED".
           02 filler pic x(08) value "UNUSED".
           02 filler pic x(08) value "GAPS".
       01 load-detail-line.
           02 ldl-company     pic x(02).
           02 filler          pic x(02).
           02 ldl-first       pic 9(08).
           02 filler          pic x(02).
           02 ldl-last        pic 9(08).
           02 filler          pic x(02).
           02 ldl-loaded      pic zzzzz9.
           02 filler          pic x(02).
           02 ldl-issued      pic zzzzz9.
           02 filler          pic x(02).
           02 ldl-spoiled     pic zzzzz9.
           02 filler          pic x(02).
           02 ldl-unused      pic zzzzz9.
           02 filler          pic x(02).
           02 ldl-gaps        pic zzzzz9.
       01 serial-note-line.
           02 filler          pic x(04) value spaces.
           02 snl-caption     pic x(24).
           02 snl-serial      pic 9(08).
       01 return-stock-line.
           02 filler          pic x(04) value spaces.
           02 filler          pic x(24) value "RETURN TO STOCK".
           02 rsl-first       pic 9(08).
           02 filler          pic x(06) value " THRU ".
           02 rsl-last        pic 9(08).
       01 load-result-line.
           02 filler          pic x(04) value spaces.
           02 lrl-text        pic x(60).
       01 off-stock-line.
           02 filler pic x(33)
             value "*** CONSUMED OFF UNLOADED STOCK:".
           02 osl-company     pic x(03).
           02 osl-first       pic 9(08).
           02 filler          pic x(03) value " - ".
           02 osl-last        pic 9(08).
           02 filler          pic x(02) value spaces.
           02 osl-source      pic x(03).
       01 report-total-line.
           02 filler pic x(24) value "TOTAL".
           02 rtl-loaded      pic zzzzz9.
           02 filler          pic x(02).
           02 rtl-issued      pic zzzzz9.
           02 filler          pic x(02).
           02 rtl-spoiled     pic zzzzz9.
           02 filler          pic x(02).
           02 rtl-unused      pic zzzzz9.
           02 filler          pic x(02).
           02 rtl-gaps        pic zzzzz9.
       01 blank-line        pic x(90) value spaces.
       procedure division.
       begin.
           perform sign-on.
           if not operator-authorized then
             move 16 to return-code
             stop run
           end-if
           perform initialize-program.
           perform load-stock-journal.
           perform mark-register-serials.
           perform prove-one-load varying ld-idx
             from 1 by 1 until ld-idx > ld-count.
           perform check-consumed-ranges.
           perform clean-up.
           stop run.
       sign-on.
           display "ENTER OPERATOR ID: "
           accept operator-id
           display "PASSWORD: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move " " to sr-required-auth
           move "stockrecon" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to signon-switch
           else
             display "*** OPERATOR " operator-id " NOT "
               "RECOGNIZED ***"
           end-if
           .
      * the day the stock went into the printer -- blank is today,
      * the usual case of a reconciliation run right after the
      * payroll
       initialize-program.
           display "LOAD DATE (YYYYMMDD, BLANK FOR TODAY): "
           accept recon-date-answer
           if recon-date-answer is numeric then
             move recon-date-answer to recon-date
           else
             move function current-date (1:8) to recon-date
           end-if
           open output stock-report
           move recon-date to rh-recon-date
           move report-heading to stock-print-line
           write stock-print-line
           move blank-line to stock-print-line
           write stock-print-line
           move report-column-heading to stock-print-line
           write stock-print-line
           .
       load-stock-journal.
           open input check-stock-file
           if check-stock-status = "00" then
             move "N" to stock-eof
             perform load-one-stock-line with test before
               until stock-eof-reached
             close check-stock-file
           else
             display "*** NO CHECK-STOCK JOURNAL -- NOTHING TO "
               "RECONCILE ***"
           end-if
           .
       load-one-stock-line.
           read check-stock-file
             at end move "T" to stock-eof
           end-read
           if not stock-eof-reached and cs-loaded then
             if all-count < all-load-max then
               add 1 to all-count
               move cs-company-code to all-company (all-count)
               move cs-first-serial to all-first (all-count)
               move cs-last-serial to all-last (all-count)
             end-if
             if cs-entry-date = recon-date then
               perform take-one-load
             end-if
           end-if
           .
       take-one-load.
           compute load-size = cs-last-serial - cs-first-serial + 1
           evaluate true
             when load-size > load-size-max
               display "*** LOAD " cs-first-serial " - "
                 cs-last-serial " IS OVER " load-size-max
                 " FORMS -- PROVE IT OUT BY HAND ***"
             when ld-count >= load-table-max
               display "*** MORE THAN " load-table-max " LOADS ON "
                 recon-date " -- THE REST ARE NOT PROVED ***"
             when other
               add 1 to ld-count
               move cs-company-code to ld-company (ld-count)
               move cs-first-serial to ld-first (ld-count)
               move cs-last-serial to ld-last (ld-count)
               perform clear-one-serial varying sr-idx
                 from 1 by 1 until sr-idx > load-size-max
           end-evaluate
           .
       clear-one-serial.
           move "U" to ld-serial-status (ld-count sr-idx)
           .
      * one pass down the register.  an issue line marks the
      * serial issued unless a spoiled line already claimed it; a
      * later void or cleared line is still an issued form.  the
      * pay-card lines carry number zero and never fall in a load.
       mark-register-serials.
           open input check-register-in
           if check-register-status = "00" then
             move "N" to register-eof
             perform mark-one-register-line with test before
               until register-eof-reached
             close check-register-in
           end-if
           .
       mark-one-register-line.
           read check-register-in
             at end move "T" to register-eof
           end-read
           if not register-eof-reached and not cr-pay-card then
             perform mark-serial-in-load varying ld-idx
               from 1 by 1 until ld-idx > ld-count
           end-if
           .
       mark-serial-in-load.
           if cr-check-number >= ld-first (ld-idx)
               and cr-check-number <= ld-last (ld-idx) then
             compute sr-idx = cr-check-number - ld-first (ld-idx) + 1
             if cr-spoiled then
               move "S" to ld-serial-status (ld-idx sr-idx)
             else
               if ld-serial-status (ld-idx sr-idx) not = "S" then
                 move "I" to ld-serial-status (ld-idx sr-idx)
               end-if
             end-if
           end-if
           .
      * count the load out, then walk it again for the notes --
      * each spoiled serial, each gap under the last printed
      * number, and the unused tail going back to the vault
       prove-one-load.
           compute load-size = ld-last (ld-idx) - ld-first (ld-idx) + 1
           move zero to load-issued load-spoiled load-unused
             load-gaps high-used-idx
           perform count-one-serial varying sr-idx
             from 1 by 1 until sr-idx > load-size
           perform find-gap-serial varying sr-idx
             from 1 by 1 until sr-idx > high-used-idx
           move ld-company (ld-idx) to ldl-company
           move ld-first (ld-idx) to ldl-first
           move ld-last (ld-idx) to ldl-last
           move load-size to ldl-loaded
           move load-issued to ldl-issued
           move load-spoiled to ldl-spoiled
           move load-unused to ldl-unused
           move load-gaps to ldl-gaps
           move load-detail-line to stock-print-line
           write stock-print-line
           perform note-one-serial varying sr-idx
             from 1 by 1 until sr-idx > high-used-idx
           if high-used-idx < load-size then
             compute rsl-first = ld-first (ld-idx) + high-used-idx
             move ld-last (ld-idx) to rsl-last
             move return-stock-line to stock-print-line
             write stock-print-line
           end-if
           if load-gaps = zero then
             move "LOADED = ISSUED + SPOILED + UNUSED -- NO GAPS"
               to lrl-text
           else
             move "*** GAPS IN LOADED STOCK -- ACCOUNT FOR EACH ONE"
               to lrl-text
           end-if
           move load-result-line to stock-print-line
           write stock-print-line
           move blank-line to stock-print-line
           write stock-print-line
           add load-size to total-loaded
           add load-issued to total-issued
           add load-spoiled to total-spoiled
           add load-unused to total-unused
           add load-gaps to total-gaps
           .
       count-one-serial.
           evaluate ld-serial-status (ld-idx sr-idx)
             when "I"
               add 1 to load-issued
               move sr-idx to high-used-idx
             when "S"
               add 1 to load-spoiled
               move sr-idx to high-used-idx
             when other
               add 1 to load-unused
           end-evaluate
           .
       find-gap-serial.
           if ld-serial-status (ld-idx sr-idx) = "U" then
             add 1 to load-gaps
           end-if
           .
       note-one-serial.
           compute snl-serial = ld-first (ld-idx) + sr-idx - 1
           evaluate ld-serial-status (ld-idx sr-idx)
             when "S"
               move "SPOILED" to snl-caption
               move serial-note-line to stock-print-line
               write stock-print-line
             when "U"
               move "*** GAP -- NO REGISTER" to snl-caption
               move serial-note-line to stock-print-line
               write stock-print-line
           end-evaluate
           .
      * every range consumed on the day has to lie inside some
      * load for its company -- otherwise checks printed on stock
      * that was never signed out to the printer
       check-consumed-ranges.
           open input check-stock-file
           if check-stock-status = "00" then
             move "N" to stock-eof
             perform check-one-consumed-range with test before
               until stock-eof-reached
             close check-stock-file
           end-if
           .
       check-one-consumed-range.
           read check-stock-file
             at end move "T" to stock-eof
           end-read
           if not stock-eof-reached and cs-consumed
               and cs-entry-date = recon-date then
             move "N" to inside-switch
             perform match-consumed-to-load varying all-idx
               from 1 by 1 until all-idx > all-count
             if not inside-a-load then
               add 1 to off-stock-count
               move cs-company-code to osl-company
               move cs-first-serial to osl-first
               move cs-last-serial to osl-last
               move cs-source to osl-source
               move off-stock-line to stock-print-line
               write stock-print-line
             end-if
           end-if
           .
       match-consumed-to-load.
           if all-company (all-idx) = cs-company-code
               and all-first (all-idx) <= cs-first-serial
               and all-last (all-idx) >= cs-last-serial then
             move "Y" to inside-switch
           end-if
           .
       clean-up.
           move blank-line to stock-print-line
           write stock-print-line
           move total-loaded to rtl-loaded
           move total-issued to rtl-issued
           move total-spoiled to rtl-spoiled
           move total-unused to rtl-unused
           move total-gaps to rtl-gaps
           move report-total-line to stock-print-line
           write stock-print-line
           close stock-report
           open extend run-log
           if run-log-status not = "00" then
             open output run-log
           end-if
           move function current-date (1:8) to rl-date
           move function current-date (9:6) to rl-time
           move "stockrecon" to rl-program
           move operator-id to rl-operator
           move total-gaps to total-gaps-text
           move spaces to rl-action
           string "STOCK RECONCILED " delimited by size
                  total-gaps-text delimited by size
                  " GAPS" delimited by size
                  into rl-action
           end-string
           write run-log-record
           close run-log
           display "STOCK LOADED: " total-loaded
             "  ISSUED: " total-issued
             "  SPOILED: " total-spoiled
             "  UNUSED: " total-unused
             "  GAPS: " total-gaps
           if total-gaps > zero or off-stock-count > zero then
             move 4 to return-code
           end-if
           .
       end program stockrecon.
