      * employee-id-sequenced timecards.dat that paychecks expects,
      * so office and warehouse extracts don't need to be
      * concatenated by hand before a run.
      *
      * the commission calculation's supplemental cards come in
      * the same way, off tc-commission.dat.  paychecks pays one
      * card per employee and rejects the next as a duplicate, so
      * a rep's commission card is folded into their regular card
      * here -- the commission rides as that card's supplemental
      * amount.  a rep with no regular card is paid off the
      * commission card alone; one whose regular card already
      * carries a supplemental amount keeps both cards, and
      * payroll settles the second out of suspense.
      *
      * the punch import's cards come in off tc-punch.dat, in
      * employee order, and are laid onto the employee's card
      * from the extracts rather than sorted in beside it -- the
      * clock hours, the daily buckets and their work states go
      * onto the keyed card, which keeps its time off, project
      * splits and supplemental amount.  an employee with no
      * keyed card is paid off the punch card alone.
      *
      * once merged, the commission and punch cards are added to
      * dated archives and their files emptied -- each file
      * stands until its program next runs, and the next merge
      * would otherwise pay the same cards over again.  to merge
      * again the same period, copy the archive back first.
       environment division.
       input-output section.
       file-control.
           select warehouse-timecards
             assign to "tc-warehouse.dat"
               organization is line sequential.
           select commission-timecards
             assign to "tc-commission.dat"
               organization is line sequential
               file status is commission-status.
           select punch-timecards
             assign to "tc-punch.dat"
               organization is line sequential
               file status is punch-status.
           select card-archive
             assign to card-archive-name
               organization is line sequential
               file status is card-archive-status.
           select merge-work
             assign to "tcmergewk.dat".
           select merge-sorted
             assign to "tcmergesrt.dat"
               organization is line sequential.
           select timecards
             assign to "timecards.dat"
               organization is line sequential.
       fd office-timecards.
       01 office-timecard-record.
           02 ot-employee-id pic x(05).
           02 filler pic x(158).
       fd warehouse-timecards.
       01 warehouse-timecard-record.
           02 wt-employee-id pic x(05).
           02 filler pic x(158).
       fd commission-timecards.
       01 commission-timecard-record.
           02 ct-employee-id pic x(05).
           02 filler pic x(158).
       fd punch-timecards.
       01 punch-timecard-record pic x(163).
       fd card-archive.
       01 card-archive-record pic x(163).
       sd merge-work.
       01 merge-timecard-record.
           02 mw-employee-id pic x(05).
           02 filler pic x(158).
       fd merge-sorted.
       01 merge-sorted-record pic x(163).
       fd timecards.
       01 timecard-out-record pic x(163).
       working-storage section.
       01 commission-status  pic x(02).
       01 punch-status       pic x(02).
       01 card-archive-status pic x(02).
       01 commission-eof     pic x(01).
           88 commission-eof-reached value "T".
       01 punch-eof          pic x(01).
           88 punch-eof-reached  value "T".
      * the dated archive the merged cards are added to -- a
      * second merge the same day adds to the first one's
       01 card-archive-name  pic x(30).
       01 commission-archive-name pic x(30).
       01 punch-archive-name pic x(30).
       01 archive-date       pic x(08).
       01 commission-card-count pic 9(05) usage comp value zero.
      * the punch import's cards, in employee order, and the
      * fields laid onto a keyed card
       01 punch-card-table.
           02 pct-entry occurs 2000 times.
               03 pct-employee-id    pic x(05).
               03 filler             pic x(34).
               03 pct-hours-worked   pic 9(3)v9.
               03 filler             pic x(76).
               03 pct-day-hours      pic 9(2)v9 occurs 7 times.
               03 filler             pic x(09).
               03 pct-day-state      pic x(02) occurs 7 times.
       77 punch-card-max     pic 9(04) value 2000.
       01 pct-count          pic 9(04) usage comp value zero.
       01 pct-idx            pic 9(04) usage comp.
       01 pct-next           pic 9(04) usage comp value 1.
       01 day-idx            pic 9(02) usage comp.
       01 punch-load-switch  pic x(01) value "Y".
           88 punch-cards-loaded value "Y".
       01 punch-only-count   pic 9(05) usage comp value zero.
       01 punch-laid-count   pic 9(05) usage comp value zero.
       01 sorted-eof         pic x(01).
           88 sorted-eof-reached value "T".
      * the card just read, and the one held back in case the
      * next is the same employee's commission card
           copy timecard.
       01 held-card          pic x(163).
      * the held card's fields wanted for the fold
       01 held-card-view redefines held-card.
           02 hc-employee-id     pic x(05).
           02 filler             pic x(34).
           02 hc-hours-worked    pic 9(3)v9.
           02 filler             pic x(76).
           02 hc-day-hours       pic 9(2)v9 occurs 7 times.
           02 hc-earnings-code   pic x(01).
           02 hc-supp-amount     pic 9(6)v99.
           02 hc-day-state       pic x(02) occurs 7 times.
       01 held-card-switch   pic x(01) value "N".
           88 card-is-held       value "Y".
       01 commission-card-switch pic x(01).
           88 card-is-commission  value "Y".
       01 held-is-commission pic x(01).
           88 held-card-commission value "Y".
       01 card-count         pic 9(05) usage comp value zero.
       01 folded-count       pic 9(05) usage comp value zero.
       procedure division.
       begin.
           perform check-commission-file.
           perform load-punch-cards.
           if not punch-cards-loaded then
             move 16 to return-code
             stop run
           end-if.
      * one department's timecards ahead of another's would put
      * an employee's record out of the id sequence paychecks'
      * checkpoint/restart logic relies on -- and the raw timeclock
      * they aren't)
           sort merge-work on ascending key mw-employee-id
             using office-timecards warehouse-timecards
               commission-timecards
             giving merge-sorted.
           open input merge-sorted.
           open output timecards.
           move "N" to sorted-eof.
           perform merge-one-card with test before
             until sorted-eof-reached.
           if card-is-held then
             perform write-held-card
           end-if.
           move high-values to hc-employee-id.
           perform write-punch-only-cards.
           close merge-sorted.
           close timecards.
           perform archive-commission-cards.
           perform archive-punch-cards.
           display "TIMECARDS MERGED: " card-count
             "  COMMISSIONS FOLDED INTO REGULAR CARDS: "
             folded-count.
           display "PUNCH CARDS LAID ONTO KEYED CARDS: "
             punch-laid-count "  PAID ON THEIR OWN: "
             punch-only-count.
           if commission-card-count > zero then
             display "COMMISSION CARDS ARCHIVED TO "
               commission-archive-name
           end-if.
           if pct-count > zero then
             display "PUNCH CARDS ARCHIVED TO " punch-archive-name
           end-if.
           stop run.
      * a shop with no commission run this period has no
      * tc-commission.dat -- the sort would abend on it, so it
      * starts out empty instead
       check-commission-file.
           open input commission-timecards
           if commission-status = "00" then
             close commission-timecards
           else
             open output commission-timecards
             close commission-timecards
           end-if
           .
      * the commission cards are in timecards.dat now -- keep a
      * copy of them and empty the file, so the next merge before
      * the next commission run pays nothing twice.  a file with
      * no cards in it leaves the archive alone.
       archive-commission-cards.
           move function current-date (1:8) to archive-date
           move spaces to commission-archive-name
           string "tc-commission." delimited by size
                  archive-date delimited by size
                  ".arc" delimited by size
                  into commission-archive-name
           end-string
           move commission-archive-name to card-archive-name
           open input commission-timecards
           move "N" to commission-eof
           perform archive-one-commission-card with test before
             until commission-eof-reached
           close commission-timecards
           if commission-card-count > zero then
             close card-archive
             open output commission-timecards
             close commission-timecards
           end-if
           .
       archive-one-commission-card.
           read commission-timecards
             at end move "T" to commission-eof
           end-read
           if not commission-eof-reached then
             if commission-card-count = zero then
               perform open-card-archive
             end-if
             add 1 to commission-card-count
             move commission-timecard-record to card-archive-record
             write card-archive-record
           end-if
           .
       open-card-archive.
           open extend card-archive
           if card-archive-status not = "00" then
             open output card-archive
           end-if
           .
      * the punch cards are all in the table still
       archive-punch-cards.
           if pct-count > zero then
             move spaces to punch-archive-name
             string "tc-punch." delimited by size
                    archive-date delimited by size
                    ".arc" delimited by size
                    into punch-archive-name
             end-string
             move punch-archive-name to card-archive-name
             perform open-card-archive
             perform archive-one-punch-card varying pct-idx
               from 1 by 1 until pct-idx > pct-count
             close card-archive
             open output punch-timecards
             close punch-timecards
           end-if
           .
       archive-one-punch-card.
           move pct-entry (pct-idx) to card-archive-record
           write card-archive-record
           .
      * a week with no punch import has no tc-punch.dat, and no
      * punch cards to lay on.  the import writes one card per
      * employee in employee order; a file out of that order, or
      * too big for the table, stops the merge before anything
      * is written.
       load-punch-cards.
           open input punch-timecards
           if punch-status = "00" then
             move "N" to punch-eof
             perform load-one-punch-card with test before
               until punch-eof-reached
             close punch-timecards
           end-if
           .
       load-one-punch-card.
           read punch-timecards
             at end move "T" to punch-eof
           end-read
           if not punch-eof-reached then
             evaluate true
               when pct-count not < punch-card-max
                 display "*** MORE THAN " punch-card-max
                   " PUNCH CARDS -- NOTHING MERGED ***"
                 move "N" to punch-load-switch
                 move "T" to punch-eof
               when pct-count > zero and punch-timecard-record (1:5)
                   not > pct-employee-id (pct-count)
                 display "*** TC-PUNCH.DAT OUT OF EMPLOYEE ORDER AT "
                   punch-timecard-record (1:5)
                   " -- NOTHING MERGED ***"
                 move "N" to punch-load-switch
                 move "T" to punch-eof
               when other
                 add 1 to pct-count
                 move punch-timecard-record to pct-entry (pct-count)
             end-evaluate
           end-if
           .
      * each card is held until the next one is read, so a
      * commission card and the same employee's regular card can
      * meet whichever order the sort left them in
       merge-one-card.
           read merge-sorted into timecard
             at end move "T" to sorted-eof
           end-read
           if not sorted-eof-reached then
             perform classify-card
             if card-is-held and hc-employee-id = tc-employee-id
                 then
               perform fold-or-write
             else
               if card-is-held then
                 perform write-held-card
               end-if
               move timecard to held-card
               move commission-card-switch to held-is-commission
               move "Y" to held-card-switch
             end-if
           end-if
           .
      * a commission card is a "c" card with no hours on it
       classify-card.
           move "N" to commission-card-switch
           if tc-is-commission and hours-worked = zero
               and tc-shift-diff-hours = zero
               and tc-temp-hours = zero then
             move "Y" to commission-card-switch
           end-if
           .
      * the same employee twice -- a commission card meets a
      * regular card with no supplemental amount of its own, and
      * the commission moves onto it.  anything else goes through
      * as it came, for the run's duplicate edit to catch.
       fold-or-write.
           evaluate true
             when card-is-commission and not held-card-commission
                 and (hc-supp-amount is not numeric
                   or hc-supp-amount = zero)
               move "C" to hc-earnings-code
               move tc-supp-amount to hc-supp-amount
               add 1 to folded-count
             when held-card-commission and not card-is-commission
                 and (tc-supp-amount is not numeric
                   or tc-supp-amount = zero)
               move "C" to tc-earnings-code
               move hc-supp-amount to tc-supp-amount
               move timecard to held-card
               move "N" to held-is-commission
               add 1 to folded-count
             when other
               perform write-held-card
               move timecard to held-card
               move commission-card-switch to held-is-commission
               move "Y" to held-card-switch
           end-evaluate
           .
      * the punch cards of employees ahead of the held card have
      * no keyed card and go out alone, in order; the held
      * employee's own punch card is laid onto it
       write-held-card.
           perform write-punch-only-cards
           if pct-next not > pct-count then
             if pct-employee-id (pct-next) = hc-employee-id then
               perform lay-punch-card
               add 1 to pct-next
             end-if
           end-if
           move held-card to timecard-out-record
           write timecard-out-record
           add 1 to card-count
           move "N" to held-card-switch
           .
       write-punch-only-cards.
           perform write-one-punch-only-card with test before
             until pct-next > pct-count
               or pct-employee-id (pct-next) not < hc-employee-id
           .
       write-one-punch-only-card.
           move pct-entry (pct-next) to timecard-out-record
           write timecard-out-record
           add 1 to card-count
           add 1 to punch-only-count
           add 1 to pct-next
           .
       lay-punch-card.
           move pct-hours-worked (pct-next) to hc-hours-worked
           perform lay-one-punch-day varying day-idx
             from 1 by 1 until day-idx > 7
           add 1 to punch-laid-count
           .
       lay-one-punch-day.
           move pct-day-hours (pct-next, day-idx)
             to hc-day-hours (day-idx)
           move pct-day-state (pct-next, day-idx)
             to hc-day-state (day-idx)
           .
       end program timecardmerge.
