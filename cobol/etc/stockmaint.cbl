       identification division.
       program-id. stockmaint.
       author. charles r. martin.
       date-written. 2026-sep-10.
      * blank check-stock entries -- one line per pass onto the
      * chkstock.dat journal.  r records a shipment of numbered
      * stock as it comes in from the printer; l records the
      * serial range put in the check printer ahead of a run, the
      * unused tail of an earlier load going back in as a load of
      * its own.  a receipt may not overlap stock already received,
      * and a load has to sit inside one receipt for the same
      * company and may not take in any serial already printed.
      * the run and the reprint write the consumed lines, and the
      * stock reconciliation proves each day's loads out.
       environment division.
       input-output section.
       file-control.
           select check-stock-file
             assign to "chkstock.dat"
               organization is line sequential
               file status is check-stock-status.
      * the legal entities -- stock carries the company's bank
      * account, so every range is entered under one of them
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
       data division.
       file section.
       fd check-stock-file.
           copy stockrec.
       fd company-control-file.
           copy compctl.
       working-storage section.
       01 check-stock-status  pic x(02).
       01 company-control-status pic x(02).
       01 stock-eof           pic x(01).
           88 stock-eof-reached   value "T".
       01 company-eof         pic x(01).
           88 company-eof-reached value "T".
       01 done-switch        pic x value "N".
           88 operator-is-done   value "Y".
       01 operator-id        pic x(10).
       01 stock-action       pic x(01).
           88 action-is-receive    value "R".
           88 action-is-load       value "L".
      * the companies on compctl.dat -- the first row is the
      * primary and takes a blank answer.  no file keyed means the
      * single primary company, code 01, the run's own default.
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 company-found-switch pic x(01).
           88 company-found      value "Y".
       01 entry-company      pic x(02).
      * serials are keyed as the eight digits printed on the form
      * and class-tested before they are treated as numbers
       01 answer-serial      pic x(08).
       01 answer-serial-num redefines answer-serial pic 9(08).
       01 entry-first-serial pic 9(08).
       01 entry-last-serial  pic 9(08).
       01 entry-form-count   pic 9(08).
       01 edit-switch        pic x.
           88 fields-good      value "N".
           88 fields-bad       value "Y".
      * what the journal scan turned up against the keyed range
       01 overlap-switch     pic x(01).
           88 overlaps-receipt   value "Y".
       01 inside-switch      pic x(01).
           88 inside-receipt     value "Y".
       01 consumed-switch    pic x(01).
           88 overlaps-consumed  value "Y".
       procedure division.
       begin.
           display "ENTER OPERATOR ID: "
           accept operator-id
           perform load-company-codes.
           perform maintain-one-entry with test before
             until operator-is-done.
           stop run.
       load-company-codes.
           open input company-control-file
           if company-control-status = "00" then
             move "N" to company-eof
             perform load-one-company-code with test before
               until company-eof-reached
             close company-control-file
           end-if
           if cct-count = zero then
             move 1 to cct-count
             move "01" to cct-code (1)
           end-if
           .
       load-one-company-code.
           read company-control-file
             at end move "T" to company-eof
           end-read
           if not company-eof-reached then
             if cct-count < company-table-max then
               add 1 to cct-count
               move co-company-code to cct-code (cct-count)
             end-if
           end-if
           .
       maintain-one-entry.
           display "ACTION (R=STOCK RECEIVED, L=LOADED FOR A RUN, "
             "BLANK TO QUIT): "
           accept stock-action
           evaluate true
             when stock-action = space
               move "Y" to done-switch
             when action-is-receive or action-is-load
               perform accept-stock-fields
               if fields-good then
                 perform scan-stock-journal
                 perform edit-against-journal
               end-if
               if fields-good then
                 perform write-stock-entry
               else
                 display "*** NOT RECORDED -- CORRECT AND RE-KEY ***"
               end-if
             when other
               display "*** UNKNOWN ACTION -- " stock-action " ***"
           end-evaluate
           .
       accept-stock-fields.
           move "N" to edit-switch
           display "COMPANY CODE (BLANK FOR " cct-code (1) "): "
           accept entry-company
           if entry-company = spaces then
             move cct-code (1) to entry-company
           end-if
           move "N" to company-found-switch
           perform match-company-code varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           if not company-found then
             move "Y" to edit-switch
             display "*** COMPANY " entry-company
               " IS NOT ON COMPCTL.DAT ***"
           end-if
           display "FIRST SERIAL (NNNNNNNN): "
           accept answer-serial
           if answer-serial is numeric then
             move answer-serial-num to entry-first-serial
           else
             move "Y" to edit-switch
             move zero to entry-first-serial
             display "*** SERIAL MUST BE 8 DIGITS ***"
           end-if
           display "LAST SERIAL (NNNNNNNN): "
           accept answer-serial
           if answer-serial is numeric then
             move answer-serial-num to entry-last-serial
           else
             move "Y" to edit-switch
             move zero to entry-last-serial
             display "*** SERIAL MUST BE 8 DIGITS ***"
           end-if
           if fields-good then
             if entry-first-serial = zero
                 or entry-last-serial < entry-first-serial then
               move "Y" to edit-switch
               display "*** LAST SERIAL MUST NOT BE BELOW THE "
                 "FIRST, AND NEITHER MAY BE ZERO ***"
             end-if
           end-if
           .
       match-company-code.
           if cct-code (cct-idx) = entry-company then
             move "Y" to company-found-switch
           end-if
           .
      * check numbers are unique shop-wide, so a receipt is tested
      * against every company's stock, but a load only against
      * the receipts of its own company
       scan-stock-journal.
           move "N" to overlap-switch inside-switch consumed-switch
           open input check-stock-file
           if check-stock-status = "00" then
             move "N" to stock-eof
             perform scan-one-stock-line with test before
               until stock-eof-reached
             close check-stock-file
           end-if
           .
       scan-one-stock-line.
           read check-stock-file
             at end move "T" to stock-eof
           end-read
           if not stock-eof-reached then
             evaluate true
               when cs-received
                 if cs-first-serial <= entry-last-serial
                     and cs-last-serial >= entry-first-serial then
                   move "Y" to overlap-switch
                 end-if
                 if cs-company-code = entry-company
                     and cs-first-serial <= entry-first-serial
                     and cs-last-serial >= entry-last-serial then
                   move "Y" to inside-switch
                 end-if
               when cs-consumed
                 if cs-first-serial <= entry-last-serial
                     and cs-last-serial >= entry-first-serial then
                   move "Y" to consumed-switch
                 end-if
             end-evaluate
           end-if
           .
       edit-against-journal.
           if action-is-receive and overlaps-receipt then
             move "Y" to edit-switch
             display "*** RANGE OVERLAPS STOCK ALREADY RECEIVED ***"
           end-if
           if action-is-load then
             if not inside-receipt then
               move "Y" to edit-switch
               display "*** RANGE IS NOT INSIDE ONE RECEIPT FOR "
                 "COMPANY " entry-company " ***"
             end-if
             if overlaps-consumed then
               move "Y" to edit-switch
               display "*** RANGE TAKES IN SERIALS ALREADY "
                 "PRINTED ***"
             end-if
           end-if
           .
       write-stock-entry.
           open extend check-stock-file
           if check-stock-status not = "00" then
             open output check-stock-file
           end-if
           move stock-action to cs-entry-type
           move entry-company to cs-company-code
           move function current-date (1:8) to cs-entry-date
           move entry-first-serial to cs-first-serial
           move entry-last-serial to cs-last-serial
           move "STK" to cs-source
           move operator-id to cs-operator
           write check-stock-record
           close check-stock-file
           compute entry-form-count =
             entry-last-serial - entry-first-serial + 1
           if action-is-receive then
             display "STOCK RECEIVED -- " entry-form-count " FORMS"
           else
             display "STOCK LOADED -- " entry-form-count " FORMS"
           end-if
           .
       end program stockmaint.
