      * year-end processing -- reads the ytd accumulation file the
      * weekly payroll run keeps current and produces one w-2 record
      * per employee, instead of hand-summing 52 register printouts
      * every january.  an employee who transferred between
      * entities gets one w-2 from each, off the per-company ytd
      * records, each under the paying entity's own ein with its
      * own social security wage cap; an employee with no company
      * records files the totals record under the company the
      * master names.  the detail is staged and sorted by company
      * so each legal entity files under its own ein -- one
      * employer record, its wage records and its own totals
      * record per entity on the submission file.  each wage
      * record is followed by a state record for every state the
      * employee earned in, off the ytd state entries.  imputed
      * income is in the box 1 wages already and is added to the
      * social security wages here; the group-term life part is
      * also reported on its own as box 12 code c.
       environment division.
       input-output section.
       file-control.
               access mode is dynamic
               record key is yt-employee-id
               file status is ytd-status.
      * each employer's share of the employee's year
           select ytd-company-file
             assign to "ytdcomp.dat"
               organization is indexed
               access mode is dynamic
               record key is yc-key
               file status is ytd-company-status.
           select empmast
             assign to "empmast.dat"
               organization is indexed
       file section.
       fd ytd-file.
           copy ytdrec.
       fd ytd-company-file.
           copy ytdcorec.
       fd empmast.
           copy emprec.
       fd w2-extract.
      * the uncapped gross rides along so the fica-wage cap can
      * be applied when the wage record is finally built
           02 st-ytd-gross    pic 9(7)v99.
           02 st-state-entry occurs 6 times.
               03 st-st-state-code pic x(02).
               03 st-st-wages      pic 9(7)v99.
               03 st-st-tax        pic 9(7)v99.
           02 st-imputed-gtl   pic 9(7)v99.
           02 st-imputed-other pic 9(7)v99.
      * y when the ssa has verified the ssn on the master
           02 st-ssn-verified pic x(01).
       sd sort-work.
       01 sort-record.
           02 so-company-code pic x(02).
           02 so-state-tax    pic 9(7)v99.
           02 so-fica-tax     pic 9(7)v99.
           02 so-ytd-gross    pic 9(7)v99.
           02 so-state-entry occurs 6 times.
               03 so-st-state-code pic x(02).
               03 so-st-wages      pic 9(7)v99.
               03 so-st-tax        pic 9(7)v99.
           02 so-imputed-gtl   pic 9(7)v99.
           02 so-imputed-other pic 9(7)v99.
           02 so-ssn-verified pic x(01).
       fd w2-staged-sorted.
       01 w2-sorted-record.
           02 sr-company-code pic x(02).
           02 sr-state-tax    pic 9(7)v99.
           02 sr-fica-tax     pic 9(7)v99.
           02 sr-ytd-gross    pic 9(7)v99.
           02 sr-state-entry occurs 6 times.
               03 sr-st-state-code pic x(02).
               03 sr-st-wages      pic 9(7)v99.
               03 sr-st-tax        pic 9(7)v99.
           02 sr-imputed-gtl   pic 9(7)v99.
           02 sr-imputed-other pic 9(7)v99.
           02 sr-ssn-verified pic x(01).
       working-storage section.
       01 ytd-status        pic x(02).
           88 ytd-ok           value "00".
       01 ytd-company-status pic x(02).
           88 ytd-company-ok   value "00".
      * the totals record as read, put back once its company
      * shares have been staged through the same record area
       01 ytd-master-image  pic x(435).
       01 share-staged-switch pic x(01).
           88 company-share-staged value "Y".
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
       01 end-file          pic x.
      * what the year's gross ran to
       77 fica-wage-base    pic 9(7)v99 value 168600.00.
       01 capped-fica-wages pic 9(7)v99 usage comp.
      * social security wages before the cap -- gross plus the
      * imputed income, which never passed through gross
       01 fica-wages-uncapped pic 9(7)v99 usage comp.
      * compiled-in filing identity -- seeds the primary company's
      * table entry when no company control file has been keyed
       77 employer-ein      pic x(09) value "123456789".
       01 co-total-fed       pic 9(11)v99 usage comp value zero.
       01 co-total-fica      pic 9(11)v99 usage comp value zero.
       01 co-total-fica-wages pic 9(11)v99 usage comp value zero.
       01 co-total-box12-c   pic 9(11)v99 usage comp value zero.
      * submission records built in working storage and moved to
      * the 128-byte file record, the way the run builds its nacha
      * lines
           02 ssw-fed-tax      pic 9(11).
           02 ssw-fica-wages   pic 9(11).
           02 ssw-fica-tax     pic 9(11).
      * box 12 -- code c, taxable cost of group-term life over
      * $50,000; code blank and amount zero when there is none
           02 ssw-box12-code   pic x(02).
           02 ssw-box12-amount pic 9(11).
           02 filler           pic x(35) value spaces.
      * the state wage and withholding record behind each wage
      * record -- one per state the employee earned in
       01 ssa-state-record.
           02 sss-record-type  pic x(02) value "RS".
           02 sss-state-code   pic x(02).
           02 sss-ssn          pic x(09).
           02 sss-firstname    pic x(10).
           02 sss-surname      pic x(15).
           02 sss-state-wages  pic 9(11).
           02 sss-state-tax    pic 9(11).
           02 filler           pic x(68) value spaces.
       01 ssa-total-record.
           02 sst-record-type  pic x(02) value "RT".
           02 sst-employee-count pic 9(07).
           02 sst-fed-tax      pic 9(13).
           02 sst-fica-wages   pic 9(13).
           02 sst-fica-tax     pic 9(13).
           02 sst-box12-c      pic 9(13).
           02 filler           pic x(54) value spaces.
       01 ssa-cents-work    pic 9(11) usage comp.
      * the employee's year by state -- each ytd state entry with
      * money on it, and whatever the totals carry beyond them
      * (postings from before the entries existed) as resident-
      * state money, so the state records foot to box 17
       77 ytd-state-max     pic 9(02) value 6.
       01 yst-idx           pic 9(02) usage comp.
       01 sst-count         pic 9(02) usage comp.
       01 sst-idx           pic 9(02) usage comp.
       01 sst-match-idx     pic 9(02) usage comp.
       01 want-state        pic x(02).
       01 assigned-wages    pic 9(7)v99 usage comp.
       01 assigned-tax      pic 9(7)v99 usage comp.
       01 left-wages        pic 9(7)v99 usage comp.
       01 left-tax          pic 9(7)v99 usage comp.
      * the two sides of the w-3 footing -- what the employee
      * detail adds to against what the ytd accumulators sum to.
      * by construction they agree unless a record was mangled,
       01 ytd-total-state   pic 9(11)v99 usage comp value zero.
       01 ytd-total-fica    pic 9(11)v99 usage comp value zero.
       01 flagged-count     pic 9(05) usage comp value zero.
       01 unverified-count  pic 9(05) usage comp value zero.
       01 w3-heading.
           02 filler pic x(33) value "W-3 BALANCING -- DETAIL VS YTD".
       01 w3-caption-line.
           02 w3f-employee-id pic x(05).
           02 filler pic x(36)
             value " HAS WITHHOLDING BUT BLANK SSN/NAME".
       01 w3-unverified-line.
           02 filler pic x(09) value "CHECK -- ".
           02 w3u-employee-id pic x(05).
           02 filler pic x(38)
             value " SSN NOT VERIFIED WITH THE SSA".
       01 w3-count-line.
           02 filler pic x(22) value "EMPLOYEES ON FILE".
           02 w3n-count pic zzzz9.
           02 filler pic x(12) value "  FLAGGED".
           02 w3n-flagged pic zzzz9.
           02 filler pic x(14) value "  UNVERIFIED".
           02 w3n-unverified pic zzzz9.
       procedure division.
       begin.
           perform initialize-program.
           perform stage-ytd-record with test before until eof.
           close ytd-file
           close ytd-company-file
           close empmast
           close w2-stage
           perform write-submission-files.
       initialize-program.
           perform load-company-control
           open input ytd-file
           open input ytd-company-file
           open input empmast
           open output w2-stage
           .
             end-if
           end-if
           .
      * one staged row per employer per employee on the ytd file
      * -- read straight through the indexed file in key
      * sequence, each company's share laid over the record area
      * and staged as the employee's year with that company, and
      * the ytd side of the balancing page accumulated off the
      * totals as the rows go by
       stage-ytd-record.
           read ytd-file next record
             at end move "T" to end-file
             read empmast
               invalid key move "23" to empmast-status
             end-read
             add yt-ytd-taxable-wages to ytd-total-wages
             add yt-ytd-fed-tax to ytd-total-fed
             add yt-ytd-state-tax to ytd-total-state
             add yt-ytd-fica-tax to ytd-total-fica
             move ytd-record to ytd-master-image
             move "N" to share-staged-switch
             perform stage-company-share varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
             move ytd-master-image to ytd-record
             if not company-share-staged then
               perform resolve-record-company
               perform stage-employee-year
             end-if
           end-if
           .
       stage-company-share.
           move cmp-code (cmp-idx) to yc-company-code
           move yt-employee-id to yc-employee-id
           read ytd-company-file
             invalid key move "23" to ytd-company-status
           end-read
           if ytd-company-ok then
             move yc-ytd-image to ytd-record
             move cmp-idx to rec-company-idx
             move "Y" to share-staged-switch
             perform stage-employee-year
           end-if
           .
       stage-employee-year.
           move cmp-code (rec-company-idx) to st-company-code
           move yt-employee-id to st-employee-id
           move yt-ssn to st-ssn
           if empmast-ok then
             move em-firstname to st-firstname
             move em-surname to st-surname
           else
             move spaces to st-firstname st-surname
           end-if
           if empmast-ok and em-ssn-verified then
             move "Y" to st-ssn-verified
           else
             move "N" to st-ssn-verified
           end-if
           move yt-ytd-taxable-wages to st-wages
           move yt-ytd-fed-tax to st-fed-tax
           move yt-ytd-state-tax to st-state-tax
           move yt-ytd-fica-tax to st-fica-tax
           move yt-ytd-gross to st-ytd-gross
      * a ytd record from before imputed income reads spaces there
           if yt-ytd-imputed-gtl is numeric then
             move yt-ytd-imputed-gtl to st-imputed-gtl
           else
             move zero to st-imputed-gtl
           end-if
           if yt-ytd-imputed-other is numeric then
             move yt-ytd-imputed-other to st-imputed-other
           else
             move zero to st-imputed-other
           end-if
           perform stage-employee-states
           write w2-stage-record
           .
       stage-employee-states.
           move zero to sst-count assigned-wages assigned-tax
           perform clear-one-staged-state varying sst-idx
             from 1 by 1 until sst-idx > ytd-state-max
           perform take-one-ytd-state varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           if yt-ytd-taxable-wages > assigned-wages then
             subtract assigned-wages from yt-ytd-taxable-wages
               giving left-wages
           else
             move zero to left-wages
           end-if
           if yt-ytd-state-tax > assigned-tax then
             subtract assigned-tax from yt-ytd-state-tax
               giving left-tax
           else
             move zero to left-tax
           end-if
           if left-wages not = zero or left-tax not = zero then
             if empmast-ok then
               move em-state-code to want-state
             else
               move "??" to want-state
             end-if
             perform find-staged-state
             add left-wages to st-st-wages (sst-match-idx)
             add left-tax to st-st-tax (sst-match-idx)
           end-if
           .
       clear-one-staged-state.
           move spaces to st-st-state-code (sst-idx)
           move zero to st-st-wages (sst-idx) st-st-tax (sst-idx)
           .
      * an entry written before the state entries existed reads
      * back spaces and contributes nothing here
       take-one-ytd-state.
           if yt-st-state-code (yst-idx) not = spaces
               and yt-st-ytd-wages (yst-idx) is numeric
               and yt-st-ytd-tax (yst-idx) is numeric then
             if yt-st-ytd-wages (yst-idx) not = zero
                 or yt-st-ytd-tax (yst-idx) not = zero then
               move yt-st-state-code (yst-idx) to want-state
               perform find-staged-state
               add yt-st-ytd-wages (yst-idx)
                 to st-st-wages (sst-match-idx)
               add yt-st-ytd-tax (yst-idx)
                 to st-st-tax (sst-match-idx)
               add yt-st-ytd-wages (yst-idx) to assigned-wages
               add yt-st-ytd-tax (yst-idx) to assigned-tax
             end-if
           end-if
           .
      * a resident state arriving after six others folds into
      * the first entry
       find-staged-state.
           move zero to sst-match-idx
           perform match-staged-state varying sst-idx
             from 1 by 1 until sst-idx > sst-count
           if sst-match-idx = zero then
             if sst-count < ytd-state-max then
               add 1 to sst-count
               move sst-count to sst-match-idx
               move want-state to st-st-state-code (sst-count)
             else
               move 1 to sst-match-idx
             end-if
           end-if
           .
       match-staged-state.
           if st-st-state-code (sst-idx) = want-state then
             move sst-idx to sst-match-idx
           end-if
           .
      * which entity the employee files under -- blank and any
           write ssa-record
           move zero to co-employee-count co-total-wages
             co-total-fed co-total-fica co-total-fica-wages
             co-total-box12-c
           .
       find-break-company.
           if cmp-code (cmp-idx) = previous-company then
           end-if
           .
       write-w2-record.
           move sr-company-code to w2-company-code
           move sr-employee-id to w2-employee-id
           move sr-ssn to w2-ssn
           move sr-firstname to w2-firstname
           move sr-fed-tax to w2-fed-tax
           move sr-state-tax to w2-state-tax
           move sr-fica-tax to w2-fica-tax
           if sr-imputed-gtl not = zero then
             move "C " to w2-box12-code
             move sr-imputed-gtl to w2-box12-amount
           else
             move spaces to w2-box12-code
             move zero to w2-box12-amount
           end-if
           perform copy-one-w2-state varying sst-idx
             from 1 by 1 until sst-idx > ytd-state-max
           write w2-record
           add 1 to w2-employee-count
           add 1 to co-employee-count
           move ssa-cents-work to ssw-wages
           multiply w2-fed-tax by 100 giving ssa-cents-work
           move ssa-cents-work to ssw-fed-tax
           add sr-ytd-gross sr-imputed-gtl sr-imputed-other
             giving fica-wages-uncapped
           if fica-wages-uncapped > fica-wage-base then
             move fica-wage-base to capped-fica-wages
           else
             move fica-wages-uncapped to capped-fica-wages
           end-if
           multiply capped-fica-wages by 100 giving ssa-cents-work
           move ssa-cents-work to ssw-fica-wages
           multiply w2-fica-tax by 100 giving ssa-cents-work
           move ssa-cents-work to ssw-fica-tax
           move w2-box12-code to ssw-box12-code
           multiply w2-box12-amount by 100 giving ssa-cents-work
           move ssa-cents-work to ssw-box12-amount
           move ssa-wage-record to ssa-record
           write ssa-record
           perform write-ssa-state-record varying sst-idx
             from 1 by 1 until sst-idx > ytd-state-max
           .
       copy-one-w2-state.
           move sr-st-state-code (sst-idx) to w2-st-state-code (sst-idx)
           move sr-st-wages (sst-idx) to w2-st-wages (sst-idx)
           move sr-st-tax (sst-idx) to w2-st-tax (sst-idx)
           .
       write-ssa-state-record.
           if w2-st-state-code (sst-idx) not = spaces then
             move w2-st-state-code (sst-idx) to sss-state-code
             move w2-ssn to sss-ssn
             move w2-firstname to sss-firstname
             move w2-surname to sss-surname
             multiply w2-st-wages (sst-idx) by 100
               giving ssa-cents-work
             move ssa-cents-work to sss-state-wages
             multiply w2-st-tax (sst-idx) by 100
               giving ssa-cents-work
             move ssa-cents-work to sss-state-tax
             move ssa-state-record to ssa-record
             write ssa-record
           end-if
           .
      * the detail side of the balancing page, the company totals
      * behind the next rt record, and the flag for anyone with
           add w2-fed-tax to co-total-fed
           add w2-fica-tax to co-total-fica
           add capped-fica-wages to co-total-fica-wages
           add w2-box12-amount to co-total-box12-c
           if (w2-fed-tax not = zero or w2-fica-tax not = zero)
               and (w2-ssn = spaces or w2-ssn = zero
                 or w2-employee-name = spaces) then
             move w3-flag-line to w3-print-line
             write w3-print-line
           end-if
      * an ssn the ssa hasn't verified by year end goes on the w-2
      * as keyed -- hr has until the filing to chase it down
           if sr-ssn-verified not = "Y" then
             add 1 to unverified-count
             move w2-employee-id to w3u-employee-id
             move w3-unverified-line to w3-print-line
             write w3-print-line
           end-if
           .
       clean-up.
           perform print-w3-balance
           close w3-balance-report
           display "W-2 EXTRACT COMPLETE -- " w2-employee-count
             " EMPLOYEES WRITTEN, " flagged-count " FLAGGED"
           if unverified-count not = zero then
             display "*** WARNING -- " unverified-count
               " W-2S CARRY AN SSN NOT VERIFIED WITH THE SSA -- "
               "SEE W3BALANCE.PRT ***"
           end-if
           .
      * one totals record per company, closing out the employer
      * record its detail rode under
           multiply co-total-fica by 100 giving sst-fica-tax
           multiply co-total-fica-wages by 100
             giving sst-fica-wages
           multiply co-total-box12-c by 100 giving sst-box12-c
           move ssa-total-record to ssa-record
           write ssa-record
           .
           write w3-print-line
           move w2-employee-count to w3n-count
           move flagged-count to w3n-flagged
           move unverified-count to w3n-unverified
           move w3-count-line to w3-print-line
           write w3-print-line
           .
