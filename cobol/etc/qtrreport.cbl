      * unemployment wage listing grouped on the employee's state
      * code, with each employee's quarterly wages split into
      * taxable and excess against the unemployment wage base.
      * an employee whose hours crossed state lines lists under
      * each state worked, off the ytd state entries, with that
      * state's share of the wages and the tax withheld to it.
      * an employee who transferred between entities reports
      * under each entity that paid them this quarter, off the
      * per-company ytd records, and each entity's unemployment
      * split measures its own wages against the base.
      * before these buckets existed this was thirteen register
      * printouts and an afternoon with an adding machine, four
      * times a year.
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
       fd federal-deposit-file.
           02 sw-qtd-gross    pic 9(7)v99.
           02 sw-taxable      pic 9(7)v99.
           02 sw-excess       pic 9(7)v99.
           02 sw-state-tax    pic 9(7)v99.
       sd sort-work.
       01 sort-record.
           02 so-company-code pic x(02).
           02 so-qtd-gross    pic 9(7)v99.
           02 so-taxable      pic 9(7)v99.
           02 so-excess       pic 9(7)v99.
           02 so-state-tax    pic 9(7)v99.
       fd state-sorted.
       01 state-sorted-record.
           02 ss-company-code pic x(02).
           02 ss-qtd-gross    pic 9(7)v99.
           02 ss-taxable      pic 9(7)v99.
           02 ss-excess       pic 9(7)v99.
           02 ss-state-tax    pic 9(7)v99.
       fd q941-report.
       01 q941-print-line pic x(80).
       fd state-wage-report.
       01 state-print-line pic x(100).
       working-storage section.
       01 ytd-status        pic x(02).
           88 ytd-ok           value "00".
       01 ytd-company-status pic x(02).
           88 ytd-company-ok   value "00".
      * the totals record as read, put back once its company
      * shares have been reported through the same record area
       01 ytd-master-image  pic x(435).
       01 share-found-switch pic x(01).
           88 company-share-found value "Y".
       01 empmast-status    pic x(02).
           88 empmast-ok       value "00".
       01 end-file          pic x.
       01 base-room            pic 9(7)v99 usage comp.
       01 employee-taxable     pic 9(7)v99 usage comp.
       01 employee-excess      pic 9(7)v99 usage comp.
      * the employee's quarter by state -- each state entry on the
      * ytd record with money this quarter, plus whatever the
      * quarter's totals carry beyond them (postings from before
      * the entries existed) as resident-state money.  the gross
      * and the unemployment split are apportioned across the
      * states by wages share, the last row taking the remainder.
       01 qtr-state-table.
           02 qst-entry occurs 7 times.
               03 qst-state-code pic x(02).
               03 qst-wages      pic 9(7)v99.
               03 qst-tax        pic 9(7)v99.
       77 qtr-state-max        pic 9(02) value 7.
       77 ytd-state-max        pic 9(02) value 6.
       01 qst-count            pic 9(02) usage comp.
       01 qst-idx              pic 9(02) usage comp.
       01 qst-match-idx        pic 9(02) usage comp.
       01 yst-idx              pic 9(02) usage comp.
       01 resident-state       pic x(02).
       01 want-state           pic x(02).
       01 assigned-wages       pic 9(7)v99 usage comp.
       01 assigned-tax         pic 9(7)v99 usage comp.
       01 left-wages           pic 9(7)v99 usage comp.
       01 left-tax             pic 9(7)v99 usage comp.
       01 left-gross           pic 9(7)v99 usage comp.
       01 left-taxable         pic 9(7)v99 usage comp.
       01 left-excess          pic 9(7)v99 usage comp.
       01 share-amount         pic 9(7)v99 usage comp.
      * the entities on the company control file -- each files
      * its own 941 under its own ein, so the worksheet
      * accumulators run per company.  a site with no compctl.dat
           02 filler pic x(14) value "QTR WAGES".
           02 filler pic x(14) value "TAXABLE".
           02 filler pic x(14) value "EXCESS".
           02 filler pic x(14) value "STATE TAX".
       01 state-detail-line.
           02 std-employee-id pic x(05).
           02 filler          pic x(02).
           02 std-taxable     pic $$,$$$,$$9.99.
           02 filler          pic x(02).
           02 std-excess      pic $$,$$$,$$9.99.
           02 filler          pic x(02).
           02 std-state-tax   pic $$,$$$,$$9.99.
       01 state-break-line.
           02 filler pic x(06) value "STATE ".
           02 stb-state-code pic x(02).
           02 sts-taxable     pic $$,$$$,$$9.99.
           02 filler          pic x(02).
           02 sts-excess      pic $$,$$$,$$9.99.
           02 filler          pic x(02).
           02 sts-state-tax   pic $$,$$$,$$9.99.
       01 state-company-line.
           02 filler pic x(08) value "COMPANY ".
           02 stc-co-name pic x(25).
       01 state-total-gross  pic 9(9)v99 usage comp value zero.
       01 state-total-taxable pic 9(9)v99 usage comp value zero.
       01 state-total-excess pic 9(9)v99 usage comp value zero.
       01 state-total-tax    pic 9(9)v99 usage comp value zero.
       01 blank-line         pic x(90) value spaces.
       procedure division.
       begin.
           perform initialize-program.
           perform process-ytd-record with test before until eof.
           close ytd-file
           close ytd-company-file
           close empmast
           close state-work
           perform print-941-worksheet.
           accept report-quarter
           perform load-company-control
           open input ytd-file
           open input ytd-company-file
           open input empmast
           open output state-work
           .
           .
      * one pass down the ytd file in key sequence, accumulating
      * the 941 figures and staging the per-state detail for the
      * sort off each company's share of the employee's year --
      * a share whose quarter key isn't the reported quarter
      * contributes nothing (that company paid nothing this
      * quarter).  an employee with no company records reports
      * the totals record under the company the master names.
       process-ytd-record.
           read ytd-file next record
             at end move "T" to end-file
           end-read
           if not eof then
             perform read-employee-master
             move ytd-record to ytd-master-image
             move "N" to share-found-switch
             perform report-company-share varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
             move ytd-master-image to ytd-record
             if not company-share-found
                 and yt-quarter-key = report-quarter then
               perform resolve-record-company
               perform accumulate-941
               perform write-state-detail
             end-if
           end-if
           .
       report-company-share.
           move cmp-code (cmp-idx) to yc-company-code
           move yt-employee-id to yc-employee-id
           read ytd-company-file
             invalid key move "23" to ytd-company-status
           end-read
           if ytd-company-ok then
             move "Y" to share-found-switch
             move yc-ytd-image to ytd-record
             if yt-quarter-key = report-quarter then
               move cmp-idx to rec-company-idx
               perform accumulate-941
               perform write-state-detail
             end-if
           end-if
           .
       read-employee-master.
           move yt-employee-id to em-employee-id
           read empmast
       write-state-detail.
           move cmp-code (rec-company-idx) to sw-company-code
           if empmast-ok then
             move em-state-code to resident-state
             move em-employee-name to sw-employee-name
           else
             move "??" to resident-state
             move spaces to sw-employee-name
           end-if
           move yt-employee-id to sw-employee-id
           subtract yt-qtd-gross from yt-ytd-gross
             giving gross-before-quarter
           if gross-before-quarter >= suta-wage-base then
           end-if
           subtract employee-taxable from yt-qtd-gross
             giving employee-excess
           perform build-quarter-states
           move yt-qtd-gross to left-gross
           move employee-taxable to left-taxable
           move employee-excess to left-excess
           perform write-one-state-row varying qst-idx
             from 1 by 1 until qst-idx > qst-count
           .
       build-quarter-states.
           move zero to qst-count assigned-wages assigned-tax
           perform take-one-ytd-state varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           if yt-qtd-taxable-wages > assigned-wages then
             subtract assigned-wages from yt-qtd-taxable-wages
               giving left-wages
           else
             move zero to left-wages
           end-if
           if yt-qtd-state-tax > assigned-tax then
             subtract assigned-tax from yt-qtd-state-tax
               giving left-tax
           else
             move zero to left-tax
           end-if
           if left-wages not = zero or left-tax not = zero
               or qst-count = zero then
             move resident-state to want-state
             perform find-quarter-state
             add left-wages to qst-wages (qst-match-idx)
             add left-tax to qst-tax (qst-match-idx)
           end-if
           .
      * a state entry with nothing this quarter, or one written
      * before the entries existed, contributes no row
       take-one-ytd-state.
           if yt-st-state-code (yst-idx) not = spaces
               and yt-st-qtd-wages (yst-idx) is numeric
               and yt-st-qtd-tax (yst-idx) is numeric then
             if yt-st-qtd-wages (yst-idx) not = zero
                 or yt-st-qtd-tax (yst-idx) not = zero then
               move yt-st-state-code (yst-idx) to want-state
               perform find-quarter-state
               add yt-st-qtd-wages (yst-idx)
                 to qst-wages (qst-match-idx)
               add yt-st-qtd-tax (yst-idx)
                 to qst-tax (qst-match-idx)
               add yt-st-qtd-wages (yst-idx) to assigned-wages
               add yt-st-qtd-tax (yst-idx) to assigned-tax
             end-if
           end-if
           .
       find-quarter-state.
           move zero to qst-match-idx
           perform match-quarter-state varying qst-idx
             from 1 by 1 until qst-idx > qst-count
           if qst-match-idx = zero then
             if qst-count < qtr-state-max then
               add 1 to qst-count
               move qst-count to qst-match-idx
               move want-state to qst-state-code (qst-count)
               move zero to qst-wages (qst-count) qst-tax (qst-count)
             else
               move 1 to qst-match-idx
             end-if
           end-if
           .
       match-quarter-state.
           if qst-state-code (qst-idx) = want-state then
             move qst-idx to qst-match-idx
           end-if
           .
       write-one-state-row.
           move qst-state-code (qst-idx) to sw-state-code
           if qst-idx = qst-count or yt-qtd-taxable-wages = zero
               then
             move left-gross to sw-qtd-gross
             move left-taxable to sw-taxable
             move left-excess to sw-excess
           else
             compute share-amount rounded = yt-qtd-gross
               * qst-wages (qst-idx) / yt-qtd-taxable-wages
             if share-amount > left-gross then
               move left-gross to share-amount
             end-if
             move share-amount to sw-qtd-gross
             compute share-amount rounded = employee-taxable
               * qst-wages (qst-idx) / yt-qtd-taxable-wages
             if share-amount > left-taxable then
               move left-taxable to share-amount
             end-if
             if share-amount > sw-qtd-gross then
               move sw-qtd-gross to share-amount
             end-if
             move share-amount to sw-taxable
             subtract sw-taxable from sw-qtd-gross giving sw-excess
             if sw-excess > left-excess then
               move left-excess to sw-excess
             end-if
           end-if
           subtract sw-qtd-gross from left-gross
           subtract sw-taxable from left-taxable
           subtract sw-excess from left-excess
           move qst-tax (qst-idx) to sw-state-tax
           write state-work-record
           .
      * the worksheet payroll hands to whoever files the 941 --
             move ss-qtd-gross to std-qtd-gross
             move ss-taxable to std-taxable
             move ss-excess to std-excess
             move ss-state-tax to std-state-tax
             move state-detail-line to state-print-line
             write state-print-line
             add ss-qtd-gross to state-total-gross
             add ss-taxable to state-total-taxable
             add ss-excess to state-total-excess
             add ss-state-tax to state-total-tax
           end-if
           .
      * the entity the listing below files under -- states group
           move state-total-gross to sts-qtd-gross
           move state-total-taxable to sts-taxable
           move state-total-excess to sts-excess
           move state-total-tax to sts-state-tax
           move state-subtotal-line to state-print-line
           write state-print-line
           move zero to state-total-gross state-total-taxable
             state-total-excess state-total-tax
           .
       end program qtrreport.
