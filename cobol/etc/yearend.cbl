      * style the run uses for timecards), zeroes the accumulators
      * while carrying last-gross-pay forward so the pay-swing
      * check still works on the first run of the new year, and
      * refuses to close the same year twice.  the per-company
      * ytd records are archived beside the totals under their
      * own dated name and zeroed the same way.
       environment division.
       input-output section.
       file-control.
           select ytd-archive
             assign to ytd-archive-name
               organization is line sequential.
      * the same dump of each employer's share, key and all
           select ytd-company-archive
             assign to ytd-company-archive-name
               organization is line sequential.
           select ytd-company-file
             assign to "ytdcomp.dat"
               organization is indexed
               access mode is dynamic
               record key is yc-key
               file status is ytd-company-status.
      * one record carrying the last year closed -- the run-twice
      * guard -- and the date its archives were dumped under, so
      * a program wanting last year's figures can find them.  a
      * missing file means no year has ever been closed.
           select yearend-control
             assign to "yearend.dat"
               organization is line sequential
       fd w2-extract.
           copy w2rec.
       fd ytd-archive.
       01 ytd-archive-record pic x(435).
       fd ytd-company-archive.
       01 ytd-company-archive-record pic x(437).
       fd ytd-company-file.
           copy ytdcorec.
       fd yearend-control.
       01 yearend-control-record.
           02 ye-last-closed-year pic x(04).
           02 ye-archive-date     pic x(08).
       working-storage section.
       01 ytd-status        pic x(02).
           88 ytd-ok           value "00".
       01 ytd-company-status pic x(02).
           88 ytd-company-ok   value "00".
       01 w2-status         pic x(02).
       01 yearend-status    pic x(02).
       01 end-file          pic x.
           02 filler          pic x(08) value "ytdmast.".
           02 ytd-arc-date    pic x(08).
           02 filler          pic x(04) value ".arc".
       01 ytd-company-archive-name.
           02 filler          pic x(08) value "ytdcomp.".
           02 ytd-co-arc-date pic x(08).
           02 filler          pic x(04) value ".arc".
      * the two sides of the footing -- the w-2 extract has to
      * carry exactly the wages and withholding the ytd file does,
      * or somebody is about to zero figures that were never filed
       01 ytd-total-fed     pic 9(9)v99 usage comp value zero.
       01 ytd-total-fica    pic 9(9)v99 usage comp value zero.
       01 rollover-count    pic 9(05) usage comp value zero.
       01 company-rollover-count pic 9(05) usage comp value zero.
       01 yst-idx           pic 9(02) usage comp.
       77 ytd-state-max     pic 9(02) value 6.
       procedure division.
       begin.
           perform initialize-program.
           if not rollover-abandoned then
             perform foot-w2-extract
             perform foot-and-archive-ytd
             perform archive-company-ytd
             perform compare-footings
           end-if
           if not rollover-abandoned then
             perform zero-ytd-master
             perform zero-company-ytd
             perform write-yearend-control
             display "YEAR " closing-year " CLOSED -- "
               rollover-count " EMPLOYEES ROLLED OVER"
             display "  " company-rollover-count
               " COMPANY SHARES ROLLED OVER"
           end-if
           stop run.
       initialize-program.
             write ytd-archive-record
           end-if
           .
      * the company shares aren't footed -- they sum to the totals
      * the w-2 footing already proved, which ytdaudit checks --
      * but they go to the archive whole.  a shop that has never
      * posted one has no file to dump.
       archive-company-ytd.
           move ytd-arc-date to ytd-co-arc-date
           open input ytd-company-file
           open output ytd-company-archive
           if ytd-company-ok then
             move "N" to end-file
             perform archive-one-company-record with test before
               until eof
             close ytd-company-file
           end-if
           close ytd-company-archive
           .
       archive-one-company-record.
           read ytd-company-file next record
             at end move "T" to end-file
           end-read
           if not eof then
             move ytd-company-record to ytd-company-archive-record
             write ytd-company-archive-record
           end-if
           .
       compare-footings.
           if w2-total-wages not = ytd-total-wages
               or w2-total-fed not = ytd-total-fed
               yt-qtd-fed-tax yt-qtd-fica-wages yt-qtd-fica-tax
               yt-qtd-state-tax yt-ytd-local-tax yt-qtd-local-tax
               yt-ytd-401k yt-ytd-401k-match
               yt-ytd-imputed-gtl yt-ytd-imputed-other
             move spaces to yt-quarter-key
             perform clear-ytd-state varying yst-idx
               from 1 by 1 until yst-idx > ytd-state-max
             rewrite ytd-record
             add 1 to rollover-count
           end-if
           .
      * the state entries start the new year empty -- a state the
      * employee no longer works in shouldn't hold a slot
       clear-ytd-state.
           move spaces to yt-st-state-code (yst-idx)
           move zero to yt-st-ytd-wages (yst-idx)
             yt-st-ytd-tax (yst-idx) yt-st-qtd-wages (yst-idx)
             yt-st-qtd-tax (yst-idx)
           .
      * each company's share rolls over like the totals, keeping
      * its own last-gross-pay
       zero-company-ytd.
           open i-o ytd-company-file
           if ytd-company-ok then
             move "N" to end-file
             perform zero-one-company-record with test before
               until eof
             close ytd-company-file
           end-if
           .
       zero-one-company-record.
           read ytd-company-file next record
             at end move "T" to end-file
           end-read
           if not eof then
             move yc-ytd-image to ytd-record
             move zero to yt-ytd-gross yt-ytd-fed-tax
               yt-ytd-state-tax yt-ytd-fica-tax
               yt-ytd-taxable-wages yt-ytd-er-fica yt-ytd-futa
               yt-ytd-suta yt-qtd-gross yt-qtd-taxable-wages
               yt-qtd-fed-tax yt-qtd-fica-wages yt-qtd-fica-tax
               yt-qtd-state-tax yt-ytd-local-tax yt-qtd-local-tax
               yt-ytd-401k yt-ytd-401k-match
               yt-ytd-imputed-gtl yt-ytd-imputed-other
             move spaces to yt-quarter-key
             perform clear-ytd-state varying yst-idx
               from 1 by 1 until yst-idx > ytd-state-max
             move ytd-record to yc-ytd-image
             rewrite ytd-company-record
             add 1 to company-rollover-count
           end-if
           .
       write-yearend-control.
           move closing-year to ye-last-closed-year
           move ytd-arc-date to ye-archive-date
           open output yearend-control
           write yearend-control-record
           close yearend-control
