       identification division.
       program-id. payytdco.
       author. charles r. martin.
       date-written. 2026-sep-11.
      * the per-company ytd poster, called by every program that
      * rewrites ytdmast.dat.  each caller keeps doing exactly
      * what it always did to the employee's all-employer record;
      * this takes the record as the caller read it and as the
      * caller rewrote it, and lays the difference onto the
      * employee's record for the paying company on ytdcomp.dat.
      * the run, a release, a void, a backout and a retro check
      * all post the same way, so the company records cannot
      * drift from the totals by one program forgetting a field.
      * the run also asks it for the paying company's gross ahead
      * of the tax paragraphs, so fica, futa and suta measure the
      * wage bases per employer -- a transfer starts the new
      * employer's bases over, the way the irs and the states
      * count them.
      *
      * an employee touched for the first time with no company
      * record at all -- every employee, the first run after this
      * went in -- has the year so far seeded from the totals
      * record onto the paying company, since until then nobody
      * was split.  a second company's record starts at zero.
       environment division.
       input-output section.
       file-control.
           select ytd-company-file
             assign to "ytdcomp.dat"
               organization is indexed
               access mode is dynamic
               record key is yc-key
               file status is ytd-company-status.
           select company-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
       data division.
       file section.
       fd ytd-company-file.
           copy ytdcorec.
       fd company-control-file.
           copy compctl.
       working-storage section.
       01 ytd-company-status pic x(02).
           88 ytd-company-ok        value "00".
           88 ytd-company-not-found value "23", "35".
       01 company-control-status pic x(02).
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
       01 file-open-switch   pic x(01) value "N".
           88 company-file-open  value "Y".
      * the companies on compctl.dat, primary first -- no file
      * keyed means the single primary company, code 01
       01 company-code-table.
           02 cct-code pic x(02) occurs 4 times.
       77 company-table-max  pic 9(02) value 4.
       01 cct-count          pic 9(02) usage comp value zero.
       01 cct-idx            pic 9(02) usage comp.
       01 company-found-switch pic x(01).
           88 company-found      value "Y".
       01 record-found-switch pic x(01).
           88 company-record-found value "Y".
       01 other-found-switch pic x(01).
           88 other-company-found value "Y".
       01 probe-key          pic x(07).
      * the three views of the employee's year the posting works
      * between -- as the caller read it, as the caller rewrote
      * it, and the paying company's share -- plus a scratch copy
      * the not-numeric guards run on
           copy ytdrec replacing ==ytd-record== by ==before-ytd==.
           copy ytdrec replacing ==ytd-record== by ==after-ytd==.
           copy ytdrec replacing ==ytd-record== by ==company-ytd==.
           copy ytdrec replacing ==ytd-record== by ==guard-ytd==.
       77 ytd-state-max      pic 9(02) value 6.
       01 yst-idx            pic 9(02) usage comp.
       01 bst-idx            pic 9(02) usage comp.
       01 bst-match-idx      pic 9(02) usage comp.
       01 cst-match-idx      pic 9(02) usage comp.
       01 cst-free-idx       pic 9(02) usage comp.
      * one field's posting -- the company's figure moved on by
      * after less before.  a reversal bigger than the company's
      * share (a void against a record seeded short) stops at
      * zero rather than wrapping an unsigned field.
       01 dl-company         pic 9(07)v99.
       01 dl-before          pic 9(07)v99.
       01 dl-after           pic 9(07)v99.
       01 dl-result          pic s9(08)v99.
       linkage section.
           copy ytdcoreq.
           copy ytdrec.
       procedure division using ytd-company-request ytd-record.
       begin.
           move "Y" to yq-result
           evaluate true
             when yq-close
               if company-file-open then
                 close ytd-company-file
                 move "N" to file-open-switch
               end-if
             when yq-read
               perform open-company-file
               perform find-company-record
               move yt-ytd-gross of company-ytd to yq-co-ytd-gross
               add yt-ytd-gross of company-ytd
                 yt-ytd-imputed-gtl of company-ytd
                 yt-ytd-imputed-other of company-ytd
                 giving yq-co-fica-wages
             when yq-post
               perform open-company-file
               perform find-company-record
               perform post-difference
               perform write-company-record
             when other
               move "N" to yq-result
           end-evaluate
           goback.
      * opened on the first call and left open for the caller's
      * whole run -- an indexed file has to exist before it can
      * be opened i-o, so the first run against a new install
      * creates it
       open-company-file.
           if not company-file-open then
             perform load-company-codes
             open i-o ytd-company-file
             if ytd-company-status = "35" then
               open output ytd-company-file
               close ytd-company-file
               open i-o ytd-company-file
             end-if
             move "Y" to file-open-switch
           end-if
           .
       load-company-codes.
           move zero to cct-count
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
      * the paying company's record, or a new one -- seeded from
      * the totals when it is the employee's first company record
      * of any kind, empty when another company already has one
       find-company-record.
           move "N" to company-found-switch
           perform match-company-code varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           if not company-found then
             move cct-code (1) to yq-company-code
           end-if
           move yq-before-image to guard-ytd
           perform guard-late-fields
           move guard-ytd to before-ytd
           move yq-company-code to yc-company-code
           move yt-employee-id of ytd-record to yc-employee-id
           read ytd-company-file
             invalid key move "23" to ytd-company-status
           end-read
           if ytd-company-ok then
             move "Y" to record-found-switch
             move yc-ytd-image to guard-ytd
             perform guard-late-fields
             move guard-ytd to company-ytd
           else
             move "N" to record-found-switch
             perform probe-other-companies
             if other-company-found then
               perform start-empty-record
             else
               move before-ytd to company-ytd
             end-if
           end-if
           .
       match-company-code.
           if cct-code (cct-idx) = yq-company-code
               and yq-company-code not = spaces then
             move "Y" to company-found-switch
           end-if
           .
       probe-other-companies.
           move "N" to other-found-switch
           perform probe-one-company varying cct-idx
             from 1 by 1 until cct-idx > cct-count
           .
       probe-one-company.
           if cct-code (cct-idx) not = yq-company-code then
             move cct-code (cct-idx) to probe-key (1:2)
             move yt-employee-id of ytd-record to probe-key (3:5)
             move probe-key to yc-key
             read ytd-company-file
               invalid key move "23" to ytd-company-status
             end-read
             if ytd-company-ok then
               move "Y" to other-found-switch
             end-if
           end-if
           .
       start-empty-record.
           move yt-employee-id of ytd-record
             to yt-employee-id of company-ytd
           move spaces to yt-quarter-key of company-ytd
           move zero to yt-ytd-gross of company-ytd
             yt-ytd-fed-tax of company-ytd
             yt-ytd-state-tax of company-ytd
             yt-ytd-fica-tax of company-ytd
             yt-last-gross-pay of company-ytd
             yt-ytd-taxable-wages of company-ytd
             yt-ytd-er-fica of company-ytd
             yt-ytd-futa of company-ytd
             yt-ytd-suta of company-ytd
             yt-ytd-local-tax of company-ytd
             yt-ytd-401k of company-ytd
             yt-ytd-401k-match of company-ytd
             yt-ytd-imputed-gtl of company-ytd
             yt-ytd-imputed-other of company-ytd
           perform clear-company-quarter
           perform clear-company-state varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           .
       clear-company-state.
           move spaces to yt-st-state-code of company-ytd (yst-idx)
           move zero to yt-st-ytd-wages of company-ytd (yst-idx)
             yt-st-ytd-tax of company-ytd (yst-idx)
           .
       clear-company-quarter.
           move zero to yt-qtd-gross of company-ytd
             yt-qtd-taxable-wages of company-ytd
             yt-qtd-fed-tax of company-ytd
             yt-qtd-fica-wages of company-ytd
             yt-qtd-fica-tax of company-ytd
             yt-qtd-state-tax of company-ytd
             yt-qtd-local-tax of company-ytd
           perform clear-company-state-quarter varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           .
       clear-company-state-quarter.
           move zero to yt-st-qtd-wages of company-ytd (yst-idx)
             yt-st-qtd-tax of company-ytd (yst-idx)
           .
      * the fields added to the ytd record after it was first
      * written read back spaces on an old record -- zero them
      * before any arithmetic touches them, the same tolerance
      * the run gives its own copy
       guard-late-fields.
           if yt-ytd-401k of guard-ytd is not numeric then
             move zero to yt-ytd-401k of guard-ytd
           end-if
           if yt-ytd-401k-match of guard-ytd is not numeric then
             move zero to yt-ytd-401k-match of guard-ytd
           end-if
           if yt-ytd-imputed-gtl of guard-ytd is not numeric then
             move zero to yt-ytd-imputed-gtl of guard-ytd
           end-if
           if yt-ytd-imputed-other of guard-ytd is not numeric then
             move zero to yt-ytd-imputed-other of guard-ytd
           end-if
           perform guard-one-state varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           .
       guard-one-state.
           if yt-st-ytd-wages of guard-ytd (yst-idx) is not numeric
               or yt-st-ytd-tax of guard-ytd (yst-idx) is not numeric
               or yt-st-qtd-wages of guard-ytd (yst-idx)
                 is not numeric
               or yt-st-qtd-tax of guard-ytd (yst-idx)
                 is not numeric then
             move spaces to yt-st-state-code of guard-ytd (yst-idx)
             move zero to yt-st-ytd-wages of guard-ytd (yst-idx)
               yt-st-ytd-tax of guard-ytd (yst-idx)
               yt-st-qtd-wages of guard-ytd (yst-idx)
               yt-st-qtd-tax of guard-ytd (yst-idx)
           end-if
           .
      * after less before, field by field, onto the company.  the
      * quarter buckets follow the caller's quarter: a company
      * record still on an earlier quarter starts the new one
      * empty, and a before image the caller rolled forward has
      * nothing in this quarter to take back.
       post-difference.
           move ytd-record to guard-ytd
           perform guard-late-fields
           move guard-ytd to after-ytd
           if yt-quarter-key of company-ytd
               not = yt-quarter-key of after-ytd then
             move yt-quarter-key of after-ytd
               to yt-quarter-key of company-ytd
             perform clear-company-quarter
           end-if
           if yt-quarter-key of before-ytd
               not = yt-quarter-key of after-ytd then
             perform clear-before-quarter
           end-if
           move yt-employee-id of after-ytd
             to yt-employee-id of company-ytd
           move yt-ssn of after-ytd to yt-ssn of company-ytd
           move yt-last-gross-pay of after-ytd
             to yt-last-gross-pay of company-ytd
           move yt-ytd-gross of company-ytd to dl-company
           move yt-ytd-gross of before-ytd to dl-before
           move yt-ytd-gross of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-gross of company-ytd
           move yt-ytd-fed-tax of company-ytd to dl-company
           move yt-ytd-fed-tax of before-ytd to dl-before
           move yt-ytd-fed-tax of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-fed-tax of company-ytd
           move yt-ytd-state-tax of company-ytd to dl-company
           move yt-ytd-state-tax of before-ytd to dl-before
           move yt-ytd-state-tax of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-state-tax of company-ytd
           move yt-ytd-fica-tax of company-ytd to dl-company
           move yt-ytd-fica-tax of before-ytd to dl-before
           move yt-ytd-fica-tax of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-fica-tax of company-ytd
           move yt-ytd-taxable-wages of company-ytd to dl-company
           move yt-ytd-taxable-wages of before-ytd to dl-before
           move yt-ytd-taxable-wages of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-taxable-wages of company-ytd
           move yt-ytd-er-fica of company-ytd to dl-company
           move yt-ytd-er-fica of before-ytd to dl-before
           move yt-ytd-er-fica of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-er-fica of company-ytd
           move yt-ytd-futa of company-ytd to dl-company
           move yt-ytd-futa of before-ytd to dl-before
           move yt-ytd-futa of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-futa of company-ytd
           move yt-ytd-suta of company-ytd to dl-company
           move yt-ytd-suta of before-ytd to dl-before
           move yt-ytd-suta of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-suta of company-ytd
           move yt-ytd-local-tax of company-ytd to dl-company
           move yt-ytd-local-tax of before-ytd to dl-before
           move yt-ytd-local-tax of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-local-tax of company-ytd
           move yt-ytd-401k of company-ytd to dl-company
           move yt-ytd-401k of before-ytd to dl-before
           move yt-ytd-401k of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-401k of company-ytd
           move yt-ytd-401k-match of company-ytd to dl-company
           move yt-ytd-401k-match of before-ytd to dl-before
           move yt-ytd-401k-match of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-401k-match of company-ytd
           move yt-ytd-imputed-gtl of company-ytd to dl-company
           move yt-ytd-imputed-gtl of before-ytd to dl-before
           move yt-ytd-imputed-gtl of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-imputed-gtl of company-ytd
           move yt-ytd-imputed-other of company-ytd to dl-company
           move yt-ytd-imputed-other of before-ytd to dl-before
           move yt-ytd-imputed-other of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-ytd-imputed-other of company-ytd
           perform post-quarter-difference
           perform post-state-difference varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           .
       clear-before-quarter.
           move zero to yt-qtd-gross of before-ytd
             yt-qtd-taxable-wages of before-ytd
             yt-qtd-fed-tax of before-ytd
             yt-qtd-fica-wages of before-ytd
             yt-qtd-fica-tax of before-ytd
             yt-qtd-state-tax of before-ytd
             yt-qtd-local-tax of before-ytd
           perform clear-before-state-quarter varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           .
       clear-before-state-quarter.
           move zero to yt-st-qtd-wages of before-ytd (yst-idx)
             yt-st-qtd-tax of before-ytd (yst-idx)
           .
       post-quarter-difference.
           move yt-qtd-gross of company-ytd to dl-company
           move yt-qtd-gross of before-ytd to dl-before
           move yt-qtd-gross of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-qtd-gross of company-ytd
           move yt-qtd-taxable-wages of company-ytd to dl-company
           move yt-qtd-taxable-wages of before-ytd to dl-before
           move yt-qtd-taxable-wages of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-qtd-taxable-wages of company-ytd
           move yt-qtd-fed-tax of company-ytd to dl-company
           move yt-qtd-fed-tax of before-ytd to dl-before
           move yt-qtd-fed-tax of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-qtd-fed-tax of company-ytd
           move yt-qtd-fica-wages of company-ytd to dl-company
           move yt-qtd-fica-wages of before-ytd to dl-before
           move yt-qtd-fica-wages of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-qtd-fica-wages of company-ytd
           move yt-qtd-fica-tax of company-ytd to dl-company
           move yt-qtd-fica-tax of before-ytd to dl-before
           move yt-qtd-fica-tax of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-qtd-fica-tax of company-ytd
           move yt-qtd-state-tax of company-ytd to dl-company
           move yt-qtd-state-tax of before-ytd to dl-before
           move yt-qtd-state-tax of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-qtd-state-tax of company-ytd
           move yt-qtd-local-tax of company-ytd to dl-company
           move yt-qtd-local-tax of before-ytd to dl-before
           move yt-qtd-local-tax of after-ytd to dl-after
           perform apply-one-difference
           move dl-company to yt-qtd-local-tax of company-ytd
           .
      * one state entry of the rewritten record -- its twin on the
      * before image by state code (none means the state is new
      * since the read), onto the company entry for the same
      * state, a free one, or the first when all six are taken,
      * the same fold the run makes
       post-state-difference.
           if yt-st-state-code of after-ytd (yst-idx) not = spaces
               then
             move zero to bst-match-idx cst-match-idx cst-free-idx
             perform match-before-state varying bst-idx
               from 1 by 1 until bst-idx > ytd-state-max
             perform match-company-state varying bst-idx
               from 1 by 1 until bst-idx > ytd-state-max
             if cst-match-idx = zero then
               if cst-free-idx = zero then
                 move 1 to cst-match-idx
               else
                 move cst-free-idx to cst-match-idx
                 move yt-st-state-code of after-ytd (yst-idx)
                   to yt-st-state-code of company-ytd (cst-match-idx)
               end-if
             end-if
             move yt-st-ytd-wages of company-ytd (cst-match-idx)
               to dl-company
             move yt-st-ytd-wages of after-ytd (yst-idx) to dl-after
             move zero to dl-before
             if bst-match-idx not = zero then
               move yt-st-ytd-wages of before-ytd (bst-match-idx)
                 to dl-before
             end-if
             perform apply-one-difference
             move dl-company
               to yt-st-ytd-wages of company-ytd (cst-match-idx)
             move yt-st-ytd-tax of company-ytd (cst-match-idx)
               to dl-company
             move yt-st-ytd-tax of after-ytd (yst-idx) to dl-after
             move zero to dl-before
             if bst-match-idx not = zero then
               move yt-st-ytd-tax of before-ytd (bst-match-idx)
                 to dl-before
             end-if
             perform apply-one-difference
             move dl-company
               to yt-st-ytd-tax of company-ytd (cst-match-idx)
             move yt-st-qtd-wages of company-ytd (cst-match-idx)
               to dl-company
             move yt-st-qtd-wages of after-ytd (yst-idx) to dl-after
             move zero to dl-before
             if bst-match-idx not = zero then
               move yt-st-qtd-wages of before-ytd (bst-match-idx)
                 to dl-before
             end-if
             perform apply-one-difference
             move dl-company
               to yt-st-qtd-wages of company-ytd (cst-match-idx)
             move yt-st-qtd-tax of company-ytd (cst-match-idx)
               to dl-company
             move yt-st-qtd-tax of after-ytd (yst-idx) to dl-after
             move zero to dl-before
             if bst-match-idx not = zero then
               move yt-st-qtd-tax of before-ytd (bst-match-idx)
                 to dl-before
             end-if
             perform apply-one-difference
             move dl-company
               to yt-st-qtd-tax of company-ytd (cst-match-idx)
           end-if
           .
       match-before-state.
           if yt-st-state-code of before-ytd (bst-idx)
               = yt-st-state-code of after-ytd (yst-idx) then
             move bst-idx to bst-match-idx
           end-if
           .
       match-company-state.
           if yt-st-state-code of company-ytd (bst-idx)
               = yt-st-state-code of after-ytd (yst-idx) then
             move bst-idx to cst-match-idx
           end-if
           if yt-st-state-code of company-ytd (bst-idx) = spaces
               and cst-free-idx = zero then
             move bst-idx to cst-free-idx
           end-if
           .
       apply-one-difference.
           compute dl-result = dl-company + dl-after - dl-before
           if dl-result < zero then
             move zero to dl-result
           end-if
           move dl-result to dl-company
           .
       write-company-record.
           move yq-company-code to yc-company-code
           move yt-employee-id of ytd-record to yc-employee-id
           move company-ytd to yc-ytd-image
           if company-record-found then
             rewrite ytd-company-record
           else
             write ytd-company-record
           end-if
           if not ytd-company-ok then
             move "N" to yq-result
           end-if
           .
       end program payytdco.
