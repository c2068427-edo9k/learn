               record key is em-employee-id
               file status is empmast-status.
           select exception-listing
             assign to exception-listing-name
               organization is line sequential.
           select check-print
             assign to check-print-name
               organization is line sequential.
      * a pay-swing big enough to trip the variance check gets held
      * here for a human to bless instead of going straight to a
      * check or a nacha entry
           select manual-review-listing
             assign to manual-review-name
               organization is line sequential.
      * one deposit advice per direct-deposit payment -- the stub
      * an enrolled employee never got while the paper checks at
      * least carried a print line
           select advice-print
             assign to advice-print-name
               organization is line sequential.
      * ach entries for employees enrolled in direct deposit --
      * generated in the same run as the paper checks so an
      * each under its own origination identity -- the work file,
      * not working storage, is what survives a restart.
           select nacha-work-file
             assign to nacha-work-name
               organization is line sequential.
           select direct-deposit-file
             assign to nacha-file-name
               organization is line sequential.
      * pay-card loads for unbanked employees -- the same ach
      * entries, but tagged to their own work file and split into
      * a funding file per company for the card provider, so the
      * card money never rides the payroll bank's nacha.dat
           select card-work-file
             assign to card-work-name
               organization is line sequential.
      * journal entries for accounting to post this run's payroll
      * without re-keying the register totals by hand -- one
      * extract per legal entity now, each balanced on its own,
               organization is line sequential
               file status is gl-account-file-status.
           select register-work
             assign to register-work-name
               organization is sequential.
           select register-sorted
             assign to register-sorted-name
               organization is sequential.
           select sort-work
             assign to sort-work-name.
           select register-rpt
             assign to register-rpt-name
               organization is line sequential.
           select control-card
             assign to control-card-name
               organization is line sequential
               file status is control-card-status.
           select checkpoint-file
             assign to checkpoint-name
               organization is line sequential
               file status is checkpoint-file-status.
           select ytd-file
             assign to archive-timecards-name
               organization is line sequential.
           select archive-checks-in
             assign to check-print-name
               organization is line sequential.
           select archive-checks-out
             assign to archive-checks-name
               organization is line sequential.
      * the run's labor distribution under the same date -- the
      * run backout rebuilds the intercompany lines it has to
      * reverse from this, long after labordist.dat has gone over
           select archive-dist-out
             assign to archive-dist-name
               organization is line sequential.
      * effective-dated fed/fica/state withholding rates -- read
      * once at the top of the run so a rate change is a new row
      * keyed in by payroll, not a recompile, and so "what rate did
             assign to "taxrates.dat"
               organization is line sequential
               file status is tax-rate-file-status.
      * resident/work-state pairs that withhold only to the
      * resident state.  a site that hasn't keyed reciproc.dat
      * has no agreements and every work state withholds its own.
           select reciprocity-file
             assign to "reciproc.dat"
               organization is line sequential
               file status is reciprocity-file-status.
      * each company's holidays and who they are paid to -- the
      * rows dated inside the run's calendar period are held for
      * the pass.  no file, or no calendar row, pays no holidays.
           select holiday-file
             assign to "holiday.dat"
               organization is line sequential
               file status is holiday-file-status.
      * vacation and sick balances in hours, one record per
      * employee -- accrued every run, drawn down by pto hours on
      * the timecard, reported to supervisors at clean-up
      * one balance line per employee paid this run -- the
      * supervisors' balance report
           select leave-report
             assign to leave-report-name
               organization is line sequential.
      * court-ordered deductions keyed by employee and order
      * sequence -- applied after taxes in legal priority order,
      * run -- accounts payable pays the agencies from this instead
      * of from a spreadsheet
           select garnish-remit-file
             assign to garnish-remit-name
               organization is line sequential.
      * one remittance line per health premium withheld and one
      * per 401(k) contribution taken this run -- accounts payable
      * from the carrier's own invoice and a spreadsheet, and the
      * lines foot to what the register says was actually withheld
           select health-remit-file
             assign to health-remit-name
               organization is line sequential.
           select k401-remit-file
             assign to k401-remit-name
               organization is line sequential.
      * the voluntary-deduction machinery -- the code table says
      * what each deduction is (pre-tax or post-tax, flat or
               access mode is dynamic
               record key is de-key
               file status is ded-enroll-status.
      * taxable fringe benefits -- read only; impmaint keys them
           select imputed-file
             assign to "imputed.dat"
               organization is indexed
               access mode is dynamic
               record key is ii-key
               file status is imputed-status.
           select ded-remit-file
             assign to ded-remit-name
               organization is line sequential.
      * one local-tax detail line per taxed employee per run --
      * summed by locality at clean-up for the remittance summary,
      * through a file rather than working storage so a restarted
      * run still remits the pre-restart withholding
           select local-tax-file
             assign to local-tax-name
               organization is line sequential
               file status is local-tax-status.
           select local-tax-in
             assign to local-tax-name
               organization is line sequential
               file status is local-tax-status.
           select local-remit-report
             assign to local-remit-name
               organization is line sequential.
      * one workers' comp detail line per employee per run --
      * wages with the overtime premium excluded (the policy rates
               file status is arrears-status.
      * who is behind and by how much, refreshed every run
           select arrears-report
             assign to arrears-report-name
               organization is line sequential.
      * one pay-history detail record per payment -- the keyed
      * breakdown behind every check, nacha entry and held item
      * cost-center wage posting and the distribution report are
      * built from at clean-up
           select labor-dist-file
             assign to labor-dist-name
               organization is line sequential.
           select labor-dist-in
             assign to labor-dist-name
               organization is line sequential
               file status is labor-dist-status.
           select dist-sort-work
             assign to dist-sort-work-name.
           select labor-dist-sorted
             assign to labor-dist-sorted-name
               organization is sequential.
           select labor-dist-report
             assign to labor-dist-report-name
               organization is line sequential.
      * graduated federal withholding brackets by filing status,
      * effective-dated like the rate file -- the annualize/
             assign to "checkreg.dat"
               organization is line sequential
               file status is check-register-status.
      * blank check-stock journal -- the run appends the range of
      * serials each company's checks consumed, for the stock
      * reconciliation to prove out against what was loaded
           select check-stock-file
             assign to "chkstock.dat"
               organization is line sequential
               file status is check-stock-status.
      * positive-pay issue file for the bank -- they reject any
      * item presented that isn't on this list.  issue lines ride
      * a company-tagged work file during the pass and split into
      * one finished file per legal entity at clean-up, since each
      * entity's checks draw on its own account.
           select pospay-work-file
             assign to pospay-work-name
               organization is line sequential.
           select positive-pay-file
             assign to pospay-file-name
      * run still posts the pre-restart payments, same reasoning
      * as the labor-distribution detail
           select register-work-in
             assign to register-work-name
               organization is sequential.
      * the period-status control -- one record per pay period
      * saying which run-stream steps have completed.  this run
               access mode is dynamic
               record key is pd-pay-period
               file status is period-control-status.
      * each company's own posting of the period, when the
      * companies run their payroll separately -- the period row
      * above goes posted only once every company's row here has
           select company-period-file
             assign to "coperctl.dat"
               organization is indexed
               access mode is random
               record key is cp-key
               file status is company-period-status.
      * when the newest verified backup set was taken -- stamped
      * by bkuputil, checked here before the run will start
           select backup-control-file
             assign to "compctl.dat"
               organization is line sequential
               file status is company-control-status.
      * which company owns each project the timecards charge --
      * no file means every project belongs to its payer
           select project-control-file
             assign to "projctl.dat"
               organization is line sequential
               file status is project-control-status.
       data division.
       file section.
       fd timecards.
           02 nw-data    pic x(94).
       fd direct-deposit-file.
       01 nacha-record pic x(94).
       fd card-work-file.
       01 card-work-record.
           02 cw-company pic x(02).
           02 cw-data    pic x(94).
       fd gl-extract.
           copy glrec.
       fd gl-account-file.
      * the company/held/gl-bucket tail the work records now
      * carry -- along for the ride; the register print doesn't
      * use it
           02  so-gl-extension    pic x(91).
       fd register-sorted.
       01 register-sorted-record.
           02  rs-department      pic x(04).
           02  rs-fica-tax        pic 9(6)v99.
           02  rs-local-tax       pic 9(6)v99.
           02  rs-net-pay         pic 9(6)v99.
           02  rs-gl-extension    pic x(91).
       fd register-rpt.
       01 register-print-line pic x(118).
      * run control card -- expected record count and expected
      * a checkpoint written before multi-company reads back
      * spaces here (entry 1 leans on ckpt-next-check-number)
           02 ckpt-co-next-check pic 9(08) occurs 4 times.
      * and where each series stood when the run began, so the
      * stock journal's consumed range still starts at the first
      * check the run printed after a restart
           02 ckpt-co-first-check pic 9(08) occurs 4 times.
       fd ytd-file.
           copy ytdrec.
       fd suspense-file.
           copy susrec.
       fd held-pay-file.
           copy heldrec.
      * wide enough for the full timecard with room to grow -- an
      * archive that clips the daily buckets starves the run
      * backout's re-derivation of exactly the detail it needs
       fd archive-timecards-in.
       01 archive-timecards-in-record pic x(200).
       fd archive-timecards-out.
       01 archive-timecards-out-record pic x(200).
       fd archive-checks-in.
       01 archive-checks-in-record pic x(160).
       fd archive-checks-out.
       01 archive-checks-out-record pic x(160).
       fd archive-dist-out.
       01 archive-dist-out-record pic x(80).
       fd tax-rate-file.
           copy taxrate.
       fd reciprocity-file.
           copy reciprec.
       fd holiday-file.
           copy holrec.
       fd leave-file.
           copy leaverec.
       fd leave-report.
           02 dc-priority     pic 9(02).
       fd ded-enroll-file.
           copy dedrec.
       fd imputed-file.
           copy imprec.
       fd ded-remit-file.
       01 ded-remit-record.
           02 dr-ded-code     pic x(04).
      * wage posting routes each project's dollars to its
      * company's gl extract by this
           02 ld-company      pic x(02).
      * the company that owns the project, and the employer taxes
      * riding on these dollars -- when the owner isn't the payer
      * both move to the owner's books through intercompany lines
           02 ld-owner-company pic x(02).
           02 ld-burden       pic 9(5)v99.
      * the overtime pay inside ld-dollars, apportioned across the
      * splits the way the dollars are, and the period and run
      * the line came from -- the labor budget report keeps each
      * run's actuals by these
           02 ld-overtime-pay pic 9(6)v99.
           02 ld-pay-period   pic x(06).
           02 ld-run-date     pic x(08).
       fd labor-dist-in.
       01 labor-dist-in-record.
           02 ldi-project     pic x(06).
           02 ldi-hours       pic 9(3)v9.
           02 ldi-dollars     pic 9(6)v99.
           02 ldi-company     pic x(02).
           02 ldi-owner-company pic x(02).
           02 ldi-burden      pic 9(5)v99.
           02 ldi-overtime-pay pic 9(6)v99.
           02 ldi-pay-period  pic x(06).
           02 ldi-run-date    pic x(08).
       sd dist-sort-work.
       01 dist-sort-record.
           02 ds-project      pic x(06).
           02 ds-hours        pic 9(3)v9.
           02 ds-dollars      pic 9(6)v99.
           02 ds-company      pic x(02).
           02 ds-owner-company pic x(02).
           02 ds-burden       pic 9(5)v99.
           02 ds-overtime-pay pic 9(6)v99.
           02 ds-pay-period   pic x(06).
           02 ds-run-date     pic x(08).
       fd labor-dist-sorted.
       01 labor-dist-sorted-record.
           02 lds-project     pic x(06).
           02 lds-hours       pic 9(3)v9.
           02 lds-dollars     pic 9(6)v99.
           02 lds-company     pic x(02).
           02 lds-owner-company pic x(02).
           02 lds-burden      pic 9(5)v99.
           02 lds-overtime-pay pic 9(6)v99.
           02 lds-pay-period  pic x(06).
           02 lds-run-date    pic x(08).
       fd labor-dist-report.
       01 dist-print-line pic x(60).
       fd fed-bracket-file.
           02 ckc-next-trace-seq    pic 9(07).
       fd check-register.
           copy chkreg.
       fd check-stock-file.
           copy stockrec.
       fd pospay-work-file.
       01 pospay-work-record.
           02 pw-company pic x(02).
           02 pw-data    pic x(62).
       fd positive-pay-file.
       01 positive-pay-out-record pic x(62).
       fd register-work-in.
      * same layout the register work records carry, under its
      * own names so the clean-up read-back can sit beside the
           02 rwi-suta         pic 9(6)v99.
           02 rwi-supp         pic 9(6)v99.
           02 rwi-ovr-recovered pic 9(6)v99.
           02 rwi-holiday      pic 9(6)v99.
       fd deposit-liability-file.
           copy fedliab.
       fd overpay-file.
           copy ovrrec.
       fd company-control-file.
           copy compctl.
       fd project-control-file.
           copy projctl.
       fd period-control-file.
           copy perdctl.
       fd company-period-file.
           copy coperctl.
       fd backup-control-file.
       01 backup-control-record.
           02 bk-backup-date pic x(08).
       01 period-control-status pic x(02).
           88 period-control-ok        value "00".
           88 period-control-not-found value "23", "35".
       01 company-period-status pic x(02).
           88 company-period-ok        value "00".
           88 company-period-not-found value "23", "35".
      * the companies' own postings of the period summed -- what
      * the period row goes posted with once every company has
       01 period-roll-up.
           02 prl-employee-count pic 9(05).
           02 prl-total-gross    pic 9(09)v99.
           02 prl-total-net      pic 9(09)v99.
           02 prl-held-gross     pic 9(09)v99.
           02 prl-held-net       pic 9(09)v99.
       01 prl-posted-count   pic 9(02) usage comp.
       01 backup-control-status pic x(02).
       01 backup-set-date    pic x(08).
       01 latest-posted-date pic x(08).
           88 company-file-loaded value "Y".
       01 company-eof        pic x(01).
           88 company-eof-reached value "T".
      * the project owners off projctl.dat -- a project with no
      * row, or a row naming a company not on compctl.dat, is
      * owned by whoever paid the hours
       01 project-owner-table.
           02 pjo-entry occurs 100 times.
               03 pjo-project pic x(06).
               03 pjo-company pic x(02).
       77 project-owner-max  pic 9(03) value 100.
       01 pjo-count          pic 9(03) usage comp value zero.
       01 pjo-idx            pic 9(03) usage comp.
       01 project-control-status pic x(02).
       01 project-eof        pic x(01).
           88 project-eof-reached value "T".
       01 owner-company-idx  pic 9(02) usage comp.
      * each company's check series as the checkpoint last saw
      * it -- zero until a restart restores it
       01 restart-co-next-check-table.
           02 restart-co-next-check pic 9(08) occurs 4 times
                value zero.
       01 restart-co-first-check-table.
           02 restart-co-first-check pic 9(08) occurs 4 times
                value zero.
      * the first number each company's series issues this run --
      * the start of the consumed range on the stock journal
       01 run-first-check-table.
           02 run-first-check pic 9(08) occurs 4 times
                value zero.
       01 check-stock-status pic x(02).
      * the per-company gl totals, derived at clean-up from the
      * register work file -- only what was actually disbursed
      * lands here, the held lines never add in, which is the
               03 cgl-suta    pic 9(7)v99.
               03 cgl-supp    pic 9(7)v99.
               03 cgl-ovr     pic 9(7)v99.
               03 cgl-holiday pic 9(7)v99.
      * how many register lines the company had, held or not --
      * derived from the work file with the buckets, so unlike a
      * working-storage counter it survives a checkpoint restart;
      * every did-this-company-pay-anyone gate runs off it
               03 cgl-line-count pic 9(05).
      * employer taxes on wages this company paid for another's
      * project (moved off its tax expense) and on wages another
      * company paid for this one's (moved onto it), and how many
      * intercompany lines it takes part in -- an owner that paid
      * nobody still needs an extract to carry its side
               03 cgl-burden-out pic 9(7)v99.
               03 cgl-burden-in  pic 9(7)v99.
               03 cgl-interco-count pic 9(05).
      * what each payer is owed by each owner for the run --
      * wages plus burden, payer down, owner across
       01 interco-table.
           02 ico-payer occurs 4 times.
               03 ico-amount pic 9(7)v99 occurs 4 times.
       01 ico-idx            pic 9(02) usage comp.
       01 ico-owner-idx      pic 9(02) usage comp.
       01 ico-payer-idx      pic 9(02) usage comp.
       01 register-in-eof    pic x(01).
           88 register-in-eof-reached value "T".
      * the finished per-company output names -- entry 1 keeps
       01 nacha-file-name    pic x(20).
       01 pospay-file-name   pic x(20).
       01 gl-extract-name    pic x(20).
      * the run's own work files, listings and feeds -- the
      * classic names on a combined run, the company code ahead
      * of the extension on a company's own run
       01 run-file-stem      pic x(12).
       01 run-file-code      pic x(02).
       01 run-file-ext       pic x(04).
       01 run-file-name      pic x(20).
       01 control-card-name  pic x(20).
       01 checkpoint-name    pic x(20).
       01 exception-listing-name pic x(20).
       01 check-print-name   pic x(20).
       01 manual-review-name pic x(20).
       01 advice-print-name  pic x(20).
       01 nacha-work-name    pic x(20).
       01 card-work-name     pic x(20).
       01 pospay-work-name   pic x(20).
       01 register-work-name pic x(20).
       01 register-sorted-name pic x(20).
       01 sort-work-name     pic x(20).
       01 register-rpt-name  pic x(20).
       01 leave-report-name  pic x(20).
       01 arrears-report-name pic x(20).
       01 garnish-remit-name pic x(20).
       01 health-remit-name  pic x(20).
       01 k401-remit-name    pic x(20).
       01 ded-remit-name     pic x(20).
       01 local-tax-name     pic x(20).
       01 local-remit-name   pic x(20).
       01 labor-dist-name    pic x(20).
       01 dist-sort-work-name pic x(20).
       01 labor-dist-sorted-name pic x(20).
       01 labor-dist-report-name pic x(20).
      * per-company trailer figures, recomputed while the work
      * file entries are copied so a restart can't leave them
      * short
      * style, one dated file per run rather than one file that
      * gets overwritten every time
       01 archive-date            pic x(08).
      * a company's own run carries its code ahead of the date
       01 archive-timecards-name  pic x(30).
       01 archive-checks-name     pic x(30).
       01 archive-dist-name       pic x(30).
       01 archive-eof              pic x.
           88 archive-eof-reached     value "T".
       01 suspense-status   pic x(02).
       01 cal-freq-paid      pic x(03).
       01 cal-check-date     pic x(08).
       01 cal-ach-settle-date pic x(08).
      * the period's first and last dates -- the holiday rows are
      * picked by them, and day bucket n of a card is the period's
      * start date plus n-1 days
       01 cal-start-date     pic x(08).
       01 cal-end-date       pic x(08).
       01 cal-start-int      pic 9(08) usage comp value zero.
       01 run-log-status     pic x(02).
       01 operator-password  pic x(10).
       01 signon-switch      pic x value "N".
           88 regular-run       value "R".
           88 off-cycle-run     value "O".
           88 trial-run         value "T".
      * the company this run pays -- blank pays every company on
      * compctl.dat together, the way the run always worked.  a
      * code runs that company as its own stream: only its own
      * people are paid, and every work file, listing, feed,
      * control card and checkpoint carries the code in its name
      * so the companies can run, restart and post separately,
      * side by side if need be.  an off-cycle payment is always
      * a combined run.
       01 run-company-code   pic x(02) value spaces.
           88 run-all-companies value spaces.
       01 run-company-idx    pic 9(02) usage comp value zero.
      * the companies whose finished files this run writes --
      * every one, or the run's own company alone
       01 out-first-idx      pic 9(02) usage comp.
       01 out-last-idx       pic 9(02) usage comp.
       01 card-in-run-switch pic x(01) value "Y".
           88 card-in-run       value "Y".
       01 other-company-count pic 9(05) usage comp value zero.
       01 offcycle-card-switch pic x(01) value "N".
           88 offcycle-card-done  value "Y".
       01 offcycle-period    pic x(06).
       01 dist-idx           pic 9(02) usage comp.
       01 dist-last-idx      pic 9(02) usage comp.
       01 dist-hours-total   pic 9(4)v9 usage comp.
      * what each split's hours earned -- their hours alone unless
      * a split on the card drew the prevailing wage, and then the
      * dollars at each split's own rate, so a government
      * project's cost carries the rate and fringe it paid
       01 dist-split-weight  pic 9(6)v999 usage comp
                               occurs 4 times.
       01 dist-weight-total  pic 9(7)v999 usage comp.
       01 dist-dollars-out   pic 9(6)v99 usage comp.
       01 dist-split-dollars pic 9(6)v99 usage comp.
      * wages-by-cost-center totals for the gl, accumulated from
           02 dgl-entry occurs 50 times.
               03 dgl-project pic x(06).
               03 dgl-company pic x(02).
               03 dgl-owner   pic x(02).
               03 dgl-dollars pic 9(7)v99.
               03 dgl-burden  pic 9(7)v99.
       77 dist-gl-max        pic 9(02) value 50.
       01 dgl-count          pic 9(02) usage comp value zero.
       01 dgl-idx            pic 9(02) usage comp.
       01 dist-first-record pic x value "Y".
           88 dist-is-first-record value "Y".
       01 previous-project  pic x(06).
       01 project-total-hours   pic 9(5)v9 usage comp value zero.
       01 project-total-dollars pic 9(7)v99 usage comp value zero.
       01 leave-status       pic x(02).
       01 supp-fed-portion   pic 9(6)v99 usage comp.
       01 supp-fed-tax       pic 9(6)v99 usage comp.
       01 regular-disposable pic 9(6)v99 usage comp.
      * imputed income taxed with this check -- fringe value that
      * never reaches gross or net but is wages to fed, the
      * resident state and fica.  an off-cycle payment carries
      * none; the regular check that period already does.
       01 imputed-status     pic x(02).
           88 imputed-ok           value "00".
           88 imputed-not-found    value "23", "35".
       01 imputed-file-switch pic x(01) value "N".
           88 imputed-file-open    value "Y".
       01 imputed-gtl        pic 9(5)v99 usage comp.
       01 imputed-other      pic 9(5)v99 usage comp.
       01 imputed-total      pic 9(6)v99 usage comp.
      * what the fica wage base measures against -- the paying
      * company's ytd gross plus the imputed income it has
      * already taxed this year.  each employer withholds to the
      * base on its own wages, so a transfer starts over.
       01 fica-ytd-wages     pic 9(7)v99 usage comp.
       01 fica-check-wages   pic 9(7)v99 usage comp.
      * supplemental wages paid this run -- their own gl expense
      * line so a bonus doesn't hide inside cost-center wages
       01 reg-total-supp     pic 9(7)v99 usage comp value zero.
      * distribution apportions, since a bonus belongs to its own
      * expense line rather than a project's hours
       01 dist-gross         pic 9(6)v99 usage comp.
      * the employer taxes on the distributed gross, apportioned
      * across the splits the way the dollars are
       01 dist-burden        pic 9(5)v99 usage comp.
       01 dist-burden-out    pic 9(5)v99 usage comp.
       01 dist-split-burden  pic 9(5)v99 usage comp.
      * the overtime pay inside the distributed gross, apportioned
      * the same way again
       01 dist-overtime      pic 9(6)v99 usage comp.
       01 dist-overtime-out  pic 9(6)v99 usage comp.
       01 dist-split-overtime pic 9(6)v99 usage comp.
      * active salaried employees collected off the master after
      * the timecard loop -- whoever has no payment on the
      * history for this period yet auto-pays from the master
       01 overtime-pay   pic 9(6)v99 usage comp.
       01 shift-diff-pay pic 9(6)v99 usage comp.
       01 temp-pay       pic 9(6)v99 usage comp.
      * prevailing wage -- hours split to a covered government
      * project earn the higher of the master rate and the
      * project's rate for the worker's classification.  the
      * regular and overtime hours are then priced at the card's
      * blended rate, so overtime is half again the average of
      * what the hours actually earned.  whatever of the project's
      * fringe our plans don't provide rides on the check as cash.
       01 work-pay-rate  pic 9(3)v9999 usage comp.
       01 covered-hours  pic 9(4)v9 usage comp.
       01 covered-pay    pic 9(6)v999 usage comp.
       01 covered-rate   pic 9(3)v99 usage comp.
       01 fringe-cash-pay pic 9(6)v99 usage comp.
      * computed parts of the paycheck -- 9(6)v99 to hold a
      * biweekly/monthly gross without truncating, same width as
      * the register/checkpoint totals below
       77 state-table-size pic 9(02) value 5.
       01 str-idx           pic 9(02) usage comp.
       01 state-tax-rate    pic v9999 value .0700.
      * whether the last lookup found the state on the table or
      * fell back to the default rate
       01 state-rate-found-switch pic x(01).
           88 state-rate-found value "Y".
      * the state the rate lookup is after -- the resident state
      * for the plain single-state check, each work state in turn
      * when the day buckets crossed a state line
       01 rate-want-state   pic x(02).
      * the check in hand split by state -- the resident state in
      * the first entry, then each state a day bucket carried hours
      * into.  a day in a reciprocal state counts as resident; a
      * card with a third work state in one period is rejected at
      * the edit -- its hours have no entry to withhold them in.
       01 pay-state-table.
           02 pst-entry occurs 3 times.
               03 pst-state-code pic x(02).
               03 pst-hours      pic 9(3)v9.
               03 pst-wages      pic 9(6)v99.
               03 pst-tax        pic 9(6)v99.
       77 pay-state-max      pic 9(02) value 3.
       01 pst-count          pic 9(02) usage comp.
       01 pst-idx            pic 9(02) usage comp.
       01 pst-match-idx      pic 9(02) usage comp.
       01 pst-total-hours    pic 9(4)v9 usage comp.
       01 pst-wages-left     pic 9(6)v99 usage comp.
       01 pay-state-overflow-switch pic x(01).
           88 pay-state-overflow value "Y".
       01 day-work-state     pic x(02).
       01 resident-state-rate pic v9999.
       01 resident-credit-rate pic v9999.
       01 resident-credit-tax pic 9(6)v99 usage comp.
      * the ytd state entry a share posts into
       01 yst-idx            pic 9(02) usage comp.
       01 yst-match-idx      pic 9(02) usage comp.
       01 yst-free-idx       pic 9(02) usage comp.
       77 ytd-state-max      pic 9(02) value 6.
      * the reciprocity agreements in force for this pay period,
      * off reciproc.dat
       01 reciprocity-table.
           02 rcp-entry occurs 30 times.
               03 rcp-resident-state pic x(02).
               03 rcp-work-state     pic x(02).
       77 reciprocity-table-max pic 9(02) value 30.
       01 rcp-count          pic 9(02) usage comp value zero.
       01 rcp-idx            pic 9(02) usage comp.
       01 reciprocity-switch pic x(01).
           88 states-reciprocal  value "Y".
       01 reciprocity-file-status pic x(02).
       01 reciprocity-eof    pic x(01).
           88 reciprocity-eof-reached value "T".
      * the period's holidays off holiday.dat, day-counted once
      * at load so each card only compares integers
       01 holiday-file-status pic x(02).
       01 holiday-eof        pic x(01).
           88 holiday-eof-reached value "T".
       01 period-holiday-table.
           02 phd-entry occurs 10 times.
               03 phd-company      pic x(02).
               03 phd-date-int     pic 9(08) usage comp.
               03 phd-hours        pic 9(02)v9.
               03 phd-min-service  pic 9(03).
               03 phd-labor-code   pic x(03) occurs 5 times.
               03 phd-multiplier   pic 9v999.
       77 period-holiday-max pic 9(02) value 10.
       01 phd-count          pic 9(02) usage comp value zero.
       01 phd-idx            pic 9(02) usage comp.
       01 phd-lc-idx         pic 9(02) usage comp.
       01 holiday-labor-switch pic x(01).
           88 holiday-labor-ok   value "Y".
      * what this card earned off the calendar -- holiday hours
      * paid for not working, and the worked holiday hours priced
      * at the premium.  the worked hours come out of the hours the
      * overtime threshold sees, the way vacation and sick do.
       01 holiday-hours      pic 9(3)v9 usage comp.
       01 holiday-pay        pic 9(6)v99 usage comp.
       01 holiday-worked-hours pic 9(3)v9 usage comp.
       01 holiday-worked-pay pic 9(6)v99 usage comp.
       01 holiday-worked-rate pic 9(3)v99 usage comp.
       01 day-holiday-mult   pic 9v999 occurs 7 times.
       01 day-date-int       pic 9(08) usage comp.
       01 holiday-hire-int   pic 9(08) usage comp.
       01 hours-before-holiday pic 9(3)v9 usage comp.
      * the per-state stub caption
       01 stub-state-caption.
           02 filler          pic x(10) value "STATE TAX ".
           02 ssc-state-code  pic x(02).
      * city/local wage tax by locality code -- the philadelphia
      * and new york city people owe these on top of the state
      * withholding.  overridden by L-prefixed rows on
       01 prior-gross-pay     pic 9(6)v99 usage comp.
       01 manual-review-switch pic x value "N".
           88 needs-manual-review value "Y".
      * why the payment is held -- the listing and the held-pay
      * record both carry it
       01 review-reason       pic x(25).
      * the shared minimum-wage check -- the rate or salary is
      * priced at the period's end date
           copy minwreq.
      * the resident state's answer, kept while each other state
      * the card's days were worked in is checked in turn
       01 resident-minimum-result pic x(01).
       01 work-state-minimum-switch pic x(01).
           88 work-state-below-minimum value "Y".
       01 earlier-day-state-switch pic x(01).
           88 earlier-day-state value "Y".
       01 day-scan-idx        pic 9(02) usage comp.
      * the shared prevailing-wage lookup -- priced at the same
      * date as the minimum-wage check, and off the same rows the
      * certified payroll statement prints
           copy prevwreq.
      * the shared masking check -- the advices show only the last
      * four of the account the pay went to
           copy maskreq.
      * overtime rule by labor code -- warehouse staff are on a
      * daily-double-time union agreement instead of the standard
      * 1.5x-past-40-hours-a-week rule.  a w-basis rule tests the
       77 suta-tax-rate  pic v9999 value is .0270.
       01 futa-rate-effective pic x(06) value spaces.
       01 suta-rate-effective pic x(06) value spaces.
      * the employee's ytd gross with the paying company as it
      * stood before this check -- all three employer wage-base
      * splits measure against it
       01 ytd-gross-before-check pic 9(7)v99 usage comp.
       01 futa-taxable-wage  pic 9(7)v99 usage comp.
       01 suta-taxable-wage  pic 9(7)v99 usage comp.
           88 ytd-not-found   value "23".
       01 ytd-is-new-record pic x value "N".
           88 ytd-is-new        value "Y".
      * the shared per-company ytd poster's request block -- the
      * paying company's share is read ahead of the tax
      * paragraphs and posted when the totals record is written
           copy ytdcoreq.
      * which quarter this run posts into -- year plus quarter
      * digit, derived from the control card's pay period (or from
      * the clock when no control card was supplied).  a ytd record
           02 ada-account pic x(17).
           02 filler pic x(02).
           02 ada-amount  pic $$$,$$9.99.
       01 advice-card-line.
           02 filler pic x(22) value "  LOADED TO PAY CARD".
           02 filler pic x(01).
           02 adc-account pic x(17).
           02 filler pic x(02).
           02 adc-amount  pic $$$,$$9.99.
      * ned-individual-name is only 22 bytes, too narrow for the
      * full 10-byte firstname/15-byte surname pair -- built as
      * "surname, firstname" and truncated there instead of
           if off-cycle-run then
             display "PAY PERIOD FOR THIS PAYMENT (YYYYMM): "
             accept offcycle-period
           else
             display "COMPANY TO RUN (BLANK FOR ALL COMPANIES): "
             accept run-company-code
           end-if
           perform load-company-control
           perform find-run-company
           perform build-run-file-names
           .
      * a company's own run has to name a company on compctl.dat
      * -- its entry is the one whose finished files, check
      * series and period posting the run owns
       find-run-company.
           if run-all-companies then
             move 1 to out-first-idx
             move cmp-count to out-last-idx
           else
             move zero to run-company-idx
             perform match-run-company varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
             if run-company-idx = zero then
               display "*** COMPANY " run-company-code " IS NOT ON "
                 "COMPCTL.DAT -- NOTHING RUN ***"
               move 16 to return-code
               stop run
             end-if
             move run-company-idx to out-first-idx out-last-idx
           end-if
           .
       match-run-company.
           if cmp-code (cmp-idx) = run-company-code then
             move cmp-idx to run-company-idx
           end-if
           .
      * every file the run owns outright, named once up front
       build-run-file-names.
           move run-company-code to run-file-code
           move "control" to run-file-stem
           move ".dat" to run-file-ext
           perform build-run-file-name
           move run-file-name to control-card-name
           move "checkpoint" to run-file-stem
           perform build-run-file-name
           move run-file-name to checkpoint-name
           move "nachawork" to run-file-stem
           perform build-run-file-name
           move run-file-name to nacha-work-name
           move "cardwork" to run-file-stem
           perform build-run-file-name
           move run-file-name to card-work-name
           move "pospaywork" to run-file-stem
           perform build-run-file-name
           move run-file-name to pospay-work-name
           move "regwork" to run-file-stem
           perform build-run-file-name
           move run-file-name to register-work-name
           move "regsort" to run-file-stem
           perform build-run-file-name
           move run-file-name to register-sorted-name
           move "sortwk" to run-file-stem
           perform build-run-file-name
           move run-file-name to sort-work-name
           move "ldsortwk" to run-file-stem
           perform build-run-file-name
           move run-file-name to dist-sort-work-name
           perform build-feed-file-names
           move "labordist" to run-file-stem
           move ".srt" to run-file-ext
           perform build-run-file-name
           move run-file-name to labor-dist-sorted-name
           move ".prt" to run-file-ext
           perform build-run-file-name
           move run-file-name to labor-dist-report-name
           move "exceptions" to run-file-stem
           perform build-run-file-name
           move run-file-name to exception-listing-name
           move "checks" to run-file-stem
           perform build-run-file-name
           move run-file-name to check-print-name
           move "manualreview" to run-file-stem
           perform build-run-file-name
           move run-file-name to manual-review-name
           move "advices" to run-file-stem
           perform build-run-file-name
           move run-file-name to advice-print-name
           move "register" to run-file-stem
           perform build-run-file-name
           move run-file-name to register-rpt-name
           move "leavebal" to run-file-stem
           perform build-run-file-name
           move run-file-name to leave-report-name
           move "arrears" to run-file-stem
           perform build-run-file-name
           move run-file-name to arrears-report-name
           move "localremit" to run-file-stem
           perform build-run-file-name
           move run-file-name to local-remit-name
           .
      * the feeds the downstream programs read -- they take the
      * classic file and every company's together
       build-feed-file-names.
           move ".dat" to run-file-ext
           move "garnremit" to run-file-stem
           perform build-run-file-name
           move run-file-name to garnish-remit-name
           move "healthremit" to run-file-stem
           perform build-run-file-name
           move run-file-name to health-remit-name
           move "k401remit" to run-file-stem
           perform build-run-file-name
           move run-file-name to k401-remit-name
           move "dedremit" to run-file-stem
           perform build-run-file-name
           move run-file-name to ded-remit-name
           move "localtax" to run-file-stem
           perform build-run-file-name
           move run-file-name to local-tax-name
           move "labordist" to run-file-stem
           perform build-run-file-name
           move run-file-name to labor-dist-name
           .
       build-run-file-name.
           move spaces to run-file-name
           string run-file-stem delimited by space
                  run-file-code delimited by space
                  run-file-ext delimited by size
                  into run-file-name
           end-string
           .
       initialize-program.
           if regular-run or trial-run then
           end-if.
           perform derive-run-quarter.
           perform read-pay-calendar.
           perform load-holiday-calendar.
           perform load-effective-tax-rates.
           perform load-fed-brackets.
           perform load-gl-account-map.
           perform load-deduction-codes.
           perform load-project-owners.
           if regular-run then
             perform read-checkpoint
           end-if.
             open extend advice-print
             open extend manual-review-listing
             open extend nacha-work-file
             open extend card-work-file
             open extend check-register
             if check-register-status not = "00" then
               open output check-register
      * a trial run opens none of the live output files -- even
      * an open output would wipe the real run's copy
             if not trial-run then
               if regular-run then
                 perform clear-other-stream-feeds
               end-if
               open output check-print
               open output advice-print
               open output nacha-work-file
               open output card-work-file
      * the register is a journal -- the voids and backouts that
      * come later match against old issue lines by date, so a new
      * run appends instead of starting the file over
           perform open-deposit-alloc-file.
           perform open-ded-enroll-file.
           perform open-overpay-file.
           perform open-imputed-file.
           if not trial-run then
             if is-restarting then
               open extend arrears-report
           if regular-run then
             perform archive-input-timecards
           end-if.
      * the feeds downstream read the classic file and every
      * company's file together -- whichever way this period is
      * not running, its feeds from an earlier period are emptied
      * so they can't be read a second time beside this run's
       clear-other-stream-feeds.
           if run-all-companies then
             perform clear-one-company-feeds varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
           else
             move spaces to run-file-code
             perform clear-feed-set
           end-if
           move run-company-code to run-file-code
           perform build-feed-file-names
           .
       clear-one-company-feeds.
           move cmp-code (cmp-idx) to run-file-code
           perform clear-feed-set
           .
       clear-feed-set.
           perform build-feed-file-names
           open output garnish-remit-file
           close garnish-remit-file
           open output health-remit-file
           close health-remit-file
           open output k401-remit-file
           close k401-remit-file
           open output ded-remit-file
           close ded-remit-file
           open output local-tax-file
           close local-tax-file
           open output labor-dist-file
           close labor-dist-file
           .
      * the period-status gate -- a period already posted, or one
      * the suspense merge hasn't prepared, stops here unless a
      * supervisor overrides on the record.  a site with no
             end-if
             close period-control-file
           end-if
           perform check-company-periods
           .
      * a company can't post a period twice either, and a
      * combined run can't pay a period some company has already
      * posted on its own run -- either way those people would
      * be paid twice
       check-company-periods.
           open input company-period-file
           if company-period-ok then
             if run-all-companies then
               perform check-one-company-period varying cmp-idx
                 from 1 by 1 until cmp-idx > cmp-count
             else
               move run-company-idx to cmp-idx
               perform check-one-company-period
             end-if
             close company-period-file
           end-if
           .
       check-one-company-period.
           move ctl-pay-period to cp-pay-period
           move cmp-code (cmp-idx) to cp-company-code
           read company-period-file
             invalid key move "23" to company-period-status
           end-read
           if company-period-ok and cp-posted then
             display "*** COMPANY " cp-company-code " HAS ALREADY "
               "POSTED PERIOD " ctl-pay-period " ***"
             perform challenge-period-override
           end-if
           .
      * a trial never reads the checkpoint, so with an abended
      * regular run awaiting restart its open-output would
               move pc-freq-paid to cal-freq-paid
               move pc-check-date to cal-check-date
               move pc-ach-settle-date to cal-ach-settle-date
               move pc-start-date to cal-start-date
               move pc-end-date to cal-end-date
             end-if
           end-if
           .
      * the period's holidays -- only a calendar row says which
      * dates the period covers, and an off-cycle payment never
      * pays a holiday, so either one leaves the table empty
       load-holiday-calendar.
           move zero to phd-count
           if calendar-found and not off-cycle-run
               and cal-start-date is numeric
               and cal-end-date is numeric then
             compute cal-start-int = function integer-of-date
               (function numval (cal-start-date))
             open input holiday-file
             if holiday-file-status = "00" then
               move "N" to holiday-eof
               perform read-holiday-row with test before
                 until holiday-eof-reached
               close holiday-file
             end-if
           end-if
           .
       read-holiday-row.
           read holiday-file
             at end move "T" to holiday-eof
           end-read
           if not holiday-eof-reached then
             if hd-holiday-date >= cal-start-date
                 and hd-holiday-date <= cal-end-date
                 and hd-holiday-date is numeric then
               if phd-count < period-holiday-max then
                 add 1 to phd-count
                 move hd-company-code to phd-company (phd-count)
                 compute phd-date-int (phd-count) =
                   function integer-of-date
                     (function numval (hd-holiday-date))
                 move hd-holiday-hours to phd-hours (phd-count)
                 move hd-min-service-days
                   to phd-min-service (phd-count)
                 perform copy-holiday-labor-code varying phd-lc-idx
                   from 1 by 1 until phd-lc-idx > 5
                 if hd-premium-multiplier is numeric
                     and hd-premium-multiplier not = zero then
                   move hd-premium-multiplier
                     to phd-multiplier (phd-count)
                 else
                   move 1.500 to phd-multiplier (phd-count)
                 end-if
               else
                 display "*** MORE THAN " period-holiday-max
                   " HOLIDAYS IN THE PERIOD -- " hd-holiday-date
                   " NOT PAID ***"
               end-if
             end-if
           end-if
           .
       copy-holiday-labor-code.
           move hd-labor-code (phd-lc-idx)
             to phd-labor-code (phd-count, phd-lc-idx)
           .
       derive-run-quarter.
           if ctl-pay-period not = spaces then
             move ctl-pay-period (1:4) to run-quarter-key (1:4)
             open i-o ded-enroll-file
           end-if
           .
      * no imputed file just means nobody has a taxable fringe yet
       open-imputed-file.
           open input imputed-file
           if imputed-status = "00" then
             move "Y" to imputed-file-switch
           end-if
           .
       open-overpay-file.
           open i-o overpay-file
           if overpay-not-found then
             cgl-401k (cmp-idx) cgl-match (cmp-idx)
             cgl-othded (cmp-idx) cgl-er-fica (cmp-idx)
             cgl-futa (cmp-idx) cgl-suta (cmp-idx) cgl-supp (cmp-idx)
             cgl-ovr (cmp-idx) cgl-holiday (cmp-idx)
             cgl-line-count (cmp-idx) cgl-burden-out (cmp-idx)
             cgl-burden-in (cmp-idx) cgl-interco-count (cmp-idx)
           perform clear-interco-amount varying ico-idx
             from 1 by 1 until ico-idx > company-table-max
           .
       clear-interco-amount.
           move zero to ico-amount (cmp-idx, ico-idx)
           .
      * the project owners, once per run -- a row naming a
      * company this run doesn't know is left out, so its hours
      * stay with the payer instead of posting nowhere
       load-project-owners.
           open input project-control-file
           if project-control-status = "00" then
             move "N" to project-eof
             perform load-one-project-owner with test before
               until project-eof-reached
             close project-control-file
           end-if
           .
       load-one-project-owner.
           read project-control-file
             at end move "T" to project-eof
           end-read
           if not project-eof-reached then
             move zero to owner-company-idx
             perform match-project-company varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
             if owner-company-idx not = zero
                 and pjo-count < project-owner-max then
               add 1 to pjo-count
               move pj-project to pjo-project (pjo-count)
               move pj-company-code to pjo-company (pjo-count)
             end-if
           end-if
           .
       match-project-company.
           if cmp-code (cmp-idx) = pj-company-code then
             move cmp-idx to owner-company-idx
           end-if
           .
       load-one-company.
           read company-control-file
             perform settle-one-company-series varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
           end-if
           perform note-run-first-check varying cmp-idx
             from 1 by 1 until cmp-idx > cmp-count
           .
       note-run-first-check.
           if restart-co-first-check (cmp-idx) not = zero then
             move restart-co-first-check (cmp-idx)
               to run-first-check (cmp-idx)
           else
             move cmp-next-check (cmp-idx) to run-first-check (cmp-idx)
           end-if
           .
       settle-one-company-series.
           if restart-co-next-check (cmp-idx)
             when other
               move "PAYROLL RUN STARTED" to rl-action
           end-evaluate
           if not run-all-companies then
             move "CO" to rl-action (21:2)
             move run-company-code to rl-action (24:2)
           end-if
           write run-log-record
           close run-log
           .
      * that hasn't keyed up taxrates.dat yet runs on the compiled-
      * in rates alone -- the same tolerance control-card gets.
       load-effective-tax-rates.
           perform load-reciprocity-table
           open input tax-rate-file
           if tax-rate-file-status = "00" then
             move "N" to tax-rate-eof
             end-evaluate
           end-if
           .
      * the agreements effective by this run's pay period -- a
      * missing file gets the usual tolerance and means none
       load-reciprocity-table.
           open input reciprocity-file
           if reciprocity-file-status = "00" then
             move "N" to reciprocity-eof
             perform read-reciprocity-record with test before
               until reciprocity-eof-reached
             close reciprocity-file
           end-if
           .
       read-reciprocity-record.
           read reciprocity-file
             at end move "T" to reciprocity-eof
           end-read
           if not reciprocity-eof-reached then
             if (ctl-pay-period = spaces
                   or rc-effective-period <= ctl-pay-period)
                 and rcp-count < reciprocity-table-max then
               add 1 to rcp-count
               move rc-resident-state
                 to rcp-resident-state (rcp-count)
               move rc-work-state to rcp-work-state (rcp-count)
             end-if
           end-if
           .
       apply-state-tax-rate.
           perform apply-state-tax-rate-entry varying tr-idx
             from 1 by 1 until tr-idx > state-table-size
      * chance to keep a record of what came in today
       archive-input-timecards.
           move function current-date (1:8) to archive-date
           move spaces to archive-timecards-name
           string "timecards" delimited by size
                  run-company-code delimited by space
                  "." delimited by size
                  archive-date delimited by size
                  ".arc" delimited by size
                  into archive-timecards-name
           end-string
           open input archive-timecards-in
           open output archive-timecards-out
           move "N" to archive-eof
      * copy this run's printed checks to a dated archive file,
      * once printing is done and check-print has been closed
       archive-printed-checks.
           move spaces to archive-checks-name
           string "checks" delimited by size
                  run-company-code delimited by space
                  "." delimited by size
                  archive-date delimited by size
                  ".arc" delimited by size
                  into archive-checks-name
           end-string
           open input archive-checks-in
           open output archive-checks-out
           move "N" to archive-eof
             write archive-checks-out-record
           end-if
           .
      * copy this run's labor distribution to a dated archive
      * file beside the timecards -- the next run starts
      * labordist.dat over
       archive-labor-distribution.
           move spaces to archive-dist-name
           string "labordist" delimited by size
                  run-company-code delimited by space
                  "." delimited by size
                  archive-date delimited by size
                  ".arc" delimited by size
                  into archive-dist-name
           end-string
           open input labor-dist-in
           open output archive-dist-out
           move "N" to archive-eof
           perform copy-dist-to-archive with test before
             until archive-eof-reached
           close labor-dist-in
           close archive-dist-out
           .
       copy-dist-to-archive.
           read labor-dist-in
             at end move "T" to archive-eof
           end-read
           if not archive-eof-reached then
             move labor-dist-in-record to archive-dist-out-record
             write archive-dist-out-record
           end-if
           .
      * pick up where a prior, incomplete run left off -- an empty
      * or missing checkpoint file means start from the top
       read-checkpoint.
       restore-company-series.
           move ckpt-co-next-check (cmp-idx)
             to restart-co-next-check (cmp-idx)
           if ckpt-co-first-check (cmp-idx) is numeric then
             move ckpt-co-first-check (cmp-idx)
               to restart-co-first-check (cmp-idx)
           end-if
           .
      * discard a timecard already accounted for in the
      * checkpoint -- but remember its employee, or a duplicate
           if not eof then
             add 1 to raw-record-count
             perform lookup-employee
             perform check-card-company
           end-if.
           if not eof and card-in-run then
             if empmast-ok then
               if off-cycle-run then
                 move em-firstname to emp-firstname
               end-if
             end-if
           end-if.
      * a company's own run pays only its own people -- another
      * entity's cards are left for that entity's run, and an id
      * the master doesn't know rejects in the primary company's
      * run alone, so it lands in suspense once and not once per
      * company
       check-card-company.
           move "Y" to card-in-run-switch
           if not run-all-companies then
             if empmast-ok then
               perform resolve-pay-company
               if pay-company-idx not = run-company-idx then
                 move "N" to card-in-run-switch
               end-if
             else
               if run-company-idx not = 1 then
                 move "N" to card-in-run-switch
               end-if
             end-if
             if not card-in-run then
               add 1 to other-company-count
             end-if
           end-if
           .
      * active salaried employees are paid from the master when no
      * card arrived -- the calendar's frequency list drives who
      * auto-pays this period just as it gates the timecards, and
                 and (em-pay-frequency = cal-freq-paid (1:1)
                   or em-pay-frequency = cal-freq-paid (2:1)
                   or em-pay-frequency = cal-freq-paid (3:1)) then
               perform resolve-pay-company
               if run-all-companies
                   or pay-company-idx = run-company-idx then
                 perform note-salaried-employee
               end-if
             end-if
           end-if
           .
       note-salaried-employee.
           if sal-count < salaried-table-max then
             add 1 to sal-count
             move em-employee-id to sal-employee-id (sal-count)
           else
             display "*** MORE THAN " salaried-table-max
               " SALARIED EMPLOYEES -- PAY THE REST OFF CARDS ***"
           end-if
           .
       auto-pay-one-salaried.
      * an id already paid off a card this run never auto-pays.
      * the paid-card table knows that even in trial mode, where
           perform resolve-pay-company
           perform read-ytd-record
           perform compute-gross-pay
           perform load-imputed-income
           perform check-pay-swing
           perform compute-pretax-deductions
           perform compute-fed-tax
           if yt-ytd-401k-match is not numeric then
             move zero to yt-ytd-401k-match
           end-if
           perform clear-bad-ytd-state varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           if yt-ytd-imputed-gtl is not numeric then
             move zero to yt-ytd-imputed-gtl
           end-if
           if yt-ytd-imputed-other is not numeric then
             move zero to yt-ytd-imputed-other
           end-if
           perform roll-quarter-buckets
           move ytd-record to yq-before-image
           move cmp-code (pay-company-idx) to yq-company-code
           move "R" to yq-function
           call "payytdco" using ytd-company-request ytd-record
           .
      * a new record, or one written before the state entries
      * existed, starts them empty -- the state money already in
      * the totals stays resident-state money to the readers
       clear-bad-ytd-state.
           if ytd-is-new
               or yt-st-ytd-wages (yst-idx) is not numeric
               or yt-st-ytd-tax (yst-idx) is not numeric
               or yt-st-qtd-wages (yst-idx) is not numeric
               or yt-st-qtd-tax (yst-idx) is not numeric then
             move spaces to yt-st-state-code (yst-idx)
             move zero to yt-st-ytd-wages (yst-idx)
               yt-st-ytd-tax (yst-idx) yt-st-qtd-wages (yst-idx)
               yt-st-qtd-tax (yst-idx)
           end-if
           .
      * first posting into a new quarter wipes the qtd buckets --
      * the quarter's reporting ran off them before this, and from
             move zero to yt-qtd-gross yt-qtd-taxable-wages
               yt-qtd-fed-tax yt-qtd-fica-wages yt-qtd-fica-tax
               yt-qtd-state-tax yt-qtd-local-tax
             perform clear-qtd-state varying yst-idx
               from 1 by 1 until yst-idx > ytd-state-max
           end-if
           .
       clear-qtd-state.
           move zero to yt-st-qtd-wages (yst-idx)
             yt-st-qtd-tax (yst-idx)
           .
      * a big swing off last period's gross waits for a human to
      * bless it -- but a brand-new employee has no prior gross to
      * compare against, so the first check never trips this.  a
      * salary the minimum-wage check found under the exempt level
      * holds too -- the employee may be owed overtime, and that
      * is payroll's call before the money goes out.
       check-pay-swing.
           move "N" to manual-review-switch
           move spaces to review-reason
           move yt-last-gross-pay to prior-gross-pay
           if yt-last-gross-pay not = zero then
             compute pay-swing-low =
             if gross-pay < pay-swing-low or gross-pay > pay-swing-high
               then
               move "Y" to manual-review-switch
               move "PAY SWING OUTSIDE THRESHOLD" to review-reason
             end-if
           end-if
           if em-paid-salaried and mq-below-exempt
               and not needs-manual-review then
             move "Y" to manual-review-switch
             move "SALARY UNDER EXEMPT LEVEL" to review-reason
           end-if
           .
       print-manual-review.
           move tc-employee-id to mrl-employee-id
           move employee-name to mrl-employee-name
           move prior-gross-pay to mrl-prior-gross
           move gross-pay to mrl-this-gross
           move review-reason to mrl-reason
           write review-line
           add 1 to manual-review-count
           if not trial-run then
           move hours-worked to hp-hours-worked
           move em-pay-rate to hp-pay-rate
           move prior-gross-pay to hp-prior-gross
           move cmp-code (pay-company-idx) to hp-company-code
           move gross-pay to hp-gross-pay
           move fed-tax to hp-fed-tax
           move state-tax to hp-state-tax
             move zero to hp-vac-restore-hours
             move zero to hp-sick-restore-hours
           end-if
      * a card still in its prenote window can't take a load, so
      * a held card payment is released as a check like the run
      * would have paid it
           if em-is-pay-card and not em-card-active then
             move "N" to hp-dd-indicator
           else
             move em-dd-indicator to hp-dd-indicator
           end-if
           move em-dd-routing to hp-dd-routing
           move em-dd-account to hp-dd-account
           move review-reason to hp-hold-reason
           move imputed-gtl to hp-imputed-gtl
           move imputed-other to hp-imputed-other
           perform copy-state-split-to-held varying pst-idx
             from 1 by 1 until pst-idx > pay-state-max
           move operator-id to hp-run-operator
           move "H" to hp-status
           write held-pay-record
               rewrite held-pay-record
           end-write
           .
       copy-state-split-to-held.
           if pst-idx > pst-count then
             move spaces to hp-st-state-code (pst-idx)
             move zero to hp-st-wages (pst-idx) hp-st-tax (pst-idx)
           else
             move pst-state-code (pst-idx) to hp-st-state-code (pst-idx)
             move pst-wages (pst-idx) to hp-st-wages (pst-idx)
             move pst-tax (pst-idx) to hp-st-tax (pst-idx)
           end-if
           .
      * write this employee's updated ytd figures back out once
      * the tax paragraphs have added this period's amounts in
       update-ytd-record.
           move tc-employee-id to yt-employee-id
           move em-ssn to yt-ssn
           move gross-pay to yt-last-gross-pay
           add disposable-earnings imputed-total
             to yt-ytd-taxable-wages
           add disposable-earnings imputed-total
             to yt-qtd-taxable-wages
           perform allocate-state-wages
           perform post-one-ytd-state varying pst-idx
             from 1 by 1 until pst-idx > pst-count
      * a trial computes against the record but never writes it
           if not trial-run then
             if ytd-is-new then
             else
               rewrite ytd-record
             end-if
             move "P" to yq-function
             call "payytdco" using ytd-company-request ytd-record
           end-if
           .
      * this check's share for one state onto that state's ytd
      * entry -- a free entry is opened the first time the year
      * sees the state, and a seventh state in one year folds into
      * the first entry rather than being lost
       post-one-ytd-state.
           move zero to yst-match-idx yst-free-idx
           perform match-ytd-state varying yst-idx
             from 1 by 1 until yst-idx > ytd-state-max
           if yst-match-idx = zero then
             if yst-free-idx = zero then
               move 1 to yst-match-idx
             else
               move yst-free-idx to yst-match-idx
               move pst-state-code (pst-idx)
                 to yt-st-state-code (yst-match-idx)
             end-if
           end-if
           add pst-wages (pst-idx) to yt-st-ytd-wages (yst-match-idx)
           add pst-wages (pst-idx) to yt-st-qtd-wages (yst-match-idx)
           add pst-tax (pst-idx) to yt-st-ytd-tax (yst-match-idx)
           add pst-tax (pst-idx) to yt-st-qtd-tax (yst-match-idx)
           .
       match-ytd-state.
           if yt-st-state-code (yst-idx) = pst-state-code (pst-idx)
               then
             move yst-idx to yst-match-idx
           end-if
           if yt-st-state-code (yst-idx) = spaces
               and yst-free-idx = zero then
             move yst-idx to yst-free-idx
           end-if
           .
      * the comp carrier's view of this check -- straight-time
           write wc-detail-record
           .
      * apportion this employee's gross across the cost-center
      * splits on the card by the share each split's hours earned
      * (plain hours share unless prevailing wage priced them --
      * see dist-split-weight) -- the last split takes
      * the rounding remainder so the detail always foots back to
      * the check.  a card with no splits costs the whole check to
      * the employee's home department.  held pay is not written
      * here -- wages that never went out the door cost nothing
      * until they're released.
       write-labor-distribution.
      * the supplemental slice and the holiday pay stay out of the
      * project costing -- each posts to its own expense line, not
      * to anyone's hours
           subtract tc-supp-amount holiday-pay from gross-pay
             giving dist-gross
      * the employer taxes follow the distributed share of the
      * gross, so an owning company carries the burden on the
      * wages it takes and none on the bonus it didn't
           if gross-pay > zero then
             compute dist-burden rounded =
               (er-fica-tax + futa-tax + suta-tax)
               * dist-gross / gross-pay
           else
             move zero to dist-burden
           end-if
           if overtime-pay < dist-gross then
             move overtime-pay to dist-overtime
           else
             move dist-gross to dist-overtime
           end-if
           move ctl-pay-period to ld-pay-period
           move run-date-raw to ld-run-date
           move cmp-code (pay-company-idx) to ld-company
           move zero to dist-hours-total dist-weight-total
           move zero to dist-last-idx
           perform sum-dist-hours varying dist-idx
             from 1 by 1 until dist-idx > 4
             move tc-employee-id to ld-employee-id
             move hours-worked to ld-hours
             move dist-gross to ld-dollars
             move dist-burden to ld-burden
             move dist-overtime to ld-overtime-pay
             perform resolve-project-owner
             write labor-dist-record
           else
             move zero to dist-dollars-out dist-burden-out
               dist-overtime-out
             perform write-one-dist-split varying dist-idx
               from 1 by 1 until dist-idx > 4
           end-if
           .
      * the owner on projctl.dat, or the payer when there isn't one
       resolve-project-owner.
           move ld-company to ld-owner-company
           perform match-project-owner varying pjo-idx
             from 1 by 1 until pjo-idx > pjo-count
           .
       match-project-owner.
           if pjo-project (pjo-idx) = ld-project then
             move pjo-company (pjo-idx) to ld-owner-company
           end-if
           .
       sum-dist-hours.
           add tc-dist-hours (dist-idx) to dist-hours-total
           add dist-split-weight (dist-idx) to dist-weight-total
           if tc-dist-hours (dist-idx) not = zero then
             move dist-idx to dist-last-idx
           end-if
               else
                 move zero to dist-split-dollars
               end-if
               if dist-burden-out < dist-burden then
                 subtract dist-burden-out from dist-burden
                   giving dist-split-burden
               else
                 move zero to dist-split-burden
               end-if
               if dist-overtime-out < dist-overtime then
                 subtract dist-overtime-out from dist-overtime
                   giving dist-split-overtime
               else
                 move zero to dist-split-overtime
               end-if
             else
               compute dist-split-dollars rounded =
                 dist-gross * dist-split-weight (dist-idx)
                 / dist-weight-total
               compute dist-split-burden rounded =
                 dist-burden * dist-split-weight (dist-idx)
                 / dist-weight-total
               compute dist-split-overtime rounded =
                 dist-overtime * dist-split-weight (dist-idx)
                 / dist-weight-total
             end-if
             add dist-split-dollars to dist-dollars-out
             add dist-split-burden to dist-burden-out
             add dist-split-overtime to dist-overtime-out
             move tc-dist-project (dist-idx) to ld-project
             move em-department to ld-department
             move tc-employee-id to ld-employee-id
             move tc-dist-hours (dist-idx) to ld-hours
             move dist-split-dollars to ld-dollars
             move dist-split-burden to ld-burden
             move dist-split-overtime to ld-overtime-pay
             move cmp-code (pay-company-idx) to ld-company
             perform resolve-project-owner
             write labor-dist-record
           end-if
           .
             move "Y" to reject-switch
             move "zero period salary" to reject-reason
           end-if
      * nothing goes out below the minimum in force where the
      * employee works -- the rate or salary is fixed on the
      * master and the card resubmitted from suspense
           if not rejected then
             perform check-minimum-wage
             if mq-below-minimum then
               move "Y" to reject-switch
               move "pay below minimum wage" to reject-reason
             end-if
           end-if
           multiply hours-ceiling by pay-period-factor
             giving scaled-hours-ceiling
           add hours-worked tc-shift-diff-hours tc-temp-hours
             move "daily hours do not foot to weekly"
               to reject-reason
           end-if
      * the withholding split has the resident state and two work
      * states to put the hours in -- a third would land on the
      * wrong state's wages and tax
           if not rejected then
             perform build-pay-state-table
             if pay-state-overflow then
               move "Y" to reject-switch
               move "more than 2 work states" to reject-reason
             end-if
           end-if
           if not rejected and calendar-found
               and not off-cycle-run
               and em-pay-frequency not = cal-freq-paid (1:1)
             perform check-duplicate-card
           end-if
           .
       check-minimum-wage.
           move em-state-code to mq-state-code
           move em-locality-code to mq-locality-code
           if calendar-found and cal-end-date is numeric then
             move cal-end-date to mq-as-of-date
           else
             move run-date-raw to mq-as-of-date
           end-if
           move em-pay-basis to mq-pay-basis
           move em-pay-rate to mq-pay-rate
           move em-pay-frequency to mq-pay-frequency
           if em-paid-salaried then
             move em-period-salary to mq-period-salary
           else
             move zero to mq-period-salary
           end-if
           call "payminwage" using minimum-wage-request
           move mq-result to resident-minimum-result
      * every other state a day was worked in holds the rate to
      * its own minimum -- the state as keyed on the day, before
      * any reciprocity folds it into the resident's withholding.
      * the locality is the resident's alone, and the exempt
      * level stays the resident state's answer.
           move "N" to work-state-minimum-switch
           move spaces to mq-locality-code
           perform check-one-day-minimum varying day-idx
             from 1 by 1 until day-idx > 7
           if work-state-below-minimum then
             move "M" to mq-result
           else
             move resident-minimum-result to mq-result
           end-if
           .
       check-one-day-minimum.
           if tc-day-hours (day-idx) not = zero
               and tc-day-state (day-idx) not = spaces
               and tc-day-state (day-idx) not = em-state-code then
             move "N" to earlier-day-state-switch
             perform match-earlier-day-state varying day-scan-idx
               from 1 by 1 until day-scan-idx not < day-idx
             if not earlier-day-state then
               move tc-day-state (day-idx) to mq-state-code
               call "payminwage" using minimum-wage-request
               if mq-below-minimum then
                 move "Y" to work-state-minimum-switch
               end-if
             end-if
           end-if
           .
       match-earlier-day-state.
           if tc-day-hours (day-scan-idx) not = zero
               and tc-day-state (day-scan-idx)
                 = tc-day-state (day-idx) then
             move "Y" to earlier-day-state-switch
           end-if
           .
      * pay the first card for an employee and reject any later
      * one this run -- whether it was a true second payment or a
      * double-key is payroll's call, from suspense
             move "Y" to reject-switch
             move "daily hours exceed 24" to reject-reason
           end-if
           if not rejected
               and tc-day-state (day-idx) is not alphabetic then
             move "Y" to reject-switch
             move "work state code not valid" to reject-reason
           end-if
      * a state the rate table doesn't know would withhold at the
      * default rate and post wages under a code that isn't one
           if not rejected
               and tc-day-state (day-idx) not = spaces then
             move tc-day-state (day-idx) to rate-want-state
             perform lookup-state-rate
             if not state-rate-found then
               move "Y" to reject-switch
               move "work state not on rate table" to reject-reason
             end-if
           end-if
           .
      * pull the employee's current pay rate and department from
      * the master file instead of trusting whatever rate is
           move zero to regular-hours regular-pay overtime-hours
             overtime-pay shift-diff-pay temp-pay vac-pay sick-pay
             salary-pay final-payout-pay final-payout-hours
             holiday-hours holiday-pay holiday-worked-hours
             holiday-worked-pay fringe-cash-pay
           move em-pay-rate to work-pay-rate
           perform weigh-split-by-hours varying dist-idx
             from 1 by 1 until dist-idx > 4
      * a salaried employee is paid the period salary off the
      * master, whatever hours the card carries -- the card only
      * contributes pto draws and cost-center splits.  hourly
             move em-period-salary to salary-pay
             move salary-pay to gross-pay
           else
      * the prevailing blend first -- the holiday premium is
      * priced off it like every other hour worked
             perform price-prevailing-wage
             perform mark-holiday-days
             move hours-worked to hours-before-holiday
             subtract holiday-worked-hours from hours-worked
             if daily-overtime-rule and daily-hours-sum not = zero
                 then
               perform compute-daily-overtime
             else
               perform compute-weekly-overtime
             end-if
             move hours-before-holiday to hours-worked
             add holiday-worked-pay to gross-pay
             perform add-shift-pay-entries
             perform compute-holiday-pay
             add fringe-cash-pay to gross-pay
           end-if
      * the supplemental amount rides on top of whatever the
      * basis paid -- no hours, no overtime, priced as keyed
             rewrite employee-master-record
           end-if
           .
      * the card's project splits against the prevailing-wage
      * rows.  a covered split's hours earn the better of the two
      * rates and its cash fringe; the blend spreads them over the
      * regular hours, the uncovered ones at the master rate.  it
      * is a rate per hour worked, holiday hours included -- the
      * overtime paragraphs pay the ordinary hours at it and the
      * holiday premium multiplies it, so no hour loses its share
      * of the uplift.
       price-prevailing-wage.
           move zero to covered-hours covered-pay
           perform price-one-project-split varying dist-idx
             from 1 by 1 until dist-idx > 4
           if covered-hours > hours-worked then
             move hours-worked to covered-hours
           end-if
           if covered-hours not = zero then
             compute work-pay-rate = (covered-pay
               + (hours-worked - covered-hours) * em-pay-rate)
               / hours-worked
           else
             perform weigh-split-by-hours varying dist-idx
               from 1 by 1 until dist-idx > 4
           end-if
           .
       weigh-split-by-hours.
           move tc-dist-hours (dist-idx)
             to dist-split-weight (dist-idx)
           .
       price-one-project-split.
           compute dist-split-weight (dist-idx) =
             tc-dist-hours (dist-idx) * em-pay-rate
           if tc-dist-project (dist-idx) not = spaces
               and tc-dist-hours (dist-idx) not = zero then
             move tc-dist-project (dist-idx) to pv-project
             move em-labor-code to pv-labor-class
             if calendar-found and cal-end-date is numeric then
               move cal-end-date to pv-as-of-date
             else
               move run-date-raw to pv-as-of-date
             end-if
             call "payprevwage" using prevailing-wage-request
             evaluate true
               when pv-covered
                 move em-pay-rate to covered-rate
                 if pv-base-rate > covered-rate then
                   move pv-base-rate to covered-rate
                 end-if
                 add tc-dist-hours (dist-idx) to covered-hours
                 compute covered-pay = covered-pay
                   + tc-dist-hours (dist-idx) * covered-rate
                 compute fringe-cash-pay rounded = fringe-cash-pay
                   + tc-dist-hours (dist-idx) * pv-cash-fringe
                 compute dist-split-weight (dist-idx) =
                   tc-dist-hours (dist-idx)
                   * (covered-rate + pv-cash-fringe)
               when pv-class-missing
                 display "*** " tc-employee-id " CLASS "
                   em-labor-code " HAS NO PREVAILING RATE ON "
                   "PROJECT " pv-project " -- MASTER RATE PAID ***"
             end-evaluate
           end-if
           .
      * the union rule evaluated the way it is written -- each
      * day's hours past the threshold earn the premium, whatever
      * the week adds up to
           end-if
           subtract overtime-hours from hours-worked
             giving regular-hours
           multiply work-pay-rate by overtime-multiplier
             giving overtime-rate
           multiply regular-hours by work-pay-rate giving regular-pay
           multiply overtime-hours by overtime-rate
             giving overtime-pay
           add regular-pay to overtime-pay giving gross-pay
           perform note-wc-premium-exclusion
           .
       sum-one-day-overtime.
           if tc-day-hours (day-idx) > overtime-threshold
               and day-holiday-mult (day-idx) = zero then
             compute overtime-hours = overtime-hours
               + tc-day-hours (day-idx) - overtime-threshold
           end-if
           .
       compute-weekly-overtime.
           if hours-worked > overtime-threshold then
             multiply work-pay-rate by overtime-multiplier
               giving overtime-rate
             move overtime-threshold to regular-hours
             subtract overtime-threshold from hours-worked
               giving overtime-hours
             multiply regular-hours by work-pay-rate giving regular-pay
             multiply overtime-hours by overtime-rate
               giving overtime-pay
             add regular-pay to overtime-pay giving gross-pay
             perform note-wc-premium-exclusion
           else
             move hours-worked to regular-hours
             multiply hours-worked by work-pay-rate giving regular-pay
             move regular-pay to gross-pay
           end-if
           .
       note-wc-premium-exclusion.
           multiply overtime-hours by work-pay-rate
             giving wc-straight-ot-pay
           subtract wc-straight-ot-pay from overtime-pay
             giving wc-premium-exclusion
             add sick-pay to gross-pay
           end-if
           .
      * which of the card's day buckets fall on a holiday of the
      * paying company -- each one's hours are paid at that
      * holiday's premium and kept out of the overtime figures
       mark-holiday-days.
           perform mark-one-holiday-day varying day-idx
             from 1 by 1 until day-idx > 7
           if holiday-worked-hours > hours-worked then
             move hours-worked to holiday-worked-hours
           end-if
           .
       mark-one-holiday-day.
           move zero to day-holiday-mult (day-idx)
           if phd-count not = zero then
             compute day-date-int = cal-start-int + day-idx - 1
             perform match-day-holiday varying phd-idx
               from 1 by 1 until phd-idx > phd-count
             if day-holiday-mult (day-idx) not = zero
                 and tc-day-hours (day-idx) not = zero then
               compute holiday-worked-rate rounded =
                 work-pay-rate * day-holiday-mult (day-idx)
               compute holiday-worked-pay rounded =
                 holiday-worked-pay
                 + tc-day-hours (day-idx) * holiday-worked-rate
               add tc-day-hours (day-idx) to holiday-worked-hours
             end-if
           end-if
           .
       match-day-holiday.
           if phd-date-int (phd-idx) = day-date-int
               and (phd-company (phd-idx) = spaces
                 or phd-company (phd-idx) = cmp-code (pay-company-idx))
               then
             move phd-multiplier (phd-idx) to day-holiday-mult (day-idx)
           end-if
           .
      * the holiday itself -- an active hourly employee of the
      * holiday's company, in one of its labor codes and with the
      * service behind them, is paid its hours at straight time
      * whether or not a card hour was worked that day
       compute-holiday-pay.
           if em-active then
             perform check-one-holiday varying phd-idx
               from 1 by 1 until phd-idx > phd-count
           end-if
           if holiday-hours not = zero then
             multiply holiday-hours by em-pay-rate
               giving holiday-pay rounded
             add holiday-pay to gross-pay
           end-if
           .
       check-one-holiday.
           if phd-company (phd-idx) = spaces
               or phd-company (phd-idx) = cmp-code (pay-company-idx)
               then
             move "N" to holiday-labor-switch
             if phd-labor-code (phd-idx, 1) = spaces
                 and phd-labor-code (phd-idx, 2) = spaces
                 and phd-labor-code (phd-idx, 3) = spaces
                 and phd-labor-code (phd-idx, 4) = spaces
                 and phd-labor-code (phd-idx, 5) = spaces then
               move "Y" to holiday-labor-switch
             else
               perform match-holiday-labor-code varying phd-lc-idx
                 from 1 by 1 until phd-lc-idx > 5
             end-if
      * service counts off the hire date -- a record with no
      * hire date keyed is an old hand, never a new hire
             if holiday-labor-ok and em-hire-date is numeric then
               compute holiday-hire-int = function integer-of-date
                 (function numval (em-hire-date))
               if holiday-hire-int > phd-date-int (phd-idx)
                   or phd-date-int (phd-idx) - holiday-hire-int
                     < phd-min-service (phd-idx) then
                 move "N" to holiday-labor-switch
               end-if
             end-if
             if holiday-labor-ok then
               add phd-hours (phd-idx) to holiday-hours
             end-if
           end-if
           .
       match-holiday-labor-code.
           if phd-labor-code (phd-idx, phd-lc-idx) = em-labor-code
               and em-labor-code not = spaces then
             move "Y" to holiday-labor-switch
           end-if
           .
      * std is the fallback overtime rule for any labor code not
      * carried in the table -- the original 1.5x-past-40 rule
      * a weekly threshold scales with the pay frequency -- two
             giving supp-fed-tax rounded
           subtract supp-fed-portion from disposable-earnings
             giving regular-disposable
           add imputed-total to regular-disposable
           multiply regular-disposable by periods-per-year
             giving annual-disposable-earnings
           multiply em-allowances by fed-allowance-amount
             move fbt-brk-idx to fbt-pick-idx
           end-if
           .
      * wages are split across states by the hours the day buckets
      * carry for each, and each state's share is withheld at that
      * state's rate.  the resident state withholds on its own
      * share, and on a work state's share only what its rate runs
      * above the work state's -- the credit the resident return
      * gives for tax paid to the other state.  a card with no day
      * detail, or every day at home, is one resident-state share
      * figured exactly as it always was.
       compute-state-tax.
           perform build-pay-state-table
           move em-state-code to rate-want-state
           perform lookup-state-rate
           move state-tax-rate to resident-state-rate
           perform allocate-state-wages
           perform figure-one-state-tax varying pst-idx
             from 1 by 1 until pst-idx > pst-count
           move zero to state-tax
           perform sum-one-state-tax varying pst-idx
             from 1 by 1 until pst-idx > pst-count
           add state-tax to yt-ytd-state-tax
           add state-tax to yt-qtd-state-tax
           .
       build-pay-state-table.
           move 1 to pst-count
           move em-state-code to pst-state-code (1)
           move zero to pst-hours (1) pst-wages (1) pst-tax (1)
           move zero to pst-total-hours
           move "N" to pay-state-overflow-switch
           perform note-one-day-state varying day-idx
             from 1 by 1 until day-idx > 7
           .
      * blank, the resident state itself, and any state with a
      * reciprocity agreement with it all land on the resident
      * entry
       note-one-day-state.
           if tc-day-hours (day-idx) not = zero then
             move tc-day-state (day-idx) to day-work-state
             if day-work-state = spaces then
               move em-state-code to day-work-state
             end-if
             perform check-reciprocity
             if states-reciprocal then
               move em-state-code to day-work-state
             end-if
             move 1 to pst-match-idx
             perform match-pay-state varying pst-idx
               from 1 by 1 until pst-idx > pst-count
             if pst-state-code (pst-match-idx) not = day-work-state
                 and pst-count < pay-state-max then
               add 1 to pst-count
               move pst-count to pst-match-idx
               move day-work-state to pst-state-code (pst-count)
               move zero to pst-hours (pst-count)
                 pst-wages (pst-count) pst-tax (pst-count)
             end-if
             if pst-state-code (pst-match-idx) = day-work-state then
               add tc-day-hours (day-idx)
                 to pst-hours (pst-match-idx)
               add tc-day-hours (day-idx) to pst-total-hours
             else
               move "Y" to pay-state-overflow-switch
             end-if
           end-if
           .
       match-pay-state.
           if pst-state-code (pst-idx) = day-work-state then
             move pst-idx to pst-match-idx
           end-if
           .
       check-reciprocity.
           move "N" to reciprocity-switch
           perform match-reciprocity-pair varying rcp-idx
             from 1 by 1 until rcp-idx > rcp-count
           .
       match-reciprocity-pair.
           if rcp-resident-state (rcp-idx) = em-state-code
               and rcp-work-state (rcp-idx) = day-work-state then
             move "Y" to reciprocity-switch
           end-if
           .
      * each work state's share of the disposable by hours, the
      * resident entry taking what is left so the shares foot to
      * the penny.  re-run at the ytd update, since a deduction
      * shortfall can move the disposable after the tax is figured.
       allocate-state-wages.
           move disposable-earnings to pst-wages-left
           perform allocate-one-state-share varying pst-idx
             from 2 by 1 until pst-idx > pst-count
           move pst-wages-left to pst-wages (1)
      * imputed income is resident-state wages -- it has no hours
      * to follow into a work state
           add imputed-total to pst-wages (1)
           .
       allocate-one-state-share.
           compute pst-wages (pst-idx) rounded =
             disposable-earnings * pst-hours (pst-idx)
               / pst-total-hours
           if pst-wages (pst-idx) > pst-wages-left then
             move pst-wages-left to pst-wages (pst-idx)
           end-if
           subtract pst-wages (pst-idx) from pst-wages-left
           .
       figure-one-state-tax.
           if pst-idx = 1 then
             move resident-state-rate to state-tax-rate
           else
             move pst-state-code (pst-idx) to rate-want-state
             perform lookup-state-rate
           end-if
           multiply pst-wages (pst-idx) by periods-per-year
             giving annual-disposable-earnings
      * more familiar syntax
           compute annual-state-tax = annual-disposable-earnings
             * state-tax-rate
           divide annual-state-tax by periods-per-year
             giving pst-tax (pst-idx)
           if pst-idx > 1 and resident-state-rate > state-tax-rate
               then
             subtract state-tax-rate from resident-state-rate
               giving resident-credit-rate
             compute annual-state-tax = annual-disposable-earnings
               * resident-credit-rate
             divide annual-state-tax by periods-per-year
               giving resident-credit-tax
             add resident-credit-tax to pst-tax (1)
           end-if
           .
       sum-one-state-tax.
           add pst-tax (pst-idx) to state-tax
           .
      * a blank locality code owes nothing; an unknown one is a
      * keying error surfaced by paying zero local tax rather
      * back when everyone worked out of the home office
       lookup-state-rate.
           move .0700 to state-tax-rate
           move "N" to state-rate-found-switch
           perform find-state-rate-entry varying str-idx
             from 1 by 1 until str-idx > state-table-size
           .
       find-state-rate-entry.
           if str-state-code (str-idx) = rate-want-state then
             move str-state-rate (str-idx) to state-tax-rate
             move "Y" to state-rate-found-switch
           end-if
           .
      * fica stops being withheld once the gross paid by this
      * employer reaches the social security wage base -- only
      * the part of this period's gross under the cap is taxable
       compute-fica.
           move yq-co-fica-wages to fica-ytd-wages
           add gross-pay imputed-total giving fica-check-wages
           if fica-ytd-wages >= fica-wage-base then
             move zero to ytd-taxable-wage
           else
             if fica-ytd-wages + fica-check-wages <= fica-wage-base
                 then
               move fica-check-wages to ytd-taxable-wage
             else
               subtract fica-ytd-wages from fica-wage-base
                 giving ytd-taxable-wage
             end-if
           end-if
           multiply ytd-taxable-wage by fica-tax-rate giving fica-tax
           move yq-co-ytd-gross to ytd-gross-before-check
           add gross-pay to yt-ytd-gross
           add fica-tax to yt-ytd-fica-tax
           add gross-pay to yt-qtd-gross
           add ytd-taxable-wage to yt-qtd-fica-wages
           add fica-tax to yt-qtd-fica-tax
           add imputed-gtl to yt-ytd-imputed-gtl
           add imputed-other to yt-ytd-imputed-other
           .
      * the employer's side of the same wages -- nothing here is
      * withheld from the employee.  the fica match reuses the
             end-if
           end-if
           .
      * this employee's active taxable fringe benefits, in one
      * keyed pass -- group-term life kept apart from the rest
      * because the w-2 reports it on its own
       load-imputed-income.
           move zero to imputed-gtl imputed-other imputed-total
           if imputed-file-open and not off-cycle-run then
             move tc-employee-id to ii-employee-id
             move spaces to ii-imputed-code
             start imputed-file key not < ii-key
               invalid key move "23" to imputed-status
             end-start
             if imputed-ok then
               perform read-one-imputed-income with test before
                 until imputed-not-found
             end-if
             add imputed-gtl imputed-other giving imputed-total
           end-if
           .
       read-one-imputed-income.
           read imputed-file next record
             at end move "23" to imputed-status
           end-read
           if imputed-ok then
             if ii-employee-id not = tc-employee-id then
               move "23" to imputed-status
             else
               if ii-active and ii-period-amount is numeric then
                 if ii-is-gtl then
                   add ii-period-amount to imputed-gtl
                 else
                   add ii-period-amount to imputed-other
                 end-if
               end-if
             end-if
           end-if
           .
      * this employee's active enrollments in one keyed pass --
      * a code the table doesn't carry is skipped with a console
      * line rather than guessed at
               end-if
             end-if
           else
             if em-is-pay-card then
               perform settle-card-activation
             end-if
             if em-is-pay-card and em-card-active then
               perform write-pay-card-entry
             else
               perform print-check
             end-if
           end-if
           .
      * this employee's allocations off the keyed file -- start at
           add nacha-receiving-dfi-num to nacha-entry-hash
           move "22" to ned-transaction-code
           .
      * a pay card goes through the same prenote window as a
      * deposit account -- the prenote goes to the provider on the
      * card file and the date is stamped on the master, the pay
      * rides a check until the window passes, then the card goes
      * active for good.  empmaint clears both when the card is
      * enrolled or changed, which starts the cycle over.
       settle-card-activation.
           if not em-card-active then
             if em-card-prenote-date = spaces
                 or em-card-prenote-date is not numeric then
               perform write-card-prenote-entry
               move "P" to em-card-status
               move run-date-raw to em-card-prenote-date
               rewrite employee-master-record
             else
               compute prenote-integer = function integer-of-date
                 (function numval (em-card-prenote-date))
               if today-integer - prenote-integer
                   >= prenote-window-days then
                 move "A" to em-card-status
                 rewrite employee-master-record
               end-if
             end-if
           end-if
           .
       write-card-prenote-entry.
           perform build-card-entry-fields
           move zero to ned-amount
           move "23" to ned-transaction-code
           move cmp-code (pay-company-idx) to cw-company
           move nacha-entry-detail-line to cw-data
           write card-work-record
           move "22" to ned-transaction-code
           .
       build-card-entry-fields.
           move em-dd-routing (1:8) to nacha-receiving-dfi-num
           move nacha-receiving-dfi-num to ned-receiving-dfi
           move em-dd-routing (9:1) to ned-check-digit
           move em-dd-account to ned-dfi-account
           move tc-employee-id to ned-individual-id
           move spaces to ned-name-work
           string emp-surname delimited by space
                  ", " delimited by size
                  emp-firstname delimited by space
                  into ned-name-work
           end-string
           move ned-name-work to ned-individual-name
           add 1 to nacha-trace-seq
           move cmp-origin-dfi (pay-company-idx)
             to ned-trace-number (1:8)
           move nacha-trace-seq to ned-trace-number (9:7)
           .
      * the net loaded onto the employee's card -- the entry goes
      * to the provider's funding file, the employee gets the same
      * advice a deposit gets, and the register carries the load
      * under check number zero so the payment is on record
      * without a number the bank will ever see
       write-pay-card-entry.
           perform build-card-entry-fields
           multiply net-pay by 100 giving nacha-amount-cents
           move nacha-amount-cents to ned-amount
           move cmp-code (pay-company-idx) to cw-company
           move nacha-entry-detail-line to cw-data
           write card-work-record
           move "P" to hist-pay-method
           move zero to hist-check-number
           move ned-trace-number to hist-nacha-trace
           move advice-title-line to advice-line
           write advice-line
           move em-dd-account to mk-value
           perform mask-advice-account
           move mk-shown to adc-account
           move net-pay to adc-amount
           move advice-card-line to advice-line
           write advice-line
           move "A" to stub-target
           perform write-pay-stub
           move zero to cr-check-number
           move run-date-raw to cr-check-date
           move employee-name to cr-payee
           move tc-employee-id to cr-employee-id
           move net-pay to cr-amount
           move "P" to cr-status
           write check-register-record
           .
      * one credit entry per allocation -- fixed amounts in
      * sequence order, the last entry taking whatever net is
      * left, the same way the last cost-center split takes the
           if first-entry-trace = spaces then
             move ned-trace-number to first-entry-trace
           end-if
           move al-account (al-idx) to mk-value
           perform mask-advice-account
           move mk-shown to ada-account
           move alloc-take to ada-amount
           move advice-account-line to advice-line
           write advice-line
           .
      * the advice goes in the employee's envelope or the office
      * bin -- never with the full account number on it
       mask-advice-account.
           move "N" to mk-show-full
           call "paymask" using mask-request
           .
      * the number comes off the paying company's own series --
      * the series are keyed to non-overlapping ranges, so a
      * check number still names exactly one check shop-wide
           if regular-pay not = zero then
             move "REGULAR" to ste-caption
             move regular-hours to ste-hours
             move work-pay-rate to ste-rate
             move regular-pay to ste-amount
             move stub-earnings-line to stub-print-work
             perform emit-stub-line
             move stub-earnings-line to stub-print-work
             perform emit-stub-line
           end-if
           if fringe-cash-pay not = zero then
             move "PREVAILING FRINGE" to sta-caption
             move fringe-cash-pay to sta-amount
             move stub-amount-line to stub-print-work
             perform emit-stub-line
           end-if
           if holiday-worked-pay not = zero then
             move "HOLIDAY WORKED" to ste-caption
             move holiday-worked-hours to ste-hours
             move holiday-worked-rate to ste-rate
             move holiday-worked-pay to ste-amount
             move stub-earnings-line to stub-print-work
             perform emit-stub-line
           end-if
           if holiday-pay not = zero then
             move "HOLIDAY" to ste-caption
             move holiday-hours to ste-hours
             move em-pay-rate to ste-rate
             move holiday-pay to ste-amount
             move stub-earnings-line to stub-print-work
             perform emit-stub-line
           end-if
           if vac-pay not = zero then
             move "VACATION" to ste-caption
             move tc-vac-hours to ste-hours
           move gross-pay to sta-amount
           move stub-amount-line to stub-print-work
           perform emit-stub-line
      * memo lines -- taxed as wages above, never paid in cash
           if imputed-gtl not = zero then
             move "IMPUTED GROUP-TERM LIFE" to sta-caption
             move imputed-gtl to sta-amount
             move stub-amount-line to stub-print-work
             perform emit-stub-line
           end-if
           if imputed-other not = zero then
             move "IMPUTED VEHICLE USE" to sta-caption
             move imputed-other to sta-amount
             move stub-amount-line to stub-print-work
             perform emit-stub-line
           end-if
           if pretax-401k-amount not = zero then
             move "401(K) CONTRIBUTION" to sta-caption
             move pretax-401k-amount to sta-amount
           move fed-tax to sta-amount
           move stub-amount-line to stub-print-work
           perform emit-stub-line
           if pst-count > 1 then
             perform print-stub-state-tax varying pst-idx
               from 1 by 1 until pst-idx > pst-count
           else
             move "STATE TAX" to sta-caption
             move state-tax to sta-amount
             move stub-amount-line to stub-print-work
             perform emit-stub-line
           end-if
           move "FICA TAX" to sta-caption
           move fica-tax to sta-amount
           move stub-amount-line to stub-print-work
             move stub-ytd-line to stub-print-work
             perform emit-stub-line
           end-if
           if yt-ytd-imputed-gtl + yt-ytd-imputed-other not = zero
               then
             move "YTD IMPUTED INCOME" to sty-caption
             add yt-ytd-imputed-gtl yt-ytd-imputed-other
               giving sty-amount
             move stub-ytd-line to stub-print-work
             perform emit-stub-line
           end-if
           move lv-vac-balance to stl-vac
           move lv-sick-balance to stl-sick
           move stub-leave-line to stub-print-work
           move stub-separator-line to stub-print-work
           perform emit-stub-line
           .
      * one line per state when the check was split
       print-stub-state-tax.
           move pst-state-code (pst-idx) to ssc-state-code
           move stub-state-caption to sta-caption
           move pst-tax (pst-idx) to sta-amount
           move stub-amount-line to stub-print-work
           perform emit-stub-line
           .
       print-stub-deduction.
           if den-take (den-idx) not = zero then
             move den-description (den-idx) to sta-caption
           move hist-pay-method to ph-pay-method
           move hist-check-number to ph-check-number
           move hist-nacha-trace to ph-nacha-trace
           move imputed-gtl to ph-imputed-gtl
           move imputed-other to ph-imputed-other
           move cmp-code (pay-company-idx) to ph-company-code
           perform copy-state-split-to-history varying pst-idx
             from 1 by 1 until pst-idx > pay-state-max
           .
       copy-state-split-to-history.
           if pst-idx > pst-count then
             move spaces to ph-st-state-code (pst-idx)
             move zero to ph-st-wages (pst-idx) ph-st-tax (pst-idx)
           else
             move pst-state-code (pst-idx) to ph-st-state-code (pst-idx)
             move pst-wages (pst-idx) to ph-st-wages (pst-idx)
             move pst-tax (pst-idx) to ph-st-tax (pst-idx)
           end-if
           .
      * the register and positive-pay lines behind the number just
      * printed -- written together so every number on a live
           multiply net-pay by 100 giving pospay-amount-cents
           move pospay-amount-cents to pp-amount
           move employee-name to pp-payee
           move "I" to pp-status
           move cmp-code (pay-company-idx) to pw-company
           move positive-pay-record to pw-data
           write pospay-work-record
           move ned-trace-number to hist-nacha-trace
           move advice-title-line to advice-line
           write advice-line
           move em-dd-account to mk-value
           perform mask-advice-account
           move mk-shown to ada-account
           move net-pay to ada-amount
           move advice-account-line to advice-line
           write advice-line
      * nacha file and one positive-pay file per entity -- the
      * primary company always gets its files under the classic
      * names, an entity with no activity gets none
      * a company's own run finishes its own files alone -- the
      * others' belong to their own runs
       build-company-output-files.
           perform build-one-company-output varying cmp-out-idx
             from out-first-idx by 1 until cmp-out-idx > out-last-idx
           .
       build-one-company-output.
           perform count-company-nacha-entries
           if cmp-out-idx = 1 or cmp-out-idx = run-company-idx
               or co-nacha-count not = zero then
             perform write-company-nacha-file
           end-if
           perform count-company-card-entries
           if cmp-out-idx = 1 or cmp-out-idx = run-company-idx
               or co-nacha-count not = zero then
             perform write-company-card-file
           end-if
           perform write-company-pospay-file
           .
       count-company-nacha-entries.
             end-if
           end-if
           .
      * the card provider's funding file -- built exactly like
      * the company's nacha file off the card work entries, under
      * its own name and batch description
       count-company-card-entries.
           move zero to co-nacha-count
           open input card-work-file
           move "N" to archive-eof
           perform count-one-card-entry with test before
             until archive-eof-reached
           close card-work-file
           .
       count-one-card-entry.
           read card-work-file
             at end move "T" to archive-eof
           end-read
           if not archive-eof-reached then
             if cw-company = cmp-code (cmp-out-idx) then
               add 1 to co-nacha-count
             end-if
           end-if
           .
       write-company-card-file.
           if cmp-out-idx = 1 then
             move "paycard.dat" to nacha-file-name
           else
             move spaces to nacha-file-name
             string "paycard" delimited by size
                    cmp-code (cmp-out-idx) delimited by size
                    ".dat" delimited by size
                    into nacha-file-name
             end-string
           end-if
           move "PAYCARD" to nbh-entry-desc
           open output direct-deposit-file
           perform write-nacha-file-header
           move zero to co-nacha-count co-nacha-hash co-nacha-credit
           open input card-work-file
           move "N" to archive-eof
           perform copy-one-card-entry with test before
             until archive-eof-reached
           close card-work-file
           perform write-nacha-trailer
           close direct-deposit-file
           move "PAYROLL" to nbh-entry-desc
           .
       copy-one-card-entry.
           read card-work-file
             at end move "T" to archive-eof
           end-read
           if not archive-eof-reached then
             if cw-company = cmp-code (cmp-out-idx) then
               move cw-data to nacha-record
               write nacha-record
               if cw-data (1:1) = "6" then
                 add 1 to co-nacha-count
                 move cw-data (4:8) to co-dfi-work
                 add co-dfi-work to co-nacha-hash
                 move cw-data (30:10) to co-amount-work
                 add co-amount-work to co-nacha-credit
               end-if
             end-if
           end-if
           .
       write-company-pospay-file.
           if cmp-out-idx = 1 then
             move "pospay.dat" to pospay-file-name
             end-string
           end-if
           perform count-company-pospay-lines
           if cmp-out-idx = 1 or cmp-out-idx = run-company-idx
               or co-pospay-count not = zero then
             open output positive-pay-file
             open input pospay-work-file
             move "N" to archive-eof
           move cmp-next-check (cmp-idx) to co-next-check-number
           write company-control-record
           .
      * one consumed line per company whose series moved -- every
      * number from where the series stood at the start of the run
      * to the last one printed, whatever became of the check
       write-stock-consumption.
           open extend check-stock-file
           if check-stock-status not = "00" then
             open output check-stock-file
           end-if
           perform write-one-stock-consumption varying cmp-idx
             from out-first-idx by 1 until cmp-idx > out-last-idx
           close check-stock-file
           .
       write-one-stock-consumption.
           if cmp-next-check (cmp-idx)
               > run-first-check (cmp-idx) then
             move "C" to cs-entry-type
             move cmp-code (cmp-idx) to cs-company-code
             move run-date-raw to cs-entry-date
             move run-first-check (cmp-idx) to cs-first-serial
             compute cs-last-serial = cmp-next-check (cmp-idx) - 1
             move "PAY" to cs-source
             move operator-id to cs-operator
             write check-stock-record
           end-if
           .
      * debit wages expense for the run's total gross, credit cash
      * for the total net actually paid out, and credit each tax
      * liability account for what was withheld -- the entry
      * period they're actually released and paid
       write-gl-extract.
           perform derive-company-gl-totals
           perform derive-interco-totals varying dgl-idx
             from 1 by 1 until dgl-idx > dgl-count
           move function current-date (1:8) to gl-run-date
           if off-cycle-run then
             move "OFF" to gl-source
             move "REG" to gl-source
           end-if
           perform write-company-gl-extract varying cmp-out-idx
             from out-first-idx by 1 until cmp-out-idx > out-last-idx
           if run-all-companies then
             perform clear-payer-interco-files varying ico-payer-idx
               from 1 by 1 until ico-payer-idx > cmp-count
           else
             perform write-interco-owner-file varying cmp-out-idx
               from 1 by 1 until cmp-out-idx > cmp-count
           end-if
           .
      * a company's own run can't write the extract of an owner
      * whose projects its people worked -- that extract is the
      * owner's run's to write.  the owner's side of the entry
      * (the wages on its projects, the burden that moves with
      * them and what it owes the payer) goes on a file of its
      * own named for the payer and the owner, which glbalance
      * foots with the rest.  every pair is rewritten each run so
      * a file left from a backed-out run can't post twice.
       write-interco-owner-file.
           if cmp-out-idx not = run-company-idx then
             move run-company-idx to ico-payer-idx
             move cmp-out-idx to ico-owner-idx
             perform build-interco-extract-name
             open output gl-extract
             if cgl-interco-count (cmp-out-idx) not = zero then
               perform write-owner-side-lines
             end-if
             close gl-extract
           end-if
           .
       write-owner-side-lines.
           perform write-one-wages-line varying dgl-idx
             from 1 by 1 until dgl-idx > dgl-count
           move run-company-idx to ico-idx
           perform write-interco-lines
           if cgl-burden-in (cmp-out-idx) not = zero then
             move "610000" to gl-account-code
             move "PAYROLL TAX EXPENSE" to gl-account-name
             move "PRTAXE" to gla-want-type
             move spaces to gla-want-cc
             perform resolve-gl-account
             move "D" to gl-debit-credit
             move cgl-burden-in (cmp-out-idx) to gl-amount
             write gl-extract-record
           end-if
           .
      * a combined run writes the owners' sides into their own
      * extracts, so whatever the companies' own runs left on
      * the pair files is emptied
       clear-payer-interco-files.
           perform clear-one-interco-file varying ico-owner-idx
             from 1 by 1 until ico-owner-idx > cmp-count
           .
       clear-one-interco-file.
           if ico-owner-idx not = ico-payer-idx then
             perform build-interco-extract-name
             open output gl-extract
             close gl-extract
           end-if
           .
       build-interco-extract-name.
           move spaces to gl-extract-name
           string "glic" delimited by size
                  cmp-code (ico-payer-idx) delimited by size
                  cmp-code (ico-owner-idx) delimited by size
                  ".dat" delimited by size
                  into gl-extract-name
           end-string
           .
      * read the register work detail back and pool the disbursed
      * buckets by company -- held lines never add in, which is
           add rwi-suta to cgl-suta (pay-company-idx)
           add rwi-supp to cgl-supp (pay-company-idx)
           add rwi-ovr-recovered to cgl-ovr (pay-company-idx)
           add rwi-holiday to cgl-holiday (pay-company-idx)
           .
       find-register-line-company.
           move 1 to pay-company-idx
             move cmp-idx to pay-company-idx
           end-if
           .
      * wages one company paid on another's project -- the payer
      * is owed the wages and their employer taxes, and the tax
      * expense moves with them to the owner
       derive-interco-totals.
           if dgl-owner (dgl-idx) not = dgl-company (dgl-idx) then
             move 1 to ico-payer-idx
             move 1 to ico-owner-idx
             perform match-interco-companies varying ico-idx
               from 1 by 1 until ico-idx > cmp-count
             add dgl-dollars (dgl-idx) dgl-burden (dgl-idx)
               to ico-amount (ico-payer-idx, ico-owner-idx)
             add dgl-burden (dgl-idx)
               to cgl-burden-out (ico-payer-idx)
             add dgl-burden (dgl-idx)
               to cgl-burden-in (ico-owner-idx)
             add 1 to cgl-interco-count (ico-payer-idx)
             add 1 to cgl-interco-count (ico-owner-idx)
           end-if
           .
       match-interco-companies.
           if cmp-code (ico-idx) = dgl-company (dgl-idx) then
             move ico-idx to ico-payer-idx
           end-if
           if cmp-code (ico-idx) = dgl-owner (dgl-idx) then
             move ico-idx to ico-owner-idx
           end-if
           .
      * the primary company's extract is always produced, the
      * classic file name and all; an entity that paid nobody
      * this run and owns no project anyone else worked gets no
      * file
       write-company-gl-extract.
           if cmp-out-idx = 1 or cmp-out-idx = run-company-idx
               or cgl-line-count (cmp-out-idx) not = zero
               or cgl-interco-count (cmp-out-idx) not = zero then
             perform build-gl-extract-name
             open output gl-extract
             perform write-company-gl-lines
      * by never having been distributed
           perform write-one-wages-line varying dgl-idx
             from 1 by 1 until dgl-idx > dgl-count
      * the intercompany balances -- due from each owner whose
      * projects this company's people worked, due to each payer
      * whose people worked this company's projects
           perform write-interco-lines varying ico-idx
             from 1 by 1 until ico-idx > cmp-count
      * bonuses, commissions and severance -- their own expense
      * debit beside the cost-center wages, which exclude them
           if cgl-supp (cmp-out-idx) not = zero then
             move cgl-supp (cmp-out-idx) to gl-amount
             write gl-extract-record
           end-if
      * holiday pay -- its own wages expense debit, left out of
      * the cost-center wages the same way
           if cgl-holiday (cmp-out-idx) not = zero then
             move "640000" to gl-account-code
             move "HOLIDAY WAGES EXPENSE" to gl-account-name
             move "HOLWAG" to gla-want-type
             move spaces to gla-want-cc
             perform resolve-gl-account
             move "D" to gl-debit-credit
             move cgl-holiday (cmp-out-idx) to gl-amount
             write gl-extract-record
           end-if
           move "100000" to gl-account-code
           move "CASH" to gl-account-name
           move "CASH" to gla-want-type
           end-if
      * the employer's own burden -- one expense debit and a
      * liability credit per tax, so glextract.dat carries the
      * complete payroll posting instead of the withheld half.
      * the liabilities stay with the payer, who remits them; the
      * expense on another company's project goes with the wages
           compute er-gl-amount =
             cgl-er-fica (cmp-out-idx)
             + cgl-futa (cmp-out-idx)
             + cgl-suta (cmp-out-idx)
             - cgl-burden-out (cmp-out-idx)
             + cgl-burden-in (cmp-out-idx)
           move "610000" to gl-account-code
           move "PAYROLL TAX EXPENSE" to gl-account-name
           move "PRTAXE" to gla-want-type
           move cgl-suta (cmp-out-idx) to gl-amount
           write gl-extract-record
           .
      * the counterparty's code rides as the cost center, so the
      * account map can give each company pair its own accounts
       write-interco-lines.
           if ico-idx not = cmp-out-idx then
             if ico-amount (cmp-out-idx, ico-idx) not = zero then
               move "140000" to gl-account-code
               move spaces to gl-account-name
               string "INTERCO DUE FROM CO " delimited by size
                      cmp-code (ico-idx) delimited by size
                      into gl-account-name
               end-string
               move "ICDUEF" to gla-want-type
               move cmp-code (ico-idx) to gla-want-cc
               perform resolve-gl-account
               move "D" to gl-debit-credit
               move ico-amount (cmp-out-idx, ico-idx) to gl-amount
               write gl-extract-record
             end-if
             if ico-amount (ico-idx, cmp-out-idx) not = zero then
               move "280000" to gl-account-code
               move spaces to gl-account-name
               string "INTERCO DUE TO CO " delimited by size
                      cmp-code (ico-idx) delimited by size
                      into gl-account-name
               end-string
               move "ICDUET" to gla-want-type
               move cmp-code (ico-idx) to gla-want-cc
               perform resolve-gl-account
               move "C" to gl-debit-credit
               move ico-amount (ico-idx, cmp-out-idx) to gl-amount
               write gl-extract-record
             end-if
           end-if
           .
      * one remittance line per locality -- what payroll sends
      * each city, summed from the run's own detail
       print-local-remittance.
           write local-remit-line
           .
      * sort the distribution detail by project, print the report
      * with a subtotal per project, and bank each line by project,
      * payer and owner for the cost-center wage posting the gl
      * extract writes next -- reading the detail back off the
      * file means a restarted run still posts the pre-restart
      * splits
       print-labor-distribution.
           sort dist-sort-work on ascending key ds-project
               ds-employee-id
           if not dist-report-eof-reached then
             if dist-is-first-record then
               move lds-project to previous-project
               move "N" to dist-first-record
             end-if
             if lds-project not = previous-project then
               perform print-dist-subtotal
               move lds-project to previous-project
             end-if
             move lds-project to dpl-project
             move lds-department to dpl-department
             write dist-print-line
             add lds-hours to project-total-hours
             add lds-dollars to project-total-dollars
             perform bank-dist-gl-line
           end-if
           .
       print-dist-subtotal.
           move project-total-dollars to dst-dollars
           move dist-subtotal-line to dist-print-line
           write dist-print-line
           move zero to project-total-hours project-total-dollars
           .
      * a project can be worked by more than one company's people,
      * so the wages bank per project, payer and owner -- detail
      * written before owners were carried reads back a blank
      * owner and stays with its payer
       bank-dist-gl-line.
           if lds-owner-company = spaces then
             move lds-company to lds-owner-company
           end-if
           if lds-burden is not numeric then
             move zero to lds-burden
           end-if
           move "N" to dgl-found-switch
           perform find-dist-gl-entry varying dgl-idx
             from 1 by 1 until dgl-idx > dgl-count
           if not dgl-found then
             if dgl-count < dist-gl-max then
               add 1 to dgl-count
               move lds-project to dgl-project (dgl-count)
               move lds-company to dgl-company (dgl-count)
               move lds-owner-company to dgl-owner (dgl-count)
               move lds-dollars to dgl-dollars (dgl-count)
               move lds-burden to dgl-burden (dgl-count)
             else
               display "*** MORE THAN " dist-gl-max " COST "
                 "CENTERS -- WAGES POSTED TO THE LAST ONE ***"
               add lds-dollars to dgl-dollars (dist-gl-max)
               add lds-burden to dgl-burden (dist-gl-max)
             end-if
           end-if
           .
       find-dist-gl-entry.
           if dgl-project (dgl-idx) = lds-project
               and dgl-company (dgl-idx) = lds-company
               and dgl-owner (dgl-idx) = lds-owner-company then
             move "Y" to dgl-found-switch
             add lds-dollars to dgl-dollars (dgl-idx)
             add lds-burden to dgl-burden (dgl-idx)
           end-if
           .
      * only the cost centers that belong to the company whose
      * extract is being written -- each entity's wages post to
      * its own file, and a project's wages post to the company
      * that owns it whoever paid them
       write-one-wages-line.
           if dgl-owner (dgl-idx) = cmp-code (cmp-out-idx) then
             move "600000" to gl-account-code
             move spaces to gl-account-name
             string "WAGES EXPENSE CC " delimited by size
           move suta-tax to rw-suta
           move tc-supp-amount to rw-supp
           move ovr-taken-total to rw-ovr-recovered
           move holiday-pay to rw-holiday
           write register-work-record
           add 1 to reg-employee-count
           add gross-pay to reg-total-gross
      * the series position the next run starts from -- rewritten
      * only at a clean finish; a restart mid-run leans on the
      * checkpoint copy instead
      * a company's own run owns only its own check series --
      * what the other companies' runs did to theirs meanwhile is
      * taken back off compctl.dat and checkctl.dat before either
      * is rewritten, so runs side by side can't wind each
      * other's series back
       refresh-other-company-series.
           open input company-control-file
           if company-control-status = "00" then
             move "N" to company-eof
             perform refresh-one-company-series with test before
               until company-eof-reached
             close company-control-file
           end-if
           open input check-number-control
           if check-control-status = "00" then
             read check-number-control
               at end move zero to ckc-next-check-number
                 ckc-next-trace-seq
             end-read
             if run-company-idx not = 1
                 and ckc-next-check-number > cmp-next-check (1) then
               move ckc-next-check-number to cmp-next-check (1)
             end-if
             if ckc-next-trace-seq is numeric
                 and ckc-next-trace-seq > nacha-trace-seq then
               move ckc-next-trace-seq to nacha-trace-seq
             end-if
             close check-number-control
           end-if
           .
       refresh-one-company-series.
           read company-control-file
             at end move "T" to company-eof
           end-read
           if not company-eof-reached then
             perform match-refreshed-company varying cmp-idx
               from 1 by 1 until cmp-idx > cmp-count
           end-if
           .
       match-refreshed-company.
           if cmp-code (cmp-idx) = co-company-code
               and cmp-idx not = run-company-idx
               and co-next-check-number is numeric then
             move co-next-check-number to cmp-next-check (cmp-idx)
           end-if
           .
       write-check-number-control.
           move cmp-next-check (1) to ckc-next-check-number
           move nacha-trace-seq to ckc-next-trace-seq
       copy-company-series-to-ckpt.
           move cmp-next-check (cmp-idx)
             to ckpt-co-next-check (cmp-idx)
           move run-first-check (cmp-idx)
             to ckpt-co-first-check (cmp-idx)
           .
      * compare this run's counts against the control card and
      * shout about it if they don't match -- a truncated
           .
       copy-days-to-suspense.
           move tc-day-hours (day-idx) to su-day-hours (day-idx)
           move tc-day-state (day-idx) to su-day-state (day-idx)
           .
       clean-up.
            if regular-run or trial-run then
            end-if.
            close empmast.
            close ytd-file.
            move "C" to yq-function.
            call "payytdco" using ytd-company-request ytd-record.
            close suspense-file.
            close held-pay-file.
            close garnishment-file.
            close arrears-file.
            close deposit-alloc-file.
            close ded-enroll-file.
            if imputed-file-open then
              close imputed-file
            end-if.
            close overpay-file.
            close exception-listing.
            close manual-review-listing.
                perform archive-printed-checks
              end-if
              close labor-dist-file
              if regular-run then
                perform archive-labor-distribution
              end-if
              close wc-detail-file
              close local-tax-file
              close garnish-remit-file
              close k401-remit-file
              close check-register
              close nacha-work-file
              close card-work-file
              close pospay-work-file
              if not run-all-companies then
                perform refresh-other-company-series
              end-if
              perform write-check-number-control
              perform write-company-control
              perform write-stock-consumption
              perform build-company-output-files
              perform print-labor-distribution
              perform print-local-remittance
      * the period goes on record as posted with the run's totals
      * -- what stops a second run and what the gl balancing edit
      * crosses against before accounting posts the extract
      * a company's own run posts its own row, and the period
      * goes posted -- with every company's totals summed -- once
      * the last company has
       post-period-control.
           if run-all-companies then
             move reg-employee-count to prl-employee-count
             move reg-total-gross to prl-total-gross
             move reg-total-net to prl-total-net
             move reg-held-gross to prl-held-gross
             move reg-held-net to prl-held-net
             perform write-period-record
           else
             perform post-company-period
             perform roll-up-company-periods
             if prl-posted-count = cmp-count then
               perform write-period-record
               display "PERIOD " ctl-pay-period " POSTED -- EVERY "
                 "COMPANY HAS RUN"
             else
               display "COMPANY " run-company-code " POSTED -- "
                 prl-posted-count " OF " cmp-count " COMPANIES HAVE "
                 "RUN PERIOD " ctl-pay-period
             end-if
           end-if
           .
       post-company-period.
           open i-o company-period-file
           if company-period-not-found then
             open output company-period-file
             close company-period-file
             open i-o company-period-file
           end-if
           move ctl-pay-period to cp-pay-period
           move run-company-code to cp-company-code
           read company-period-file
             invalid key move "23" to company-period-status
           end-read
           move "P" to cp-status
           move run-date-raw to cp-run-date
           move reg-employee-count to cp-employee-count
           move reg-total-gross to cp-total-gross
           move reg-total-net to cp-total-net
           move reg-held-gross to cp-held-gross
           move reg-held-net to cp-held-net
           move operator-id to cp-run-operator
           if company-period-ok then
             rewrite company-period-record
           else
             write company-period-record
           end-if
           close company-period-file
           .
       roll-up-company-periods.
           move zero to prl-posted-count prl-employee-count
             prl-total-gross prl-total-net prl-held-gross
             prl-held-net
           open input company-period-file
           perform roll-up-one-company varying cmp-idx
             from 1 by 1 until cmp-idx > cmp-count
           close company-period-file
           .
       roll-up-one-company.
           move ctl-pay-period to cp-pay-period
           move cmp-code (cmp-idx) to cp-company-code
           read company-period-file
             invalid key move "23" to company-period-status
           end-read
           if company-period-ok and cp-posted then
             add 1 to prl-posted-count
             add cp-employee-count to prl-employee-count
             add cp-total-gross to prl-total-gross
             add cp-total-net to prl-total-net
             add cp-held-gross to prl-held-gross
             add cp-held-net to prl-held-net
           end-if
           .
       write-period-record.
           open i-o period-control-file
           if period-control-not-found then
             open output period-control-file
           end-if
           move "P" to pd-status
           move run-date-raw to pd-run-date
           move prl-employee-count to pd-employee-count
           move prl-total-gross to pd-total-gross
           move prl-total-net to pd-total-net
           move prl-held-gross to pd-held-gross
           move prl-held-net to pd-held-net
           move operator-id to pd-run-operator
           if period-control-ok then
             rewrite period-control-record
      * reviews are logged and the run still posted, so they only
      * warn
       set-run-status.
           if not run-all-companies then
             display "COMPANY " run-company-code " RUN -- "
               other-company-count " CARD(S) LEFT FOR THE OTHER "
               "COMPANIES' RUNS"
           end-if
           if trial-run then
             display "TRIAL RUN -- NOTHING POSTED, NOTHING PAID"
           end-if
