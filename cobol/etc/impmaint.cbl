       identification division.
       program-id. impmaint.
       author. charles r. martin.
       date-written. 2026-sep-09.
      * imputed-income maintenance -- add, change, or stop one
      * employee's taxable fringe benefit per pass, in the same
      * operator-prompt style as dedmaint.  two codes are carried:
      * gtl, the irs table cost of group-term life coverage over
      * $50,000, and auto, the personal-use value of a company
      * vehicle.  accounting works out the per-period figure; the
      * payroll run adds whatever is active here to the taxable
      * wages every period the employee is paid, so the tax is
      * withheld as the benefit is used instead of landing on one
      * december check.
       environment division.
       input-output section.
       file-control.
           select imputed-file
             assign to "imputed.dat"
               organization is indexed
               access mode is dynamic
               record key is ii-key
               file status is imputed-status.
       data division.
       file section.
       fd imputed-file.
           copy imprec.
       working-storage section.
       01 imputed-status     pic x(02).
           88 imputed-ok           value "00".
           88 imputed-not-found    value "23", "35".
       01 done-switch        pic x value "N".
           88 operator-is-done   value "Y".
       01 operator-id        pic x(10).
       01 maint-action       pic x(01).
           88 action-is-add        value "A".
           88 action-is-change     value "C".
           88 action-is-stop       value "S".
       01 lookup-employee-id pic x(05).
       01 lookup-imputed-code pic x(04).
           88 lookup-code-valid    value "GTL ", "AUTO".
       01 edit-switch        pic x.
           88 fields-good      value "N".
           88 fields-bad       value "Y".
      * amounts are keyed as digits with an implied decimal and
      * class-tested before they go near the file, same convention
      * as the other maintenance programs
       01 answer-amount      pic x(07).
       01 answer-amount-num redefines answer-amount pic 9(05)v99.
       procedure division.
       begin.
           display "ENTER OPERATOR ID: "
           accept operator-id
           perform open-imputed-file.
           perform maintain-one-benefit with test before
             until operator-is-done.
           close imputed-file.
           stop run.
      * an indexed file has to exist before it can be opened i-o --
      * the first session against a brand-new install creates it
       open-imputed-file.
           open i-o imputed-file
           if imputed-not-found then
             open output imputed-file
             close imputed-file
             open i-o imputed-file
           end-if
           .
       maintain-one-benefit.
           display "EMPLOYEE ID (BLANK TO QUIT): "
           accept lookup-employee-id
           if lookup-employee-id = spaces then
             move "Y" to done-switch
           else
             display "IMPUTED CODE (GTL=GROUP-TERM LIFE, "
               "AUTO=VEHICLE): "
             accept lookup-imputed-code
             if not lookup-code-valid then
               display "*** CODE " lookup-imputed-code " IS NOT "
                 "GTL OR AUTO ***"
             else
               display "ACTION (A=ADD, C=CHANGE, S=STOP): "
               accept maint-action
               evaluate true
                 when action-is-add
                   perform add-benefit
                 when action-is-change
                   perform change-benefit
                 when action-is-stop
                   perform stop-benefit
                 when other
                   display "*** UNKNOWN ACTION -- " maint-action
                     " ***"
               end-evaluate
             end-if
           end-if
           .
       add-benefit.
           perform lookup-benefit
           if imputed-ok then
             display "*** " lookup-employee-id "/"
               lookup-imputed-code " ALREADY ON FILE ***"
           else
             move spaces to imputed-income-record
             move lookup-employee-id to ii-employee-id
             move lookup-imputed-code to ii-imputed-code
             move zero to ii-period-amount
             move "A" to ii-status
             perform accept-benefit-fields
             perform edit-benefit-fields
             if fields-good then
               write imputed-income-record
               display "IMPUTED INCOME ADDED"
             end-if
           end-if
           .
       change-benefit.
           perform lookup-benefit
           if imputed-ok then
             perform display-benefit
             perform accept-benefit-fields
             perform edit-benefit-fields
             if fields-good then
               rewrite imputed-income-record
               display "IMPUTED INCOME CHANGED"
             end-if
           else
             display "*** NO IMPUTED INCOME " lookup-employee-id
               "/" lookup-imputed-code " ON FILE ***"
           end-if
           .
      * a stopped benefit keeps its record -- coverage that drops
      * under $50,000 mid-year can be restarted with a change
       stop-benefit.
           perform lookup-benefit
           if imputed-ok then
             move "S" to ii-status
             rewrite imputed-income-record
             display "IMPUTED INCOME STOPPED"
           else
             display "*** NO IMPUTED INCOME " lookup-employee-id
               "/" lookup-imputed-code " ON FILE ***"
           end-if
           .
       lookup-benefit.
           move lookup-employee-id to ii-employee-id
           move lookup-imputed-code to ii-imputed-code
           read imputed-file
             invalid key move "23" to imputed-status
           end-read
           .
       display-benefit.
           display " "
           display "IMPUTED INCOME " ii-employee-id "/"
             ii-imputed-code
           display "  PER PERIOD   : " ii-period-amount
           display "  STATUS       : " ii-status
           display " "
           .
      * an empty response leaves the field as it stands -- the
      * operator only has to key what is actually changing
       accept-benefit-fields.
           move "N" to edit-switch
           display "PER-PERIOD AMOUNT NNNNNCC (BLANK TO LEAVE AS "
             "IS): "
           accept answer-amount
           if answer-amount not = spaces then
             if answer-amount is numeric then
               move answer-amount-num to ii-period-amount
             else
               move "Y" to edit-switch
             end-if
           end-if
           display "STATUS A=ACTIVE S=STOPPED (BLANK=AS IS): "
           accept answer-amount
           if answer-amount not = spaces then
             move answer-amount (1:1) to ii-status
           end-if
           .
      * an active benefit with no amount would tax nothing every
      * period and look enrolled -- refuse it
       edit-benefit-fields.
           if edit-switch = "Y" then
             display "*** AMOUNTS MUST BE NUMERIC WITH IMPLIED "
               "DECIMAL, E.G. 0001250 FOR 12.50 ***"
           end-if
           if ii-active and ii-period-amount = zero then
             move "Y" to edit-switch
             display "*** AN ACTIVE BENEFIT NEEDS A PER-PERIOD "
               "AMOUNT ***"
           end-if
           if ii-status not = "A" and "S" then
             move "Y" to edit-switch
             display "*** STATUS MUST BE A OR S ***"
           end-if
           if fields-bad then
             display "*** NOT UPDATED -- CORRECT AND RE-KEY ***"
           end-if
           .
       end program impmaint.
