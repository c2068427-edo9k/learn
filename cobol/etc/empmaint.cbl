      * maintenance action writes a before/after image of the
      * record to the audit file, stamped with the operator id and
      * the date, so "who changed this pay rate and what was it
      * before" can be answered from the data.  the eeo-1
      * demographic fields have an action of their own, open only
      * to an operator with human resources authorization, and
      * show nowhere else.
       environment division.
       input-output section.
       file-control.
           02 ea-date            pic x(08).
           02 ea-time            pic x(06).
           02 ea-operator        pic x(10).
      * a=add, c=change, i=inactivate, t=terminate, r=rehire,
      * e=eeo data -- same letters the operator keys at the action
      * prompt
           02 ea-action          pic x(01).
           02 ea-employee-id     pic x(05).
           02 ea-before-image    pic x(200).
       01 done-switch        pic x value "N".
           88 operator-is-done   value "Y".
       01 operator-id        pic x(10).
      * the full-view sign-on -- a password and the view-
      * sensitive-data authorization show the full ssn and account
      * numbers on this screen, each showing logged; without them
      * every one shows as its last four
       01 operator-password  pic x(10).
       01 full-view-switch   pic x(01) value "N".
           88 full-view-granted value "Y".
      * the eeo action's own sign-on, asked the first time it is
      * used in a session
       01 hr-access-switch   pic x(01) value "N".
           88 hr-access-granted value "Y".
           copy signreq.
           copy maskreq.
       01 maint-action       pic x(01).
           88 action-is-add        value "A".
           88 action-is-change     value "C".
           88 action-is-inactivate value "I".
           88 action-is-terminate  value "T".
           88 action-is-rehire     value "R".
           88 action-is-eeo        value "E".
       01 lookup-employee-id pic x(05).
      * image of the record as it stood before this action -- what
      * goes in the audit line's before column.  spaces for an add,
       01 answer-salary      pic x(07).
       01 answer-salary-num redefines answer-salary pic 9(05)v99.
       01 answer-allowances  pic x(02).
       01 answer-step        pic x(02).
      * the disbursement fields as they stood before this pass --
      * a pay card whose routing or account changes has to go
      * back through its prenote window
       01 prior-dd-indicator pic x(01).
       01 prior-dd-routing   pic x(09).
       01 prior-dd-account   pic x(17).
      * the identity the ssa verified, as it stood before this
      * pass -- rekeying any of it sends the record back through
      * verification
       01 prior-ssn          pic x(09).
       01 prior-employee-name pic x(25).
       01 prior-birth-date   pic x(08).
      * per-state withholding table -- the same states and rates
      * the payroll run carries, used here only to answer "is this
      * a state code the rate table knows about"
       01 routing-quotient   pic 9(03) usage comp.
       01 routing-remainder  pic 9(03) usage comp.
       01 rd-idx             pic 9(02) usage comp.
      * the shared minimum-wage check -- the rate or salary keyed
      * is priced as of today
           copy minwreq.
       01 today-date         pic x(08).
       procedure division.
       begin.
           perform initialize-program.
       initialize-program.
           display "ENTER OPERATOR ID: "
           accept operator-id
           perform sign-on-full-view
           perform open-employee-master
           open extend audit-file
           if audit-file-status not = "00" then
             open output audit-file
           end-if
           .
      * an operator with the view-sensitive-data authorization can
      * sign on with a password for full values -- a blank password
      * keeps the screen masked
       sign-on-full-view.
           display "PASSWORD FOR FULL SSN/ACCOUNT VIEW (BLANK "
             "FOR MASKED): "
           accept operator-password
           if operator-password not = spaces then
             move operator-id to sr-operator-id
             move operator-password to sr-password
             move "S" to sr-required-auth
             move "empmaint" to sr-program-name
             call "paysignon" using signon-request
             if sr-authorized then
               move "Y" to full-view-switch
             else
               display "*** NOT AUTHORIZED TO VIEW SENSITIVE "
                 "DATA -- SSN AND ACCOUNT NUMBERS MASKED ***"
             end-if
           end-if
           .
      * an indexed file has to exist before it can be opened i-o --
      * the first maintenance session against a brand-new install
      * creates it, same as paychecks does for the suspense file
             move "Y" to done-switch
           else
             display "ACTION (A=ADD, C=CHANGE, I=INACTIVATE, "
               "T=TERMINATE, R=REHIRE, E=EEO DATA): "
             accept maint-action
             evaluate true
               when action-is-add
                 perform inactivate-employee
               when action-is-terminate
                 perform terminate-employee
               when action-is-rehire
                 perform rehire-employee
               when action-is-eeo
                 perform maintain-eeo-data
               when other
                 display "*** UNKNOWN ACTION -- " maint-action " ***"
             end-evaluate
             move zero to em-pay-rate
             move zero to em-period-salary
             move zero to em-allowances
             move zero to em-wage-step
             move "A" to em-status
             perform accept-employee-fields
             perform edit-employee-fields
             if em-period-salary is not numeric then
               move zero to em-period-salary
             end-if
      * nor does one written before the wage-scale step existed --
      * off the scale
             if em-wage-step is not numeric then
               move zero to em-wage-step
             end-if
             perform display-employee
             perform accept-employee-fields
             perform edit-employee-fields
               " NOT ON MASTER FILE ***"
           end-if
           .
      * a rehire puts a terminated employee back to work on the
      * record they left -- history and ytd stay with the id.  the
      * hire date becomes the rehire date, the termination and any
      * unpaid final-check flag come off, and the audit line's t
      * to a status change is what the new-hire report picks up.
       rehire-employee.
           perform lookup-employee
           if empmast-ok then
             if em-terminated then
               move employee-master-record to before-image
               display "REHIRE DATE (YYYYMMDD): "
               accept answer-text
               if answer-text (1:8) is numeric
                   and answer-text (9:9) = spaces then
                 move answer-text (1:8) to em-hire-date
                 move "A" to em-status
                 move spaces to em-term-date
                 move "N" to em-final-check
                 rewrite employee-master-record
                 perform write-audit-record
                 display "EMPLOYEE " em-employee-id " REHIRED"
               else
                 display "*** REHIRE DATE MUST BE YYYYMMDD -- "
                   "NOT UPDATED ***"
               end-if
             else
               display "*** EMPLOYEE " lookup-employee-id
                 " IS NOT TERMINATED -- USE C TO CHANGE ***"
             end-if
           else
             display "*** EMPLOYEE " lookup-employee-id
               " NOT ON MASTER FILE ***"
           end-if
           .
      * the eeo-1 self-identification -- shown and keyed only
      * here, behind the human resources sign-on
       maintain-eeo-data.
           if not hr-access-granted then
             perform sign-on-hr
           end-if
           if hr-access-granted then
             perform lookup-employee
             if empmast-ok then
               move employee-master-record to before-image
               display " "
               display "EMPLOYEE " em-employee-id " -- "
                 em-employee-name
               display "  SEX           : " em-eeo-sex
               display "  RACE/ETHNICITY: " em-eeo-race
               display "  JOB CATEGORY  : " em-eeo-job-category
               display " "
               perform accept-eeo-fields
               perform edit-eeo-fields
               if fields-good then
                 rewrite employee-master-record
                 perform write-audit-record
                 display "EEO DATA FOR EMPLOYEE " em-employee-id
                   " CHANGED"
               end-if
             else
               display "*** EMPLOYEE " lookup-employee-id
                 " NOT ON MASTER FILE ***"
             end-if
           end-if
           .
       sign-on-hr.
           display "PASSWORD FOR EEO DATA: "
           accept operator-password
           move operator-id to sr-operator-id
           move operator-password to sr-password
           move "H" to sr-required-auth
           move "empmaint" to sr-program-name
           call "paysignon" using signon-request
           if sr-authorized then
             move "Y" to hr-access-switch
           else
             display "*** NOT AUTHORIZED TO MAINTAIN EEO DATA ***"
           end-if
           .
       accept-eeo-fields.
           display "SEX M/F (BLANK TO LEAVE AS IS): "
           accept answer-text
           if answer-text not = spaces then
             move answer-text to em-eeo-sex
           end-if
           display "RACE/ETHNICITY H=HISPANIC OR LATINO, W=WHITE, "
             "B=BLACK,"
           display "  P=HAWAIIAN/PACIFIC ISLANDER, A=ASIAN, "
             "I=AMERICAN INDIAN/ALASKA NATIVE,"
           display "  T=TWO OR MORE (BLANK TO LEAVE AS IS): "
           accept answer-text
           if answer-text not = spaces then
             move answer-text to em-eeo-race
           end-if
           display "JOB CATEGORY A=EXEC/SENIOR MGRS, B=FIRST/MID "
             "MGRS, C=PROFESSIONALS,"
           display "  D=TECHNICIANS, E=SALES, F=ADMIN SUPPORT, "
             "G=CRAFT, H=OPERATIVES,"
           display "  I=LABORERS/HELPERS, J=SERVICE (BLANK TO LEAVE "
             "AS IS): "
           accept answer-text
           if answer-text not = spaces then
             move answer-text to em-eeo-job-category
           end-if
           .
       edit-eeo-fields.
           move "N" to edit-switch
           if em-eeo-sex not = "M" and "F" and " " then
             move "Y" to edit-switch
             display "*** SEX MUST BE M OR F ***"
           end-if
           if em-eeo-race not = spaces and not em-eeo-race-valid
               then
             move "Y" to edit-switch
             display "*** RACE/ETHNICITY MUST BE H, W, B, P, A, I "
               "OR T ***"
           end-if
           if em-eeo-job-category not = spaces
               and not em-eeo-job-valid then
             move "Y" to edit-switch
             display "*** JOB CATEGORY MUST BE A THROUGH J ***"
           end-if
           if fields-bad then
             display "*** NOT UPDATED -- CORRECT AND RE-KEY ***"
           end-if
           .
       lookup-employee.
           move lookup-employee-id to em-employee-id
           read empmast
       display-employee.
           display " "
           display "EMPLOYEE " em-employee-id " -- " em-employee-name
           move em-ssn to mk-value
           move "SSN" to mk-caption
           perform mask-for-display
           display "  SSN           : " mk-shown (1:9)
           display "  DEPARTMENT    : " em-department
           display "  COMPANY       : " em-company-code
           display "  PAY RATE      : " em-pay-rate
           display "  ALLOWANCES    : " em-allowances
           display "  DIRECT DEPOSIT: " em-dd-indicator
           display "  DD ROUTING    : " em-dd-routing
           move em-dd-account to mk-value
           move "ACCOUNT" to mk-caption
           perform mask-for-display
           display "  DD ACCOUNT    : " mk-shown
           if em-is-pay-card then
             display "  CARD STATUS   : " em-card-status
             display "  CARD PRENOTE  : " em-card-prenote-date
           end-if
           display "  PAY BASIS     : " em-pay-basis
           display "  PERIOD SALARY : " em-period-salary
           display "  STATUS        : " em-status
           display "  HIRE DATE     : " em-hire-date
           display "  BIRTH DATE    : " em-birth-date
           display "  SSN VERIFIED  : " em-ssn-verify-status " "
             em-ssn-result-code
           display "  TERM DATE     : " em-term-date
           display "  FINAL CHECK   : " em-final-check
           display "  WAGE STEP     : " em-wage-step
           display "  NEXT STEP DATE: " em-next-step-date
           display "  STREET        : " em-address-street
           display "  CITY/ST/ZIP   : " em-address-city " "
             em-address-state " " em-address-zip
           display " "
           .
      * the shown form of whatever is in mk-value -- masked, or
      * full and logged for a full-view sign-on
       mask-for-display.
           move full-view-switch to mk-show-full
           move operator-id to mk-operator-id
           move "empmaint" to mk-program-name
           move em-employee-id to mk-employee-id
           call "paymask" using mask-request
           .
      * an empty response leaves the field as it stands -- the
      * operator only has to key what is actually changing.  every
      * answer lands in a work field first so the edits below can
      * look at it before it touches the master record.
       accept-employee-fields.
           move em-ssn to prior-ssn
           move em-employee-name to prior-employee-name
           move em-birth-date to prior-birth-date
           display "SSN (BLANK TO LEAVE AS IS): "
           accept answer-text
           if answer-text not = spaces then
           if answer-text not = spaces then
             move answer-text to em-hire-date
           end-if
           display "BIRTH DATE YYYYMMDD (BLANK TO LEAVE AS IS): "
           accept answer-text
           if answer-text not = spaces then
             move answer-text to em-birth-date
           end-if
           if em-ssn not = prior-ssn
               or em-employee-name not = prior-employee-name
               or em-birth-date not = prior-birth-date then
             move spaces to em-ssn-verify-status em-ssn-result-code
           end-if
           display "ALLOWANCES 00-99 (BLANK TO LEAVE AS IS): "
           accept answer-allowances
           if answer-allowances not = spaces then
               move "XX" to answer-allowances
             end-if
           end-if
      * the step is 00 for anyone off the labor code's scale --
      * the batch step program keeps it current after this
           display "WAGE STEP 00-99 (BLANK TO LEAVE AS IS): "
           accept answer-step
           if answer-step not = spaces then
             if answer-step is numeric then
               move answer-step to em-wage-step
             else
               move "XX" to answer-step
             end-if
           end-if
           display "NEXT STEP DATE YYYYMMDD (BLANK TO LEAVE AS IS): "
           accept answer-text
           if answer-text not = spaces then
             move answer-text to em-next-step-date
           end-if
           move em-dd-indicator to prior-dd-indicator
           move em-dd-routing to prior-dd-routing
           move em-dd-account to prior-dd-account
           display "DIRECT DEPOSIT Y/N, P=PAY CARD (BLANK TO LEAVE "
             "AS IS): "
           accept answer-text
           if answer-text not = spaces then
             move answer-text to em-dd-indicator
           if answer-text not = spaces then
             move answer-text to em-dd-account
           end-if
           if em-is-pay-card then
             if prior-dd-indicator not = "P"
                 or em-dd-routing not = prior-dd-routing
                 or em-dd-account not = prior-dd-account then
               move "P" to em-card-status
               move spaces to em-card-prenote-date
             end-if
           end-if
           display "STREET ADDRESS (BLANK TO LEAVE AS IS): "
           accept answer-address
           if answer-address not = spaces then
             move "Y" to edit-switch
             display "*** ALLOWANCES MUST BE TWO DIGITS ***"
           end-if
           if answer-step = "XX" then
             move "Y" to edit-switch
             display "*** WAGE STEP MUST BE TWO DIGITS ***"
           end-if
           if answer-salary = "XXXXXXX" then
             move "Y" to edit-switch
             display "*** PERIOD SALARY MUST BE NUMERIC -- "
             move "Y" to edit-switch
             display "*** PAY BASIS MUST BE H, S OR BLANK ***"
           end-if
           if fields-good then
             perform edit-minimum-wage
           end-if
           perform edit-locality-code
           if not locality-found then
             move "Y" to edit-switch
             display "*** STATE CODE " em-state-code
               " NOT ON THE RATE TABLE ***"
           end-if
           if em-birth-date not = spaces
               and em-birth-date is not numeric then
             move "Y" to edit-switch
             display "*** BIRTH DATE MUST BE YYYYMMDD ***"
           end-if
           if em-pay-frequency not = "W" and "B" and "M" then
             move "Y" to edit-switch
             display "*** PAY FREQUENCY MUST BE W, B OR M ***"
             move "Y" to edit-switch
             display "*** FILING STATUS MUST BE S, M OR BLANK ***"
           end-if
           if em-dd-indicator not = "Y" and "N" and "P" and " " then
             move "Y" to edit-switch
             display "*** DIRECT DEPOSIT MUST BE Y, N OR P ***"
           end-if
           if em-is-direct-deposit or em-is-pay-card then
             perform edit-routing-number
           end-if
           if em-is-pay-card and em-dd-account = spaces then
             move "Y" to edit-switch
             display "*** A PAY CARD NEEDS THE CARD ACCOUNT "
               "REFERENCE IN DD ACCOUNT ***"
           end-if
           if fields-bad then
             display "*** NOT UPDATED -- CORRECT AND RE-KEY ***"
           end-if
           .
      * a rate under the minimum in force where the employee works,
      * or a salary that annualizes under the exempt level, never
      * reaches the master -- the run would only refuse to pay it
       edit-minimum-wage.
           move function current-date (1:8) to today-date
           move em-state-code to mq-state-code
           move em-locality-code to mq-locality-code
           move today-date to mq-as-of-date
           move em-pay-basis to mq-pay-basis
           move em-pay-rate to mq-pay-rate
           move em-pay-frequency to mq-pay-frequency
           if em-paid-salaried then
             move em-period-salary to mq-period-salary
           else
             move zero to mq-period-salary
           end-if
           call "payminwage" using minimum-wage-request
           if mq-below-minimum then
             move "Y" to edit-switch
             display "*** PAY OF " mq-effective-rate " AN HOUR IS "
               "UNDER THE " mq-hourly-minimum " MINIMUM FOR "
               em-state-code " " em-locality-code " ***"
           end-if
           if mq-below-exempt then
             move "Y" to edit-switch
             display "*** SALARY OF " mq-annual-salary " A YEAR IS "
               "UNDER THE " mq-exempt-annual " EXEMPT LEVEL ***"
           end-if
           .
       edit-locality-code.
           if em-locality-code = spaces then
             move "Y" to locality-switch
