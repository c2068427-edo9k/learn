      * the shared sign-on's request block -- identity only; this
      * report changes nothing
           copy signreq.
      * the shared masking check -- a changed account number shows
      * only its last four, before and after
           copy maskreq.
       01 range-from        pic x(08).
       01 range-to          pic x(08).
       01 log-eof           pic x(01).
       01 bf-status         pic x(01).
       01 bf-pay-basis      pic x(01).
       01 bf-company-code   pic x(02).
       01 bf-wage-step      pic x(02).
       01 bf-next-step-date pic x(08).
       01 bf-birth-date     pic x(08).
       01 bf-ssn-verify-status pic x(01).
       01 bf-eeo-data       pic x(03).
       01 change-count      pic 9(05) usage comp value zero.
       01 exception-count   pic 9(05) usage comp value zero.
      * day arithmetic for the extra-payment window
           move em-status to bf-status
           move em-pay-basis to bf-pay-basis
           move em-company-code to bf-company-code
           move em-wage-step to bf-wage-step
           move em-next-step-date to bf-next-step-date
           move em-birth-date to bf-birth-date
           move em-ssn-verify-status to bf-ssn-verify-status
           move em-eeo-data to bf-eeo-data
           move after-image-work to employee-master-record
      * an add has a blank before image -- every field of the new
      * record would print as a change, so only the action line
             perform print-one-field-change
           end-if
           if em-dd-account not = bf-dd-account then
             move bf-dd-account to mk-value
             move "N" to mk-show-full
             call "paymask" using mask-request
             move mk-shown to work-before
             move em-dd-account to mk-value
             call "paymask" using mask-request
             move mk-shown to work-after
             move "DD ACCOUNT" to cdl-field
             perform print-one-field-change
           end-if
             move "COMPANY" to cdl-field
             perform print-one-field-change
           end-if
           if em-wage-step not = bf-wage-step then
             move bf-wage-step to work-before
             move em-wage-step to work-after
             move "WAGE STEP" to cdl-field
             perform print-one-field-change
           end-if
           if em-next-step-date not = bf-next-step-date then
             move bf-next-step-date to work-before
             move em-next-step-date to work-after
             move "NEXT STEP DATE" to cdl-field
             perform print-one-field-change
           end-if
           if em-birth-date not = bf-birth-date then
             move bf-birth-date to work-before
             move em-birth-date to work-after
             move "BIRTH DATE" to cdl-field
             perform print-one-field-change
           end-if
           if em-ssn-verify-status not = bf-ssn-verify-status then
             move bf-ssn-verify-status to work-before
             move em-ssn-verify-status to work-after
             move "SSN VERIFIED" to cdl-field
             perform print-one-field-change
           end-if
      * the eeo-1 demographics print on no report but hr's own --
      * the trail shows that they changed and who changed them,
      * never what to
           if em-eeo-data not = bf-eeo-data then
             move spaces to work-before
             move "CHANGED" to work-after
             move "EEO DATA" to cdl-field
             perform print-one-field-change
           end-if
           .
       print-one-field-change.
           perform print-change-header
