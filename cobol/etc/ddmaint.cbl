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
           copy signreq.
           copy maskreq.
       01 maint-action       pic x(01).
           88 action-is-add        value "A".
           88 action-is-change     value "C".
       begin.
           display "ENTER OPERATOR ID: "
           accept operator-id
           perform sign-on-full-view.
           perform open-deposit-alloc-file.
           perform maintain-one-allocation with test before
             until operator-is-done.
           display " "
           display "ALLOCATION " da-employee-id "/" da-alloc-seq
           display "  ROUTING       : " da-routing
           move da-account to mk-value
           move "ACCOUNT" to mk-caption
           perform mask-for-display
           display "  ACCOUNT       : " mk-shown
           display "  METHOD (F/R)  : " da-method
           display "  AMOUNT        : " da-amount
           display "  PRENOTE       : " da-prenote-status
           .
      * an empty response leaves the field as it stands -- the
      * operator only has to key what is actually changing
      * the shown form of whatever is in mk-value -- masked, or
      * full and logged for a full-view sign-on
       mask-for-display.
           move full-view-switch to mk-show-full
           move operator-id to mk-operator-id
           move "ddmaint" to mk-program-name
           move da-employee-id to mk-employee-id
           call "paymask" using mask-request
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
             move "ddmaint" to sr-program-name
             call "paysignon" using signon-request
             if sr-authorized then
               move "Y" to full-view-switch
             else
               display "*** NOT AUTHORIZED TO VIEW SENSITIVE "
                 "DATA -- SSN AND ACCOUNT NUMBERS MASKED ***"
             end-if
           end-if
           .
       accept-allocation-fields.
           move "N" to edit-switch
           display "ROUTING (BLANK TO LEAVE AS IS): "
