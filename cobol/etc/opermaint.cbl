             move spaces to operator-master-record
             move lookup-operator-id to op-operator-id
             move "N" to op-auth-run op-auth-correct
               op-auth-release op-auth-admin op-auth-sensitive
               op-auth-hr
             move "A" to op-status
             move zero to op-fail-count
      * a brand-new operator changes the keyed password at first
           display "  KEY CORRECTIONS  : " op-auth-correct
           display "  RELEASE HOLDS    : " op-auth-release
           display "  ADMIN OPERATORS  : " op-auth-admin
           display "  VIEW SENSITIVE   : " op-auth-sensitive
           display "  HR EEO DATA      : " op-auth-hr
           display "  STATUS           : " op-status
           display "  PASSWORD CHANGED : " op-password-changed
           display "  FAILURES         : " op-fail-count
           if answer-text not = spaces then
             move answer-text to op-auth-admin
           end-if
           display "MAY VIEW FULL SSN/ACCOUNT Y/N (BLANK=AS IS): "
           accept answer-text
           if answer-text not = spaces then
             move answer-text to op-auth-sensitive
           end-if
           display "MAY KEY/REPORT EEO DATA Y/N (BLANK=AS IS): "
           accept answer-text
           if answer-text not = spaces then
             move answer-text to op-auth-hr
           end-if
           display "STATUS A=ACTIVE D=DISABLED (BLANK=AS IS): "
           accept answer-text
           if answer-text not = spaces then
