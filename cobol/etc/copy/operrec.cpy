           02  op-fail-count      pic 9(02).
           02  op-force-change    pic x(01).
               88  must-change-password value "Y".
      * may see a full ssn or bank account number on an inquiry
      * screen -- everyone else sees the last four.  at the end
      * of the record, so an operator keyed before it reads back
      * blank here and sees masked values until an admin grants it
           02  op-auth-sensitive  pic x(01).
               88  may-view-sensitive   value "Y".
      * human resources -- may key and report the employees' eeo
      * demographic data, which no other screen or print shows.
      * blank for an operator keyed before it, the same as above
           02  op-auth-hr         pic x(01).
               88  may-maintain-eeo     value "Y".
