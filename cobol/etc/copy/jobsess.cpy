      * the job stream's sign-on, on jobsess.dat while the stream
      * runs.  the operator signs on once to the stream; each step
      * is answered with the stream's one-time key in place of the
      * password, and the shared sign-on takes the key only while
      * the session is open, for the same operator, on the day it
      * opened.  the stream closes the session when it stops, so
      * the key dies with it.  each step still needs its own
      * authorization on the operator's record.
       01  job-session-record.
           02  js-operator-id     pic x(10).
           02  js-session-key     pic x(10).
           02  js-status          pic x(01).
               88  js-open           value "O".
               88  js-closed         value "C".
           02  js-date            pic x(08).
           02  js-time            pic x(06).
