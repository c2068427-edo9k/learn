           .
       copy-day-hours.
           move su-day-hours (day-idx) to tc-day-hours (day-idx)
      * a card suspended before the work-state split existed
      * reads back spaces here -- all resident-state days
           move su-day-state (day-idx) to tc-day-state (day-idx)
           .
       copy-dist-entries.
           move su-dist-project (dist-idx)
