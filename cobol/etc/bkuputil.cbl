       date-written. 2026-sep-02.
      * backup, verify and restore for the indexed master files.
      * empmast, ytdmast, payhist, heldpay, garnmast, leavebal,
      * arrears, suspense and ytdcomp are all rewritten in place
      * every run, and until this ran the day one of them
      * corrupted we had nothing -- ytdaudit can rebuild the ytd
      * masters from history, but nothing rebuilds the history.
      * a backup pass exports each file to a dated flat copy in
      * the same generation style the run keeps for its timecards,
      * then verifies every copy record-for-record against the
      * live file with the counts and amount totals displayed; a
      * restore loads a chosen generation back over the live
      * file.  a clean, verified backup stamps bkupctl.dat, which
      * the payroll run checks before it will start -- a run
               access mode is dynamic
               record key is su-key
               file status is master-status.
           select ytd-company-file
             assign to "ytdcomp.dat"
               organization is indexed
               access mode is dynamic
               record key is yc-key
               file status is master-status.
      * one dated flat copy per master per backup -- the name is
      * built per file, generation style, e.g.
      * empmast.20260902.bak
           copy arrrec.
       fd suspense-file.
           copy susrec.
       fd ytd-company-file.
           copy ytdcorec.
      * wide enough for the longest master record -- shorter ones
      * pad with spaces, which a group move strips right back off
      * on restore
       01 util-action       pic x(01).
           88 action-is-backup  value "B".
           88 action-is-restore value "R".
      * the nine masters, driven by one code letter each --
      * export, verify and restore all evaluate on it
       01 file-code-table-values.
           02 filler pic x(01) value "E".
           02 filler pic x(08) value "arrears ".
           02 filler pic x(01) value "S".
           02 filler pic x(08) value "suspense".
           02 filler pic x(01) value "C".
           02 filler pic x(08) value "ytdcomp ".
       01 file-code-table redefines file-code-table-values.
           02 fct-entry occurs 9 times.
               03 fct-code pic x(01).
               03 fct-name pic x(08).
       77 file-code-count   pic 9(02) value 9.
       01 fct-idx           pic 9(02) usage comp.
       01 current-file-code pic x(01).
       01 current-file-name pic x(08).
               display "*** UNKNOWN ACTION -- " util-action " ***"
           end-evaluate
           .
      * export all nine, verify each copy record-for-record
      * against the live file, and stamp the control file only
      * when every one checked clean
       backup-all-masters.
       restore-one-master.
           display "FILE (E=EMPMAST, Y=YTDMAST, P=PAYHIST, "
             "H=HELDPAY, G=GARNMAST, L=LEAVEBAL, A=ARREARS, "
             "S=SUSPENSE, C=YTDCOMP): "
           accept restore-code
           perform find-restore-entry
           if fct-idx = zero then
               start suspense-file key not < su-key
                 invalid key move "23" to master-status
               end-start
             when "C"
               open input ytd-company-file
               move low-values to yc-key
               start ytd-company-file key not < yc-key
                 invalid key move "23" to master-status
               end-start
           end-evaluate
           .
       open-current-master-output.
             when "L" open output leave-file
             when "A" open output arrears-file
             when "S" open output suspense-file
             when "C" open output ytd-company-file
           end-evaluate
           .
       close-current-master.
             when "L" close leave-file
             when "A" close arrears-file
             when "S" close suspense-file
             when "C" close ytd-company-file
           end-evaluate
           .
       read-current-master.
               read suspense-file next record
                 at end move "T" to master-eof
               end-read
             when "C"
               read ytd-company-file next record
                 at end move "T" to master-eof
               end-read
           end-evaluate
           .
      * the record area out to the work field, with each file's
             when "S"
               move suspense-record to record-work
               add su-health-premium to export-amount
      * the share's gross, read through the ytd record layout
             when "C"
               move ytd-company-record to record-work
               move yc-ytd-image to ytd-record
               add yt-ytd-gross to export-amount
           end-evaluate
           .
       store-current-record.
             when "S"
               move record-work to suspense-record
               write suspense-record
             when "C"
               move record-work to ytd-company-record
               write ytd-company-record
           end-evaluate
           .
       write-backup-log.
