      *  change to any program sharing this thread's stack budget can
      *  be checked against prior runs for a headroom regression.
      *
      *  The release label STCKWCHR.CMD captured for the run (the
      *  STACKRELEASE environment variable) is printed on the summary
      *  and carried on the STCKHIST record, so history rows can be
      *  tied to the build they measured.
      *
      *  This replaces having to watch stackwatcher's console output
      *  live, or grep through it after the fact, to know how a run
      *  went.
      *                         run, the fastest-growing interval,
      *                         and wall-clock time spent inside the
      *                         danger region before the end.
      *  15/10/2026  R Okafor - Carry the run's release label from
      *                         STACKRELEASE onto the summary and the
      *                         STCKHIST record.
      *  15/10/2026  R Okafor - Journal the appended record's run-stamp
      *                         with SR0105I so stckrcon can tie the
      *                         journal to STCKHIST exactly.
      ******************************************************************
       environment division.
       input-output section.
       01  ws-run-date           pic 9(8).
       01  ws-run-time           pic 9(8).

      *>  Release label the nightly job captured for this run; blank
      *>  for a run outside the wrapper.
       01  ws-release-label      pic x(16) value spaces.

      *>  Integrity verdict handed down by the stcklval pre-pass via
      *>  the batch wrapper; anything but SUSPECT counts as clean so
      *>  a run outside the wrapper behaves exactly as before.

           move "STACKRPT" to msg-program
           perform open-run-journal
           display "STACKRELEASE" upon environment-name
           accept ws-release-label from environment-value
           perform open-stacklog
           perform read-stacklog-record
           perform process-stacklog-records until ws-eof
           display "=================================================="
           display "  StackWatcher Run Summary Report"
           display "=================================================="
           if ws-release-label not = spaces
               display "Release Label                       : "
                       ws-release-label
           end-if
           display "Total Iterations Before Termination : "
                   ws-iterations
           display "Peak Stack Depth Reached            : "
           move ws-peak-depth        to hst-peak-depth
           move ws-peak-pct          to hst-peak-pct
           move ws-iterations        to hst-iterations
           move ws-release-label     to hst-release
           write stckhist-record

           close stckhist-file
           move "SR0105I" to msg-id
           string ws-run-date delimited by size
                  " " delimited by size
                  ws-run-time(1:6) delimited by size
                  into msg-insert
           perform emit-operator-message
           .

