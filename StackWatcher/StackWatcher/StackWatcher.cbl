      *                         danger crossing, so rgnrpt can name
      *                         the neighbours that ate the headroom
      *                         the stack wanted to grow into.
      *  15/10/2026  R Okafor - Stamp the STACKCONFIG config name on
      *                         every STCKALRT record as the alert
      *                         source, so stckamgr can route the
      *                         alert to the config's owning group.
      ******************************************************************
       environment division.
       special-names.
      *>  the run - including any written after midnight - keys to
      *>  the same thread/run alert on the STCKAMST master.
       01  ws-run-date           pic 9(8) value 0.
       01  ws-config-name        pic x(8) value spaces.
       01  ws-alert-date         pic 9(8).
       01  ws-alert-time         pic 9(8).
       01  ws-alert-fired-switch pic x value "N".
           string ws-alert-date delimited by size
                  ws-alert-time(1:6) delimited by size
                  into alr-timestamp
           set alr-source-config to true
           move ws-config-name  to alr-source
           write stckalrt-record
           .

               string ws-alert-date delimited by size
                      ws-alert-time(1:6) delimited by size
                      into alr-timestamp
               set alr-source-config to true
               move ws-config-name  to alr-source
               write stckalrt-record
           end-if
           close stacklog-file
      ***** to one alert even when the danger region spans midnight.
           accept ws-run-date from date yyyymmdd

      ***** The STCKWCHR.CFG config this build runs as, stamped on
      ***** the alert records for ownership routing. Blank for an
      ***** ad hoc run outside the nightly job.
           display "STACKCONFIG" upon environment-name
           accept ws-config-name from environment-value
           move function upper-case(ws-config-name) to ws-config-name

      ***** The danger threshold used to be a hardcoded literal
      ***** ("if ws-stackpct > 90"). Read it once from STACKDANGERPCT
      ***** so 32/64-bit builds and different threads can tune
