      *  (iterations, peaks, first danger crossing) and the archived
      *  STCKHIST snapshot for the run-stamp of the history record
      *  the run appended, then writes one master record keyed by
      *  config-name + run date/time. The record also carries the
      *  run's release label and the verdict off the archived STCKGATE
      *  report, so releases can be certified from the master alone.
      *
      *  STCKARCL.CMD drives this program once per unloaded archive
      *  folder and handles the retention purge of raw folders that
      *      ARCLCONFIG   - config name, e.g. PROD4MB (required)
      *      ARCLRUNSTAMP - archive folder name, yyyymmdd_hhmm
      *                     (required)
      *      ARCLRELEASE  - release label archived with the run
      *                     (optional; blank for unlabelled runs)
      *  plus the archived STACKLOG/STCKHIST/STCKGATE files mapped to
      *  the folder being loaded.
      *
      *  Return codes:
      *      0 - run loaded onto the master
      *  22/08/2026  R Okafor - Derive the iteration count from the
      *                         deepest logged depth, matching
      *                         stackrpt on sampled-mode trails.
      *  15/10/2026  R Okafor - Load the release label (ARCLRELEASE)
      *                         and the archived stckgate verdict onto
      *                         the master record.
      ******************************************************************
       environment division.
       input-output section.
           select stckhist-file assign to "STCKHIST"
               organization is line sequential
               file status is ws-stckhist-status.
           select stckgate-file assign to "STCKGATE"
               organization is line sequential
               file status is ws-stckgate-status.
           select stckmast-file assign to "STCKMAST"
               organization is indexed
               access is random
       fd  stckhist-file.
       copy "STCKHIST.cpy".

       fd  stckgate-file.
       01  stckgate-record       pic x(80).

       fd  stckmast-file.
       copy "STCKMAST.cpy".

       copy "STCKMCAT.cpy".
       01  ws-stacklog-status    pic x(2).
       01  ws-stckhist-status    pic x(2).
       01  ws-stckgate-status    pic x(2).
       01  ws-stckmast-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".
           05  ws-stamp-date     pic x(8).
           05  filler            pic x(1).
           05  ws-stamp-time     pic x(4).
       01  ws-release-label      pic x(16).

      *>  STACKLOG summary accumulators, as stackrpt builds them.
       01  ws-iterations         pic 9(10) value 0.
       01  ws-hist-date          pic 9(8) value 0.
       01  ws-hist-time          pic 9(6) value 0.

      *>  Verdict off the archived STCKGATE report; stays blank when
      *>  the run was never gated.
       01  ws-gate-verdict       pic x(11) value spaces.

       01  ws-load-date          pic 9(8).
       01  ws-load-time          pic 9(8).
       01  ws-load-hhmmss        pic 9(6).
           perform check-already-loaded
           perform summarise-stacklog
           perform read-history-snapshot
           perform read-gate-verdict
           perform load-master-record
           close stckmast-file
           if msg-jrnl-open
           move spaces to ws-runstamp
           display "ARCLRUNSTAMP" upon environment-name
           accept ws-runstamp from environment-value
           move spaces to ws-release-label
           display "ARCLRELEASE" upon environment-name
           accept ws-release-label from environment-value

           if ws-config-name = spaces
              or ws-stamp-date is not numeric
           perform read-history-record
           .

       read-gate-verdict section.

      ***** The archived gate report names its verdict on one line; a
      ***** report without one is the gate's no-baseline or unreadable
      ***** history case. A SUSPECT run never reached the gate and an
      ***** older folder predates the report - both load blank.
           open input stckgate-file
           if ws-stckgate-status not = "00"
               continue
           else
               move "N" to ws-eof-switch
               perform read-gate-record
               perform scan-gate-record until ws-eof
               close stckgate-file
           end-if
           .

       read-gate-record section.

           read stckgate-file
               at end
                   set ws-eof to true
           end-read
           .

       scan-gate-record section.

           evaluate true
               when stckgate-record(1:24) = "Gate verdict          : "
                   move stckgate-record(25:11) to ws-gate-verdict
               when stckgate-record(1:20) = "Insufficient history"
                   move "NO BASELINE" to ws-gate-verdict
               when stckgate-record(1:14) = "No run history"
                   move "NO BASELINE" to ws-gate-verdict
               when stckgate-record(1:19) = "STCKHIST unreadable"
                   move "FAIL" to ws-gate-verdict
           end-evaluate
           perform read-gate-record
           .

       load-master-record section.

           accept ws-load-date from date yyyymmdd
           move ws-crossing-size to arc-crossing-size
           move ws-hist-date     to arc-hist-date
           move ws-hist-time     to arc-hist-time
           move ws-release-label to arc-release
           move ws-gate-verdict  to arc-gate-verdict
           divide ws-load-time by 100 giving ws-load-hhmmss
           compute arc-loaded-time =
               ws-load-date * 1000000 + ws-load-hhmmss
