       identification division.
       program-id. stckrctl.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Nightly Run-Control Keeper
      *
      *  Each config used to be its own Task Scheduler entry and
      *  nothing recorded which steps of which config had finished -
      *  a box that rebooted after the probe but before stackrpt or
      *  stckgate left no choice but to probe again, re-appending to
      *  STCKHIST and re-alerting. STCKNITE.CMD now runs every config
      *  and the archive sweep in one job, and this program keeps the
      *  STCKRCTL run-control file (STCKRCTL.cpy) it restarts from:
      *
      *    MARK    - records a step as started (RCTLRC not set) or
      *              ended with its return code
      *    NEXT    - writes the config's first step not yet DONE for
      *              the run stamp to STCKRNXT (COMPLETE when there is
      *              none) and returns the worst verdict its DONE
      *              steps recorded, so a resumed config still ends
      *              with the gate's answer
      *    LAST    - writes the latest run stamp on the file to
      *              STCKRNXT, for a restart that names no run
      *    SUMMARY - writes the one-page STCKNITE run summary for the
      *              run stamp and returns the consolidated return
      *              code for the night
      *
      *  The steps, in the order STCKWCHR.CMD runs them, are PROBE,
      *  STCKLVAL, STACKRPT, STCKGATE and MBIRPT per config, and
      *  STCKARCL for the archive sweep (config *SWEEP). The configs
      *  expected for the summary are the ones in STCKWCHR.CFG
      *  (mapped as STCKWCFG), so a config the night never reached
      *  is reported as well as one it left unfinished.
      *
      *  Inputs, from the environment (set by the .CMD files):
      *      RCTLCMD    - MARK, NEXT, LAST or SUMMARY
      *      RCTLSTAMP  - run stamp, yyyymmdd_hhmm (not for LAST)
      *      RCTLCONFIG - config name or *SWEEP (MARK, NEXT)
      *      RCTLSTEP   - step name (MARK)
      *      RCTLRC     - step return code, blank at step start
      *                   (MARK)
      *
      *  Consolidated return code: the worst return code of the
      *  verdict steps (PROBE, STCKLVAL, STACKRPT, STCKGATE) of every
      *  config and of the sweep; 4 at least when an MBIRPT report
      *  failed; 8 when any config or the sweep is unfinished, failed
      *  or never started.
      *
      *  Return codes (MARK, NEXT, LAST): 0 done, 8 invalid input or
      *  file error.
      *
      *  Date - 15/10/2026
      *
      ******************************************************************
      *  Modification History
      *  --------------------
      *  15/10/2026  R Okafor - Initial version.
      *  15/10/2026  R Okafor - Stamp step start/end times from DATE and
      *                         TIME, as the journal does.
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select stckrctl-file assign to "STCKRCTL"
               organization is indexed
               access is dynamic
               record key is rct-key
               file status is ws-stckrctl-status.
           select stckwcfg-file assign to "STCKWCFG"
               organization is line sequential
               file status is ws-stckwcfg-status.
           select stckrnxt-file assign to "STCKRNXT"
               organization is line sequential
               file status is ws-stckrnxt-status.
           select stcknite-file assign to "STCKNITE"
               organization is line sequential
               file status is ws-stcknite-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.

       data division.
       file section.
       fd  stckrctl-file.
       copy "STCKRCTL.cpy".

       fd  stckwcfg-file.
       01  stckwcfg-record       pic x(200).

       fd  stckrnxt-file.
       01  stckrnxt-record       pic x(40).

       fd  stcknite-file.
       01  stcknite-record       pic x(132).

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       01  ws-stckrctl-status    pic x(2).
       01  ws-stckwcfg-status    pic x(2).
       01  ws-stckrnxt-status    pic x(2).
       01  ws-stcknite-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".

      *>  Command and its arguments, from the RCTL* environment.
       01  ws-cmd-value          pic x(8).
           88  ws-cmd-mark           value "MARK".
           88  ws-cmd-next           value "NEXT".
           88  ws-cmd-last           value "LAST".
           88  ws-cmd-summary        value "SUMMARY".
       01  ws-run-stamp          pic x(13).
       01  ws-stamp-split redefines ws-run-stamp.
           05  ws-stamp-date     pic x(8).
           05  ws-stamp-sep      pic x(1).
           05  ws-stamp-time     pic x(4).
       01  ws-config-name        pic x(8).
       01  ws-step-name          pic x(8).
       01  ws-rc-value           pic x(3).
       01  ws-step-rc            pic 9(3).
       01  ws-now-stamp          pic 9(14).
       01  ws-now-date           pic 9(8).
       01  ws-now-time           pic 9(8).

      *>  The step sequence, in the order STCKWCHR.CMD runs it, then
      *>  the archive sweep. A verdict step's return code is the
      *>  run's answer; the others only report.
       01  ws-step-count         pic 9(1) comp-5 value 6.
       01  ws-config-steps       pic 9(1) comp-5 value 5.
       01  ws-sweep-seq          pic 9(1) comp-5 value 6.
       01  ws-step-ix            pic 9(1) comp-5.
       01  ws-step-values.
           05  filler            pic x(8)  value "PROBE".
           05  filler            pic x(1)  value "Y".
           05  filler            pic x(8)  value "STCKLVAL".
           05  filler            pic x(1)  value "Y".
           05  filler            pic x(8)  value "STACKRPT".
           05  filler            pic x(1)  value "Y".
           05  filler            pic x(8)  value "STCKGATE".
           05  filler            pic x(1)  value "Y".
           05  filler            pic x(8)  value "MBIRPT".
           05  filler            pic x(1)  value "N".
           05  filler            pic x(8)  value "STCKARCL".
           05  filler            pic x(1)  value "Y".
       01  ws-step-table redefines ws-step-values.
           05  ws-step-entry     occurs 6.
               10  ws-step-table-name pic x(8).
               10  ws-step-verdict-sw pic x(1).
                   88  ws-step-verdict    value "Y".
       01  ws-step-seq           pic 9(2).
       01  ws-first-seq          pic 9(2).
       01  ws-last-seq           pic 9(2).
       01  ws-found-switch       pic x(1).
           88  ws-step-found         value "Y".
       01  ws-next-switch        pic x(1).
           88  ws-next-found         value "Y".
       01  ws-worst-rc           pic 9(3).

      *>  Summary: one row per config expected or recorded, with the
      *>  outcome of each of its steps.
       01  ws-cfg-count          pic 9(3) comp-5 value 0.
       01  ws-cfg-max            pic 9(3) comp-5 value 50.
       01  ws-cfg-ix             pic 9(3) comp-5.
       01  ws-cfg-table.
           05  ws-cfg-entry      occurs 51.
               10  ws-cfg-name       pic x(8).
               10  ws-cfg-listed-sw  pic x(1).
                   88  ws-cfg-listed     value "Y".
               10  ws-cfg-step       occurs 6.
                   15  ws-cfg-status     pic x(4).
                   15  ws-cfg-rc         pic 9(3).
                   15  ws-cfg-attempts   pic 9(2).
               10  ws-cfg-result-rc  pic 9(3).
               10  ws-cfg-result     pic x(10).
       01  ws-cfg-line           pic x(200).
       01  ws-cfg-token          pic x(8).
       01  ws-cfg-tail           pic x(190).
       01  ws-configs-complete   pic 9(3) value 0.
       01  ws-configs-open       pic 9(3) value 0.
       01  ws-restarted-steps    pic 9(3) value 0.
       01  ws-night-rc           pic 9(3) value 0.

      *>  Report line work area.
       01  ws-rpt-line           pic x(132).
       01  ws-rpt-col            pic 9(3) comp-5.
       01  ws-cell               pic x(9).
       01  ws-rc-edit            pic zz9.
       01  ws-count-edit         pic zz9.

       procedure division.

           move "STCKRCTL" to msg-program
           perform open-run-journal
           perform get-control-command
           perform open-run-control

           evaluate true
               when ws-cmd-mark
                   perform mark-step
               when ws-cmd-next
                   perform find-next-step
               when ws-cmd-last
                   perform find-last-run
               when ws-cmd-summary
                   perform write-run-summary
           end-evaluate

           close stckrctl-file
           if msg-jrnl-open
               close stckjrnl-file
           end-if
           goback.

       get-control-command section.

           move spaces to ws-cmd-value
           display "RCTLCMD" upon environment-name
           accept ws-cmd-value from environment-value
           move function upper-case(function trim(ws-cmd-value))
             to ws-cmd-value
           if not (ws-cmd-mark or ws-cmd-next
                   or ws-cmd-last or ws-cmd-summary)
               move "SS2502E" to msg-id
               move ws-cmd-value to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           move spaces to ws-run-stamp
           display "RCTLSTAMP" upon environment-name
           accept ws-run-stamp from environment-value
           move spaces to ws-config-name
           display "RCTLCONFIG" upon environment-name
           accept ws-config-name from environment-value
           move function upper-case(ws-config-name) to ws-config-name
           move spaces to ws-step-name
           display "RCTLSTEP" upon environment-name
           accept ws-step-name from environment-value
           move function upper-case(ws-step-name) to ws-step-name
           move spaces to ws-rc-value
           display "RCTLRC" upon environment-name
           accept ws-rc-value from environment-value

      ***** Every command but LAST names a run; MARK and NEXT a config
      ***** as well, and MARK a step the sequence knows.
           if not ws-cmd-last
               if ws-stamp-date is not numeric
                  or ws-stamp-sep not = "_"
                  or ws-stamp-time is not numeric
                   move "SS2503E" to msg-id
                   move ws-run-stamp to msg-insert
                   perform emit-operator-message
                   move 8 to return-code
                   goback
               end-if
           end-if
           if (ws-cmd-mark or ws-cmd-next)
              and ws-config-name = spaces
               move "SS2503E" to msg-id
               move "RCTLCONFIG" to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           if ws-cmd-mark
               move 0 to ws-step-seq
               perform match-step-name
                   varying ws-step-ix from 1 by 1
                   until ws-step-ix > ws-step-count
               if ws-step-seq = 0
                   move "SS2504E" to msg-id
                   move ws-step-name to msg-insert
                   perform emit-operator-message
                   move 8 to return-code
                   goback
               end-if
           end-if
           .

       match-step-name section.

           if ws-step-table-name(ws-step-ix) = ws-step-name
               move ws-step-ix to ws-step-seq
           end-if
           .

       open-run-control section.

      ***** The first night has no run-control file yet - create it
      ***** empty, then reopen keyed.
           open i-o stckrctl-file
           if ws-stckrctl-status = "35"
               open output stckrctl-file
               close stckrctl-file
               open i-o stckrctl-file
           end-if
           if ws-stckrctl-status not = "00"
               move "SS2501E" to msg-id
               move ws-stckrctl-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           .

      ******************************************************************
      *  MARK
      ******************************************************************
       mark-step section.

           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           compute ws-now-stamp =
               ws-now-date * 1000000
               + function numval(ws-now-time(1:6))
           move ws-run-stamp to rct-run-stamp
           move ws-config-name to rct-config-name
           move ws-step-seq to rct-step-seq
           read stckrctl-file
               invalid key
                   move "N" to ws-found-switch
               not invalid key
                   set ws-step-found to true
           end-read

           if not ws-step-found
               move ws-run-stamp to rct-run-stamp
               move ws-config-name to rct-config-name
               move ws-step-seq to rct-step-seq
               move ws-step-name to rct-step-name
               move 0 to rct-rc
               move 0 to rct-start-time
               move 0 to rct-end-time
               move 0 to rct-attempts
           end-if

           if ws-rc-value = spaces
               set rct-started to true
               move 0 to rct-rc
               move ws-now-stamp to rct-start-time
               move 0 to rct-end-time
               add 1 to rct-attempts
               move "SS2506I" to msg-id
           else
               if function trim(ws-rc-value) is numeric
                   move function numval(ws-rc-value) to ws-step-rc
               else
                   move 999 to ws-step-rc
               end-if
               move ws-step-rc to rct-rc
               move ws-now-stamp to rct-end-time
      ***** Every program in the suite ends 0, 4 or 8 - anything above
      ***** is an abend or a step that could not be run at all.
               if ws-step-rc > 8
                   set rct-failed to true
                   move "SS2508W" to msg-id
               else
                   set rct-done to true
                   move "SS2507I" to msg-id
               end-if
           end-if

           if ws-step-found
               rewrite stckrctl-record
           else
               write stckrctl-record
           end-if
           if ws-stckrctl-status not = "00"
               move "SS2505E" to msg-id
               move ws-stckrctl-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
           else
               string function trim(ws-config-name) delimited by size
                      " " delimited by size
                      ws-step-name delimited by space
                      " rc " delimited by size
                      rct-rc delimited by size
                      into msg-insert
               perform emit-operator-message
           end-if
           .

      ******************************************************************
      *  NEXT
      ******************************************************************
       find-next-step section.

           perform set-config-steps
           move "N" to ws-next-switch
           move 0 to ws-worst-rc
           perform check-step-done
               varying ws-step-ix from ws-first-seq by 1
               until ws-step-ix > ws-last-seq or ws-next-found

           open output stckrnxt-file
           if ws-stckrnxt-status not = "00"
               move "SS2511E" to msg-id
               move ws-stckrnxt-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           if ws-next-found
               move ws-step-name to stckrnxt-record
           else
               move "COMPLETE" to stckrnxt-record
           end-if
           write stckrnxt-record
           close stckrnxt-file

           move "SS2509I" to msg-id
           string function trim(ws-config-name) delimited by size
                  " " delimited by size
                  stckrnxt-record delimited by space
                  into msg-insert
           perform emit-operator-message
           move ws-worst-rc to return-code
           .

       set-config-steps section.

           if ws-config-name = "*SWEEP"
               move ws-sweep-seq to ws-first-seq
               move ws-sweep-seq to ws-last-seq
           else
               move 1 to ws-first-seq
               move ws-config-steps to ws-last-seq
           end-if
           .

       check-step-done section.

           move ws-run-stamp to rct-run-stamp
           move ws-config-name to rct-config-name
           move ws-step-ix to rct-step-seq
           read stckrctl-file
               invalid key
                   move spaces to rct-status
           end-read
           if rct-done
               if ws-step-verdict(ws-step-ix)
                  and rct-rc > ws-worst-rc
                   move rct-rc to ws-worst-rc
               end-if
           else
               set ws-next-found to true
               move ws-step-table-name(ws-step-ix) to ws-step-name
           end-if
           .

      ******************************************************************
      *  LAST
      ******************************************************************
       find-last-run section.

      ***** The file is in run-stamp order, so the last record read is
      ***** the latest run.
           move spaces to ws-run-stamp
           move "N" to ws-eof-switch
           perform read-control-next
           perform note-run-stamp until ws-eof

           if ws-run-stamp = spaces
               move "SS2510E" to msg-id
               perform emit-operator-message
               move 8 to return-code
           else
               open output stckrnxt-file
               if ws-stckrnxt-status not = "00"
                   move "SS2511E" to msg-id
                   move ws-stckrnxt-status to msg-insert
                   perform emit-operator-message
                   move 8 to return-code
                   goback
               end-if
               move ws-run-stamp to stckrnxt-record
               write stckrnxt-record
               close stckrnxt-file
               move "SS2516I" to msg-id
               move ws-run-stamp to msg-insert
               perform emit-operator-message
           end-if
           .

       read-control-next section.

           read stckrctl-file next record
               at end
                   set ws-eof to true
           end-read
           .

       note-run-stamp section.

           move rct-run-stamp to ws-run-stamp
           perform read-control-next
           .

      ******************************************************************
      *  SUMMARY
      ******************************************************************
       write-run-summary section.

           perform load-expected-configs
           perform load-run-records
           perform settle-config-result
               varying ws-cfg-ix from 1 by 1
               until ws-cfg-ix > ws-cfg-count

           open output stcknite-file
           if ws-stcknite-status not = "00"
               move "SS2514E" to msg-id
               move ws-stcknite-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           perform write-summary-heading
           perform write-config-row
               varying ws-cfg-ix from 1 by 1
               until ws-cfg-ix > ws-cfg-count
           perform write-summary-totals
           close stcknite-file

           move "SS2512I" to msg-id
           move ws-night-rc to msg-insert
           perform emit-operator-message
           move ws-night-rc to return-code
           .

       load-expected-configs section.

      ***** The sweep always has a row, first, then every config
      ***** STCKWCHR.CFG lists. Without the file the summary can only
      ***** report the configs the run-control has seen.
           move 1 to ws-cfg-count
           move "*SWEEP" to ws-config-name
           perform clear-config-row

           open input stckwcfg-file
           if ws-stckwcfg-status not = "00"
               move "SS2515W" to msg-id
               move ws-stckwcfg-status to msg-insert
               perform emit-operator-message
           else
               move "N" to ws-eof-switch
               perform read-config-line
               perform take-config-line until ws-eof
               close stckwcfg-file
           end-if
           .

       read-config-line section.

           read stckwcfg-file into ws-cfg-line
               at end
                   set ws-eof to true
           end-read
           .

       take-config-line section.

           if ws-cfg-line not = spaces
              and function upper-case(ws-cfg-line(1:4)) not = "REM "
               move spaces to ws-cfg-token
               unstring ws-cfg-line delimited by "="
                   into ws-cfg-token ws-cfg-tail
               end-unstring
               move function upper-case(function trim(ws-cfg-token))
                 to ws-config-name
               if ws-config-name not = spaces
                   perform find-config-row
                   if ws-cfg-ix <= ws-cfg-count
                       move "Y" to ws-cfg-listed-sw(ws-cfg-ix)
                   end-if
               end-if
           end-if
           perform read-config-line
           .

       find-config-row section.

      ***** Leaves ws-cfg-ix on the config's row, adding one when it
      ***** is new and there is room.
           perform varying-config-scan
           if ws-cfg-ix > ws-cfg-count
              and ws-cfg-count < ws-cfg-max
               add 1 to ws-cfg-count
               move ws-cfg-count to ws-cfg-ix
               perform clear-config-row
           end-if
           .

       varying-config-scan section.

           move 1 to ws-cfg-ix
           perform skip-other-config
               until ws-cfg-ix > ws-cfg-count
                  or ws-cfg-name(ws-cfg-ix) = ws-config-name
           .

       skip-other-config section.

           add 1 to ws-cfg-ix
           .

       clear-config-row section.

           move ws-config-name to ws-cfg-name(ws-cfg-count)
           move "N" to ws-cfg-listed-sw(ws-cfg-count)
           move 0 to ws-cfg-result-rc(ws-cfg-count)
           move spaces to ws-cfg-result(ws-cfg-count)
           perform clear-step-cell
               varying ws-step-ix from 1 by 1
               until ws-step-ix > ws-step-count
           .

       clear-step-cell section.

           move spaces to ws-cfg-status(ws-cfg-count ws-step-ix)
           move 0 to ws-cfg-rc(ws-cfg-count ws-step-ix)
           move 0 to ws-cfg-attempts(ws-cfg-count ws-step-ix)
           .

       load-run-records section.

           move ws-run-stamp to rct-run-stamp
           move low-values to rct-config-name
           move 0 to rct-step-seq
           move "N" to ws-eof-switch
           start stckrctl-file key is not less than rct-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform read-control-next
           end-if
           perform take-run-record
               until ws-eof or rct-run-stamp not = ws-run-stamp
           .

       take-run-record section.

           move rct-config-name to ws-config-name
           perform find-config-row
           if ws-cfg-ix <= ws-cfg-count
              and rct-step-seq >= 1
              and rct-step-seq <= ws-step-count
               move rct-status
                 to ws-cfg-status(ws-cfg-ix rct-step-seq)
               move rct-rc to ws-cfg-rc(ws-cfg-ix rct-step-seq)
               move rct-attempts
                 to ws-cfg-attempts(ws-cfg-ix rct-step-seq)
               if rct-attempts > 1
                   add 1 to ws-restarted-steps
               end-if
           end-if
           perform read-control-next
           .

       settle-config-result section.

      ***** A config (or the sweep) is COMPLETE only when every one of
      ***** its steps is DONE; its result is then the worst verdict
      ***** step, lifted to 4 when a report step failed.
           move ws-cfg-name(ws-cfg-ix) to ws-config-name
           perform set-config-steps
           move "N" to ws-next-switch
           move 0 to ws-worst-rc
           perform settle-step-cell
               varying ws-step-ix from ws-first-seq by 1
               until ws-step-ix > ws-last-seq

           if ws-next-found
               move 8 to ws-cfg-result-rc(ws-cfg-ix)
               if ws-cfg-status(ws-cfg-ix ws-first-seq) = spaces
                   move "NOT RUN" to ws-cfg-result(ws-cfg-ix)
               else
                   move "INCOMPLETE" to ws-cfg-result(ws-cfg-ix)
               end-if
               add 1 to ws-configs-open
               move "SS2513W" to msg-id
               move ws-config-name to msg-insert
               perform emit-operator-message
           else
               move ws-worst-rc to ws-cfg-result-rc(ws-cfg-ix)
               move "COMPLETE" to ws-cfg-result(ws-cfg-ix)
               add 1 to ws-configs-complete
           end-if
           if ws-cfg-result-rc(ws-cfg-ix) > ws-night-rc
               move ws-cfg-result-rc(ws-cfg-ix) to ws-night-rc
           end-if
           .

       settle-step-cell section.

           if ws-cfg-status(ws-cfg-ix ws-step-ix) not = "DONE"
               set ws-next-found to true
           else
               if ws-step-verdict(ws-step-ix)
                   if ws-cfg-rc(ws-cfg-ix ws-step-ix) > ws-worst-rc
                       move ws-cfg-rc(ws-cfg-ix ws-step-ix)
                         to ws-worst-rc
                   end-if
               else
                   if ws-cfg-rc(ws-cfg-ix ws-step-ix) > 0
                      and ws-worst-rc < 4
                       move 4 to ws-worst-rc
                   end-if
               end-if
           end-if
           .

       write-summary-heading section.

           move all "=" to stcknite-record
           write stcknite-record
           move spaces to ws-rpt-line
           string "  StackWatcher Nightly Run Summary - run "
                      delimited by size
                  ws-run-stamp delimited by size
                  into ws-rpt-line
           perform write-report-line
           move all "=" to stcknite-record
           write stcknite-record

           move spaces to ws-rpt-line
           move "Config" to ws-rpt-line(1:8)
           move 11 to ws-rpt-col
           perform write-step-heading
               varying ws-step-ix from 1 by 1
               until ws-step-ix > ws-step-count
           move "Result" to ws-rpt-line(ws-rpt-col:6)
           perform write-report-line
           move spaces to ws-rpt-line
           move all "-" to ws-rpt-line(1:78)
           perform write-report-line
           .

       write-step-heading section.

           move ws-step-table-name(ws-step-ix)
             to ws-rpt-line(ws-rpt-col:8)
           add 9 to ws-rpt-col
           .

       write-config-row section.

      ***** One line per config: each step as status and return code,
      ***** "-" where the step never started, blank where it does not
      ***** apply.
           move spaces to ws-rpt-line
           move ws-cfg-name(ws-cfg-ix) to ws-rpt-line(1:8)
           move ws-cfg-name(ws-cfg-ix) to ws-config-name
           perform set-config-steps
           move 11 to ws-rpt-col
           perform write-step-cell
               varying ws-step-ix from 1 by 1
               until ws-step-ix > ws-step-count
           move ws-cfg-result-rc(ws-cfg-ix) to ws-rc-edit
           move ws-cfg-result(ws-cfg-ix) to ws-rpt-line(ws-rpt-col:10)
           add 11 to ws-rpt-col
           move "rc" to ws-rpt-line(ws-rpt-col:2)
           add 2 to ws-rpt-col
           move ws-rc-edit to ws-rpt-line(ws-rpt-col:3)
           perform write-report-line
           .

       write-step-cell section.

           move spaces to ws-cell
           if ws-step-ix >= ws-first-seq
              and ws-step-ix <= ws-last-seq
               if ws-cfg-status(ws-cfg-ix ws-step-ix) = spaces
                   move "-" to ws-cell
               else
                   move ws-cfg-rc(ws-cfg-ix ws-step-ix) to ws-rc-edit
                   move ws-cfg-status(ws-cfg-ix ws-step-ix)
                     to ws-cell(1:4)
                   if ws-cfg-status(ws-cfg-ix ws-step-ix) not = "STRT"
                       move ws-rc-edit to ws-cell(5:3)
                   end-if
                   if ws-cfg-attempts(ws-cfg-ix ws-step-ix) > 1
                       move "*" to ws-cell(8:1)
                   end-if
               end-if
           end-if
           move ws-cell to ws-rpt-line(ws-rpt-col:9)
           add 9 to ws-rpt-col
           .

       write-summary-totals section.

           move spaces to ws-rpt-line
           move all "-" to ws-rpt-line(1:78)
           perform write-report-line

           compute ws-count-edit = ws-cfg-count - 1
           move spaces to ws-rpt-line
           string "Configs (excluding sweep)    : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-configs-complete to ws-count-edit
           move spaces to ws-rpt-line
           string "Complete, sweep included     : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-configs-open to ws-count-edit
           move spaces to ws-rpt-line
           string "Unfinished or not run        : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-restarted-steps to ws-count-edit
           move spaces to ws-rpt-line
           string "Steps run more than once (*) : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-night-rc to ws-rc-edit
           move spaces to ws-rpt-line
           string "Consolidated return code     : " delimited by size
                  ws-rc-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move all "=" to stcknite-record
           write stcknite-record
           .

       write-report-line section.

           move ws-rpt-line to stcknite-record
           write stcknite-record
           display function trim(ws-rpt-line trailing)
           .

       copy "STCKMSGP.cpy".
