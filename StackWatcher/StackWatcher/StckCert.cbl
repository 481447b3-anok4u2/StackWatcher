       identification division.
       program-id. stckcert.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Release Headroom Certification Report
      *
      *  STCKHIST and STCKMAST have always been "release over release"
      *  in name only - until runs carried a release label, the only
      *  way to say whether release 14.2 was certified for PROD1MB
      *  was to line up deployment dates against run dates by hand.
      *
      *  This program reads the STCKMAST archive master stckarcl
      *  maintains, groups the archived runs by arc-release and config
      *  name, and for each release/config pair reports:
      *
      *    - the number of archived runs and their date span
      *    - the worst (highest) peak stack usage pct of any run
      *    - the fewest iterations any run completed before its
      *      safe-test ceiling stopped it - the worst case, since a
      *      deeper frame budget shows up as fewer calls
      *    - the stckgate verdicts archived with the runs: PASS, FAIL,
      *      WAIVED, REBASELINED, and none (no baseline yet, a SUSPECT
      *      trail that never reached the gate, or an older run)
      *    - a certified / not-certified status against the config's
      *      STCKWCHR.CFG ceilings (defaulting to the 80/95/0 the
      *      nightly job falls back to when the config has no line)
      *
      *  A release/config pair is NOT CERTIFIED when:
      *    - any run peaked beyond the config's STACKMAXPCT, so the
      *      controlled stop did not hold
      *    - the config models a real call depth (STACKMAXDEPTH > 0)
      *      and any run reached its STACKDANGERPCT before that depth
      *    - any run failed the headroom gate
      *    - none of its runs was ever gated
      *  and CERTIFIED otherwise.
      *
      *  Runs loaded before release labelling group under a blank
      *  label, shown as (unlabelled).
      *
      *  Inputs, from the environment:
      *      CERTCONFIG  - config name to report, or ALL (default ALL)
      *      CERTRELEASE - release label to report (default every
      *                    release on the master)
      *  plus the config file mapped to STCKCFG, e.g.:
      *      set dd_STCKCFG=STCKWCHR.CFG
      *
      *  The report is written to STCKCERT and echoed to the console.
      *
      *  Return codes:
      *      0 - every reported release/config pair is certified
      *      4 - at least one pair is not certified, or no archived
      *          run matched the selection
      *      8 - file error
      *
      *  Date - 15/10/2026
      *
      ******************************************************************
      *  Modification History
      *  --------------------
      *  15/10/2026  R Okafor - Initial version.
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select stckmast-file assign to "STCKMAST"
               organization is indexed
               access is dynamic
               record key is arc-key
               file status is ws-stckmast-status.
           select stckcfg-file assign to "STCKCFG"
               organization is line sequential
               file status is ws-stckcfg-status.
           select stckcert-file assign to "STCKCERT"
               organization is line sequential
               file status is ws-stckcert-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.

       data division.
       file section.
       fd  stckmast-file.
       copy "STCKMAST.cpy".

       fd  stckcfg-file.
       01  stckcfg-record        pic x(200).

       fd  stckcert-file.
       01  stckcert-record       pic x(132).

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       01  ws-stckmast-status    pic x(2).
       01  ws-stckcfg-status     pic x(2).
       01  ws-stckcert-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".
       01  ws-cfg-eof-switch     pic x value "N".
           88  ws-cfg-eof            value "Y".

      *>  Selection out of the environment: one config name or ALL,
      *>  and one release label or every release.
       01  ws-select-config      pic x(8).
       01  ws-select-all-switch  pic x value "N".
           88  ws-select-all         value "Y".
       01  ws-select-release     pic x(16).

      *>  Per-config ceilings parsed from the STCKWCHR.CFG lines. The
      *>  defaults are the same 80/95/0 STCKWCHR.CMD falls back to
      *>  when a config has no line.
       01  ws-cfg-count          pic 9(3) comp-5 value 0.
       01  ws-cfg-limit          pic 9(3) comp-5 value 100.
       01  ws-cfg-ix             pic 9(3) comp-5.
       01  ws-ceiling-table.
           05  ws-ceil-entry     occurs 100.
               10  ws-ceil-config    pic x(8).
               10  ws-ceil-danger    pic 9(3).
               10  ws-ceil-max       pic 9(3).
               10  ws-ceil-depth     pic 9(10).
       01  ws-default-danger     pic 9(3) value 80.
       01  ws-default-max        pic 9(3) value 95.
       01  ws-default-depth      pic 9(10) value 0.

      *>  STCKWCHR.CFG line parse work fields.
       01  ws-cfg-name-part      pic x(32).
       01  ws-cfg-tail-part      pic x(64).
       01  ws-cfg-danger-part    pic x(16).
       01  ws-cfg-max-part       pic x(16).
       01  ws-cfg-depth-part     pic x(16).
       01  ws-ceil-found-switch  pic x.
           88  ws-ceil-found         value "Y".
       01  ws-lookup-config      pic x(8).
       01  ws-use-danger         pic 9(3).
       01  ws-use-max            pic 9(3).
       01  ws-use-depth          pic 9(10).

      *>  One entry per release/config pair, held in release then
      *>  config order: each master record is matched to its pair or
      *>  insertion-sorted in as a new one, so the print pass just
      *>  walks the table top to bottom.
       01  ws-group-limit        pic 9(3) comp-5 value 500.
       01  ws-group-count        pic 9(3) comp-5 value 0.
       01  ws-group-ix           pic 9(3) comp-5.
       01  ws-shift-ix           pic 9(3) comp-5.
       01  ws-slot-found-switch  pic x.
           88  ws-slot-found         value "Y".
       01  ws-matched-switch     pic x.
           88  ws-group-matched      value "Y".
       01  ws-overflow-switch    pic x value "N".
           88  ws-group-overflowed   value "Y".
       01  ws-new-key.
           05  ws-new-release    pic x(16).
           05  ws-new-config     pic x(8).
       01  ws-group-table.
           05  ws-grp-entry      occurs 500.
               10  ws-grp-key.
                   15  ws-grp-release    pic x(16).
                   15  ws-grp-config     pic x(8).
               10  ws-grp-runs       pic 9(5).
               10  ws-grp-first-date pic 9(8).
               10  ws-grp-last-date  pic 9(8).
               10  ws-grp-worst-pct  pic 9(3).
               10  ws-grp-worst-iter pic 9(10).
               10  ws-grp-pass       pic 9(5).
               10  ws-grp-fail       pic 9(5).
               10  ws-grp-waived     pic 9(5).
               10  ws-grp-rebased    pic 9(5).
               10  ws-grp-ungated    pic 9(5).

      *>  Certification outcome of the pair being printed.
       01  ws-cert-status        pic x(40).
       01  ws-cert-switch        pic x.
           88  ws-certified          value "Y".

      *>  Report totals and line work area.
       01  ws-runs-selected      pic 9(10) value 0.
       01  ws-certified-count    pic 9(5) value 0.
       01  ws-rejected-count     pic 9(5) value 0.
       01  ws-rpt-line           pic x(132).
       01  ws-release-text       pic x(16).
       01  ws-runs-edit          pic z(4)9.
       01  ws-pct-edit           pic zz9.
       01  ws-max-edit           pic zz9.
       01  ws-iter-edit          pic z(9)9.
       01  ws-pass-edit          pic z(3)9.
       01  ws-fail-edit          pic z(3)9.
       01  ws-waived-edit        pic z(3)9.
       01  ws-rebased-edit       pic z(3)9.
       01  ws-ungated-edit       pic z(3)9.
       01  ws-count-edit         pic z(9)9.

       procedure division.

           move "STCKCERT" to msg-program
           perform open-run-journal
           perform get-cert-selection
           perform load-config-ceilings
           perform open-report-file
           perform open-archive-master
           perform read-master-record
           perform process-master-records until ws-eof
           close stckmast-file

           perform write-group-line
               varying ws-group-ix from 1 by 1
               until ws-group-ix > ws-group-count
           perform write-report-footer
           close stckcert-file

           if ws-runs-selected = 0
               move "SY2105W" to msg-id
               perform emit-operator-message
               move 4 to return-code
           else
               move "SY2106I" to msg-id
               move ws-certified-count to msg-insert
               perform emit-operator-message
               if ws-rejected-count > 0
                   move "SY2107W" to msg-id
                   move ws-rejected-count to msg-insert
                   perform emit-operator-message
                   move 4 to return-code
               end-if
           end-if
           if msg-jrnl-open
               close stckjrnl-file
           end-if
           goback.

       get-cert-selection section.

           move spaces to ws-select-config
           display "CERTCONFIG" upon environment-name
           accept ws-select-config from environment-value
           move function upper-case(ws-select-config)
             to ws-select-config
           if ws-select-config = spaces
              or ws-select-config = "ALL"
               move "ALL" to ws-select-config
               set ws-select-all to true
           end-if

           move spaces to ws-select-release
           display "CERTRELEASE" upon environment-name
           accept ws-select-release from environment-value
           .

       load-config-ceilings section.

      ***** Parse the per-config ceiling lines out of the config file
      ***** once at start-up, exactly as the trend forecast does; an
      ***** unreadable config file leaves every config on the nightly
      ***** job's defaults, and says so.
           open input stckcfg-file
           if ws-stckcfg-status not = "00"
               move "SY2103W" to msg-id
               move ws-stckcfg-status to msg-insert
               perform emit-operator-message
           else
               perform read-config-line
               perform parse-config-line until ws-cfg-eof
                                           or ws-cfg-count >=
                                              ws-cfg-limit
               close stckcfg-file
           end-if
           .

       read-config-line section.

           read stckcfg-file
               at end
                   set ws-cfg-eof to true
           end-read
           .

       parse-config-line section.

           if stckcfg-record not = spaces
              and function upper-case(stckcfg-record(1:4)) not = "REM "
               move spaces to ws-cfg-name-part ws-cfg-tail-part
                              ws-cfg-danger-part ws-cfg-max-part
                              ws-cfg-depth-part
               unstring stckcfg-record delimited by "="
                   into ws-cfg-name-part ws-cfg-tail-part
               end-unstring
               unstring ws-cfg-tail-part delimited by ","
                   into ws-cfg-danger-part ws-cfg-max-part
                        ws-cfg-depth-part
               end-unstring
               if ws-cfg-tail-part not = spaces
                  and function trim(ws-cfg-danger-part) is numeric
                  and function trim(ws-cfg-max-part) is numeric
                   add 1 to ws-cfg-count
                   move function upper-case(
                       function trim(ws-cfg-name-part))
                     to ws-ceil-config (ws-cfg-count)
                   move function numval(ws-cfg-danger-part)
                     to ws-ceil-danger (ws-cfg-count)
                   move function numval(ws-cfg-max-part)
                     to ws-ceil-max (ws-cfg-count)
                   move 0 to ws-ceil-depth (ws-cfg-count)
                   if function trim(ws-cfg-depth-part) is numeric
                       move function numval(ws-cfg-depth-part)
                         to ws-ceil-depth (ws-cfg-count)
                   end-if
               end-if
           end-if
           perform read-config-line
           .

       open-report-file section.

           open output stckcert-file
           if ws-stckcert-status not = "00"
               move "SY2102E" to msg-id
               move ws-stckcert-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           move all "=" to stckcert-record
           write stckcert-record
           move "  Release Headroom Certification from the Archive"
             to stckcert-record
           write stckcert-record
           move all "=" to stckcert-record
           write stckcert-record

           move spaces to ws-rpt-line
           string "Config selection      : " delimited by size
                  ws-select-config delimited by size
                  into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           if ws-select-release = spaces
               string "Release selection     : " delimited by size
                      "ALL" delimited by size
                      into ws-rpt-line
           else
               string "Release selection     : " delimited by size
                      ws-select-release delimited by size
                      into ws-rpt-line
           end-if
           perform write-report-line

           move spaces to stckcert-record
           write stckcert-record
           move spaces to ws-rpt-line
           string "Release          Config   Runs  First    Last     "
                      delimited by size
                  "Worst Fewest iters Pass Fail Waiv Rebl None "
                      delimited by size
                  "Dngr/Max  Status" delimited by size
                  into ws-rpt-line
           perform write-report-line
           move all "-" to stckcert-record
           write stckcert-record
           .

       open-archive-master section.

           open input stckmast-file
           if ws-stckmast-status not = "00"
               move "SY2101E" to msg-id
               move ws-stckmast-status to msg-insert
               perform emit-operator-message
               close stckcert-file
               move 8 to return-code
               goback
           end-if

      ***** Position at the start of the selection: the named config's
      ***** first run, or the top of the master for ALL.
           move low-values to arc-key
           if not ws-select-all
               move ws-select-config to arc-config-name
           end-if
           start stckmast-file key not less than arc-key
               invalid key
                   set ws-eof to true
           end-start
           .

       read-master-record section.

           if not ws-eof
               read stckmast-file next
                   at end
                       set ws-eof to true
               end-read
           end-if
           .

       process-master-records section.

      ***** Past the named config's last run there is nothing left to
      ***** read; within the selection only the chosen release (if
      ***** any) is collected.
           if not ws-select-all
              and arc-config-name not = ws-select-config
               set ws-eof to true
           else
               if ws-select-release = spaces
                  or arc-release = ws-select-release
                   add 1 to ws-runs-selected
                   perform collect-master-record
               end-if
               perform read-master-record
           end-if
           .

       collect-master-record section.

      ***** Find the run's release/config pair, or the slot it sorts
      ***** into; a new pair shifts the tail down one and starts at
      ***** zero before the run is added in.
           move arc-release     to ws-new-release
           move arc-config-name to ws-new-config
           move "N" to ws-slot-found-switch
           move "N" to ws-matched-switch
           move 1 to ws-group-ix
           perform find-group-slot
               until ws-slot-found
                  or ws-group-ix > ws-group-count

           if ws-group-matched
               perform accumulate-group-run
           else
               if ws-group-count >= ws-group-limit
                   if not ws-group-overflowed
                       set ws-group-overflowed to true
                       move "SY2104W" to msg-id
                       move ws-group-limit to msg-insert
                       perform emit-operator-message
                   end-if
               else
                   perform shift-group-tail
                       varying ws-shift-ix
                       from ws-group-count by -1
                       until ws-shift-ix < ws-group-ix
                   add 1 to ws-group-count
                   move ws-new-key to ws-grp-key (ws-group-ix)
                   move 0 to ws-grp-runs (ws-group-ix)
                             ws-grp-worst-pct (ws-group-ix)
                             ws-grp-pass (ws-group-ix)
                             ws-grp-fail (ws-group-ix)
                             ws-grp-waived (ws-group-ix)
                             ws-grp-rebased (ws-group-ix)
                             ws-grp-ungated (ws-group-ix)
                   move arc-run-date to ws-grp-first-date (ws-group-ix)
                   move arc-iterations
                     to ws-grp-worst-iter (ws-group-ix)
                   perform accumulate-group-run
               end-if
           end-if
           .

       find-group-slot section.

           evaluate true
               when ws-grp-key (ws-group-ix) = ws-new-key
                   set ws-group-matched to true
                   set ws-slot-found to true
               when ws-grp-key (ws-group-ix) > ws-new-key
                   set ws-slot-found to true
               when other
                   add 1 to ws-group-ix
           end-evaluate
           .

       shift-group-tail section.

           move ws-grp-entry (ws-shift-ix)
             to ws-grp-entry (ws-shift-ix + 1)
           .

       accumulate-group-run section.

           add 1 to ws-grp-runs (ws-group-ix)
           move arc-run-date to ws-grp-last-date (ws-group-ix)
           if arc-peak-pct > ws-grp-worst-pct (ws-group-ix)
               move arc-peak-pct to ws-grp-worst-pct (ws-group-ix)
           end-if
           if arc-iterations < ws-grp-worst-iter (ws-group-ix)
               move arc-iterations to ws-grp-worst-iter (ws-group-ix)
           end-if
           evaluate arc-gate-verdict
               when "PASS"
                   add 1 to ws-grp-pass (ws-group-ix)
               when "FAIL"
                   add 1 to ws-grp-fail (ws-group-ix)
               when "WAIVED"
                   add 1 to ws-grp-waived (ws-group-ix)
               when "REBASELINED"
                   add 1 to ws-grp-rebased (ws-group-ix)
               when other
                   add 1 to ws-grp-ungated (ws-group-ix)
           end-evaluate
           .

       lookup-config-ceilings section.

           move ws-default-danger to ws-use-danger
           move ws-default-max    to ws-use-max
           move ws-default-depth  to ws-use-depth
           move "N" to ws-ceil-found-switch
           move 1 to ws-cfg-ix
           perform scan-ceiling-entry
               until ws-ceil-found or ws-cfg-ix > ws-cfg-count
           .

       scan-ceiling-entry section.

           if ws-ceil-config (ws-cfg-ix) = ws-lookup-config
               move ws-ceil-danger (ws-cfg-ix) to ws-use-danger
               move ws-ceil-max (ws-cfg-ix)    to ws-use-max
               move ws-ceil-depth (ws-cfg-ix)  to ws-use-depth
               set ws-ceil-found to true
           else
               add 1 to ws-cfg-ix
           end-if
           .

       certify-group section.

      ***** The first failing test names the reason; a pair that
      ***** passes them all is certified.
           move "N" to ws-cert-switch
           evaluate true
               when ws-grp-worst-pct (ws-group-ix) > ws-use-max
                   move "NOT CERTIFIED - peak beyond STACKMAXPCT"
                     to ws-cert-status
               when ws-use-depth > 0
                and ws-grp-worst-pct (ws-group-ix) >= ws-use-danger
                   move "NOT CERTIFIED - peak at STACKDANGERPCT"
                     to ws-cert-status
               when ws-grp-fail (ws-group-ix) > 0
                   move "NOT CERTIFIED - gate failed"
                     to ws-cert-status
               when ws-grp-pass (ws-group-ix)
                  + ws-grp-waived (ws-group-ix)
                  + ws-grp-rebased (ws-group-ix) = 0
                   move "NOT CERTIFIED - never gated"
                     to ws-cert-status
               when other
                   move "CERTIFIED" to ws-cert-status
                   set ws-certified to true
           end-evaluate
           if ws-certified
               add 1 to ws-certified-count
           else
               add 1 to ws-rejected-count
           end-if
           .

       write-group-line section.

           move ws-grp-config (ws-group-ix) to ws-lookup-config
           perform lookup-config-ceilings
           perform certify-group

           if ws-grp-release (ws-group-ix) = spaces
               move "(unlabelled)" to ws-release-text
           else
               move ws-grp-release (ws-group-ix) to ws-release-text
           end-if
           move ws-grp-runs (ws-group-ix)       to ws-runs-edit
           move ws-grp-worst-pct (ws-group-ix)  to ws-pct-edit
           move ws-grp-worst-iter (ws-group-ix) to ws-iter-edit
           move ws-grp-pass (ws-group-ix)       to ws-pass-edit
           move ws-grp-fail (ws-group-ix)       to ws-fail-edit
           move ws-grp-waived (ws-group-ix)     to ws-waived-edit
           move ws-grp-rebased (ws-group-ix)    to ws-rebased-edit
           move ws-grp-ungated (ws-group-ix)    to ws-ungated-edit
           move ws-use-max                      to ws-max-edit

           move spaces to ws-rpt-line
           string ws-release-text delimited by size
                  " " delimited by size
                  ws-grp-config (ws-group-ix) delimited by size
                  " " delimited by size
                  ws-runs-edit delimited by size
                  " " delimited by size
                  ws-grp-first-date (ws-group-ix) delimited by size
                  " " delimited by size
                  ws-grp-last-date (ws-group-ix) delimited by size
                  "   " delimited by size
                  ws-pct-edit delimited by size
                  "   " delimited by size
                  ws-iter-edit delimited by size
                  " " delimited by size
                  ws-pass-edit delimited by size
                  " " delimited by size
                  ws-fail-edit delimited by size
                  " " delimited by size
                  ws-waived-edit delimited by size
                  " " delimited by size
                  ws-rebased-edit delimited by size
                  " " delimited by size
                  ws-ungated-edit delimited by size
                  " " delimited by size
                  into ws-rpt-line
           move ws-use-danger to ws-pct-edit
           string function trim(ws-rpt-line trailing)
                      delimited by size
                  "  " delimited by size
                  ws-pct-edit delimited by size
                  "/" delimited by size
                  ws-max-edit delimited by size
                  "  " delimited by size
                  ws-cert-status delimited by size
                  into ws-rpt-line
           perform write-report-line
           .

       write-report-footer section.

           move all "-" to stckcert-record
           write stckcert-record
           move ws-runs-selected to ws-count-edit
           move spaces to ws-rpt-line
           string "Archived runs read    : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-certified-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Pairs certified       : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-rejected-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Pairs not certified   : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move all "=" to stckcert-record
           write stckcert-record
           .

       write-report-line section.

           move ws-rpt-line to stckcert-record
           write stckcert-record
           display function trim(ws-rpt-line trailing)
           .

       copy "STCKMSGP.cpy".
