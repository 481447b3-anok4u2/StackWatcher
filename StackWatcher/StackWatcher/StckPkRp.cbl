       identification division.
       program-id. stckpkrp.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Probe-Versus-Production Peak Comparison Report
      *
      *  The nightly stackwatcher probe is only worth running while
      *  it still works the stack at least as hard as the production
      *  process it stands in for. This report sets each watched
      *  image's production peak, from the STCKPMST master stckpkld
      *  loads out of the stackmon trails, beside the synthetic peak
      *  on STCKMAST for the config sized to match the image:
      *
      *    - production : highest pct over the range, the day and
      *      thread that reached it, the stack limit, days loaded,
      *      most threads in a day and alerted threads in total
      *    - probe      : highest archived peak pct for the config
      *      over the same range, its run date and stack limit
      *    - verdict    : PROBE COVERS when the probe peak is at or
      *      above production, PROBE BELOW when production went
      *      deeper than the probe ever does - the probe is no longer
      *      representative and capacity planning should know
      *
      *  The image's config comes from the optional fourth token of
      *  its STCKMWCH watch-list line; an image with no config, or a
      *  config with no archived runs in the range, is reported as
      *  unmatched.
      *
      *  Inputs, from the environment:
      *      PKRPFROM - first run date, yyyymmdd (default all)
      *      PKRPTO   - last run date, yyyymmdd (default all)
      *
      *  Return codes:
      *      0 - every image is covered by its probe
      *      4 - some image is below production or unmatched
      *      8 - no production peaks in range (or file error)
      *
      *  The report is written to STCKPKRP and echoed to the console.
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
           select stckpmst-file assign to "STCKPMST"
               organization is indexed
               access is sequential
               record key is ppk-key
               file status is ws-stckpmst-status.
           select stckmast-file assign to "STCKMAST"
               organization is indexed
               access is dynamic
               record key is arc-key
               file status is ws-stckmast-status.
           select stckmwch-file assign to "STCKMWCH"
               organization is line sequential
               file status is ws-stckmwch-status.
           select stckpkrp-file assign to "STCKPKRP"
               organization is line sequential
               file status is ws-stckpkrp-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.

       data division.
       file section.
       fd  stckpmst-file.
       copy "STCKPMST.cpy".

       fd  stckmast-file.
       copy "STCKMAST.cpy".

       fd  stckmwch-file.
       01  stckmwch-record.
           05  mwl-line          pic x(80).

       fd  stckpkrp-file.
       01  stckpkrp-record       pic x(132).

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       01  ws-stckpmst-status    pic x(2).
       01  ws-stckmast-status    pic x(2).
       01  ws-stckmwch-status    pic x(2).
       01  ws-stckpkrp-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".
       01  ws-mast-eof-switch    pic x value "N".
           88  ws-mast-eof           value "Y".
       01  ws-mwch-eof-switch    pic x value "N".
           88  ws-mwch-eof           value "Y".

      *>  Selection out of the environment.
       01  ws-from-date          pic 9(8) value 0.
       01  ws-to-date            pic 9(8) value 99999999.
       01  ws-env-value          pic x(16).

      *>  Image-to-config pairing off the STCKMWCH watch list.
       01  ws-map-limit          pic 9(3) comp-5 value 32.
       01  ws-map-count          pic 9(3) comp-5 value 0.
       01  ws-map-ix             pic 9(3) comp-5.
       01  ws-map-fnd-switch     pic x.
           88  ws-map-found          value "Y".
       01  ws-map-table.
           05  ws-map-entry      occurs 32.
               10  ws-map-image      pic x(64).
               10  ws-map-config     pic x(8).
       01  ws-mwl-image-part     pic x(64).
       01  ws-mwl-danger-part    pic x(16).
       01  ws-mwl-interval-part  pic x(16).
       01  ws-mwl-config-part    pic x(16).

      *>  The image group being accumulated off STCKPMST.
       01  ws-grp-image          pic x(64) value spaces.
       01  ws-grp-config         pic x(8).
       01  ws-grp-days           pic 9(5).
       01  ws-grp-peak-pct       pic 9(3).
       01  ws-grp-peak-date      pic 9(8).
       01  ws-grp-peak-tid       pic 9(9).
       01  ws-grp-limitkb        pic 9(5).
       01  ws-grp-max-threads    pic 9(5).
       01  ws-grp-alerted        pic 9(7).

      *>  The matching config's archived probe runs in the range.
       01  ws-prb-runs           pic 9(5).
       01  ws-prb-peak-pct       pic 9(3).
       01  ws-prb-peak-date      pic 9(8).
       01  ws-prb-limitkb        pic 9(5).
       01  ws-margin             pic s9(4).

      *>  Verdict tallies for the footer and return code.
       01  ws-image-count        pic 9(5) value 0.
       01  ws-covered-count      pic 9(5) value 0.
       01  ws-below-count        pic 9(5) value 0.
       01  ws-unmatched-count    pic 9(5) value 0.

      *>  Report line work area.
       01  ws-rpt-line           pic x(132).
       01  ws-count-edit         pic z(9)9.
       01  ws-pct-edit           pic zz9.
       01  ws-kb-edit            pic zzzz9.
       01  ws-margin-edit        pic -zz9.

       procedure division.

           move "STCKPKRP" to msg-program
           perform open-run-journal
           perform get-report-selection
           perform load-image-configs
           perform open-report-files
           perform write-report-header

           move "N" to ws-eof-switch
           perform read-peak-record
           perform skip-out-of-range
           if not ws-eof
               perform start-image-group
           end-if
           perform collect-peak-record until ws-eof
           if ws-grp-image not = spaces
               perform write-image-block
           end-if
           close stckpmst-file
           close stckmast-file

           perform write-report-footer
           close stckpkrp-file

           evaluate true
               when ws-image-count = 0
                   move "SF2007E" to msg-id
                   perform emit-operator-message
                   move 8 to return-code
               when ws-below-count > 0
                 or ws-unmatched-count > 0
                   move 4 to return-code
           end-evaluate
           move "SF2006I" to msg-id
           move ws-image-count to msg-insert
           perform emit-operator-message
           if msg-jrnl-open
               close stckjrnl-file
           end-if
           goback.

       get-report-selection section.

           move spaces to ws-env-value
           display "PKRPFROM" upon environment-name
           accept ws-env-value from environment-value
           if function trim(ws-env-value) is numeric
              and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-from-date
           end-if

           move spaces to ws-env-value
           display "PKRPTO" upon environment-name
           accept ws-env-value from environment-value
           if function trim(ws-env-value) is numeric
              and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-to-date
           end-if
           .

       load-image-configs section.

      ***** The watch list is parsed as stackmon parses it, plus the
      ***** optional fourth token naming the config sized to match
      ***** the image. No watch list leaves every image unmatched -
      ***** reported, not fatal.
           open input stckmwch-file
           if ws-stckmwch-status = "00"
               perform read-watch-line
               perform store-image-config
                   until ws-mwch-eof
                      or ws-map-count >= ws-map-limit
               close stckmwch-file
           end-if
           .

       read-watch-line section.

           read stckmwch-file
               at end
                   set ws-mwch-eof to true
           end-read
           .

       store-image-config section.

           move spaces to ws-mwl-image-part ws-mwl-danger-part
                          ws-mwl-interval-part ws-mwl-config-part
           unstring mwl-line delimited by all " "
               into ws-mwl-image-part ws-mwl-danger-part
                    ws-mwl-interval-part ws-mwl-config-part
           end-unstring
           if ws-mwl-image-part not = spaces
              and ws-mwl-config-part not = spaces
               add 1 to ws-map-count
               move function upper-case(ws-mwl-image-part)
                 to ws-map-image (ws-map-count)
               move function upper-case(ws-mwl-config-part)
                 to ws-map-config (ws-map-count)
           end-if
           perform read-watch-line
           .

       open-report-files section.

           open output stckpkrp-file
           if ws-stckpkrp-status not = "00"
               move "SF2003E" to msg-id
               move ws-stckpkrp-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           open input stckpmst-file
           if ws-stckpmst-status not = "00"
               move "SF2001E" to msg-id
               move ws-stckpmst-status to msg-insert
               perform emit-operator-message
               close stckpkrp-file
               move 8 to return-code
               goback
           end-if

           open input stckmast-file
           if ws-stckmast-status not = "00"
               move "SF2002E" to msg-id
               move ws-stckmast-status to msg-insert
               perform emit-operator-message
               close stckpkrp-file
               close stckpmst-file
               move 8 to return-code
               goback
           end-if
           .

       write-report-header section.

           move all "=" to stckpkrp-record
           write stckpkrp-record
           move "  Probe-Versus-Production Peak Comparison"
             to stckpkrp-record
           write stckpkrp-record
           move all "=" to stckpkrp-record
           write stckpkrp-record

           move spaces to ws-rpt-line
           string "Range        : " delimited by size
                  ws-from-date delimited by size
                  " - " delimited by size
                  ws-to-date delimited by size
                  into ws-rpt-line
           perform write-report-line
           move spaces to stckpkrp-record
           write stckpkrp-record
           .

       read-peak-record section.

           read stckpmst-file next
               at end
                   set ws-eof to true
           end-read
           .

       skip-out-of-range section.

      ***** Master order is image then date, so the date range is a
      ***** filter inside each image's run of records.
           perform read-peak-record
               until ws-eof
                  or (ppk-run-date >= ws-from-date
                      and ppk-run-date <= ws-to-date)
           .

       collect-peak-record section.

           if ppk-image not = ws-grp-image
               perform write-image-block
               perform start-image-group
           end-if
           add 1 to ws-grp-days
           if ppk-peak-pct > ws-grp-peak-pct
              or ws-grp-days = 1
               move ppk-peak-pct       to ws-grp-peak-pct
               move ppk-run-date       to ws-grp-peak-date
               move ppk-peak-thread-id to ws-grp-peak-tid
               move ppk-stacklimitkb   to ws-grp-limitkb
           end-if
           if ppk-thread-count > ws-grp-max-threads
               move ppk-thread-count to ws-grp-max-threads
           end-if
           add ppk-alerted-count to ws-grp-alerted
           perform read-peak-record
           perform skip-out-of-range
           .

       start-image-group section.

           move ppk-image to ws-grp-image
           move 0 to ws-grp-days ws-grp-peak-pct ws-grp-peak-date
                     ws-grp-peak-tid ws-grp-limitkb
                     ws-grp-max-threads ws-grp-alerted
           .

       write-image-block section.

           add 1 to ws-image-count
           perform find-image-config
           move spaces to ws-rpt-line
           string "Image " delimited by size
                  function trim(ws-grp-image) delimited by size
                  "   config " delimited by size
                  ws-grp-config delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-grp-peak-pct to ws-pct-edit
           move ws-grp-limitkb to ws-kb-edit
           move spaces to ws-rpt-line
           string "  production : peak " delimited by size
                  ws-pct-edit delimited by size
                  "% on " delimited by size
                  ws-grp-peak-date delimited by size
                  " thread " delimited by size
                  ws-grp-peak-tid delimited by size
                  ", limit " delimited by size
                  function trim(ws-kb-edit) delimited by size
                  " KB" delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-grp-days to ws-count-edit
           move spaces to ws-rpt-line
           string "               days " delimited by size
                  function trim(ws-count-edit) delimited by size
                  into ws-rpt-line
           move ws-grp-max-threads to ws-count-edit
           string function trim(ws-rpt-line trailing)
                      delimited by size
                  ", most threads " delimited by size
                  function trim(ws-count-edit) delimited by size
                  into ws-rpt-line
           move ws-grp-alerted to ws-count-edit
           string function trim(ws-rpt-line trailing)
                      delimited by size
                  ", alerted threads " delimited by size
                  function trim(ws-count-edit) delimited by size
                  into ws-rpt-line
           perform write-report-line

           if ws-grp-config = spaces
               add 1 to ws-unmatched-count
               move "  verdict    : UNMATCHED - no config in STCKMWCH"
                 to ws-rpt-line
               perform write-report-line
               move "SF2004W" to msg-id
               move ws-grp-image to msg-insert
               perform emit-operator-message
           else
               perform scan-probe-runs
               perform write-probe-verdict
           end-if

           move spaces to stckpkrp-record
           write stckpkrp-record
           .

       find-image-config section.

           move spaces to ws-grp-config
           move "N" to ws-map-fnd-switch
           move 1 to ws-map-ix
           perform scan-image-config
               until ws-map-found or ws-map-ix > ws-map-count
           .

       scan-image-config section.

           if ws-map-image (ws-map-ix) =
              function upper-case(ws-grp-image)
               move ws-map-config (ws-map-ix) to ws-grp-config
               set ws-map-found to true
           else
               add 1 to ws-map-ix
           end-if
           .

       scan-probe-runs section.

      ***** Keyed, as stckxtrc selects: position at the config's
      ***** first run on or after the from date and stop past the
      ***** config or past the to date.
           move 0 to ws-prb-runs ws-prb-peak-pct ws-prb-peak-date
                     ws-prb-limitkb
           move "N" to ws-mast-eof-switch
           move ws-grp-config to arc-config-name
           move ws-from-date  to arc-run-date
           move 0             to arc-run-time
           start stckmast-file key not less than arc-key
               invalid key
                   set ws-mast-eof to true
           end-start
           perform read-master-record
           perform tally-probe-run
               until ws-mast-eof
                  or arc-config-name not = ws-grp-config
                  or arc-run-date > ws-to-date
           .

       read-master-record section.

           if not ws-mast-eof
               read stckmast-file next
                   at end
                       set ws-mast-eof to true
               end-read
           end-if
           .

       tally-probe-run section.

           add 1 to ws-prb-runs
           if arc-peak-pct > ws-prb-peak-pct
              or ws-prb-runs = 1
               move arc-peak-pct     to ws-prb-peak-pct
               move arc-run-date     to ws-prb-peak-date
               move arc-stacklimitkb to ws-prb-limitkb
           end-if
           perform read-master-record
           .

       write-probe-verdict section.

           if ws-prb-runs = 0
               add 1 to ws-unmatched-count
               move spaces to ws-rpt-line
               string "  verdict    : UNMATCHED - no archived "
                          delimited by size
                      function trim(ws-grp-config) delimited by size
                      " runs in range" delimited by size
                      into ws-rpt-line
               perform write-report-line
           else
               move ws-prb-peak-pct to ws-pct-edit
               move ws-prb-limitkb to ws-kb-edit
               move ws-prb-runs to ws-count-edit
               move spaces to ws-rpt-line
               string "  probe      : peak " delimited by size
                      ws-pct-edit delimited by size
                      "% on " delimited by size
                      ws-prb-peak-date delimited by size
                      ", limit " delimited by size
                      function trim(ws-kb-edit) delimited by size
                      " KB, runs " delimited by size
                      function trim(ws-count-edit) delimited by size
                      into ws-rpt-line
               perform write-report-line

               compute ws-margin = ws-prb-peak-pct - ws-grp-peak-pct
               move ws-margin to ws-margin-edit
               move spaces to ws-rpt-line
               if ws-margin < 0
                   add 1 to ws-below-count
                   string "  verdict    : PROBE BELOW production, "
                              delimited by size
                          "margin " delimited by size
                          function trim(ws-margin-edit)
                              delimited by size
                          " pct" delimited by size
                          into ws-rpt-line
                   move "SF2005W" to msg-id
                   move ws-grp-image to msg-insert
                   perform emit-operator-message
               else
                   add 1 to ws-covered-count
                   string "  verdict    : PROBE COVERS production, "
                              delimited by size
                          "margin " delimited by size
                          function trim(ws-margin-edit)
                              delimited by size
                          " pct" delimited by size
                          into ws-rpt-line
               end-if
               perform write-report-line

      ***** Pcts only compare like for like when both stacks are the
      ***** same size - flag a config that no longer matches.
               if ws-prb-limitkb not = ws-grp-limitkb
                   move "  note       : probe and production stack limi
      -                 "ts differ" to ws-rpt-line
                   perform write-report-line
               end-if
           end-if
           .

       write-report-footer section.

           move all "=" to stckpkrp-record
           write stckpkrp-record

           move ws-image-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Images reported           : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-covered-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Probe covers production   : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-below-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Probe below production    : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-unmatched-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Unmatched images          : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move all "=" to stckpkrp-record
           write stckpkrp-record
           .

       write-report-line section.

           move ws-rpt-line to stckpkrp-record
           write stckpkrp-record
           display function trim(ws-rpt-line trailing)
           .

       copy "STCKMSGP.cpy".
