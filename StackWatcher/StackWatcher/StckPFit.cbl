       identification division.
       program-id. stckpfit.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Frame-Profile Fit Check against the Calibration Register
      *
      *  Whether a new deep call path fits a production thread stack
      *  used to mean booking a STACKFRAMEPROF run of stackwatcher on
      *  the batch box. stckclbr now keeps every config's measured
      *  overflow point on the STCKCALR register, so the question can
      *  be answered offline: this program reads a STCKPROF frame
      *  profile - the same per-call frame sizes, one per line, that
      *  stackwatcher's profile mode takes - and walks the modelled
      *  call chain against each config's LATEST calibration.
      *
      *  Each frame is rounded up to the 1K the profile-mode recursion
      *  allocates in, so the answer matches what a profile-mode run
      *  would model. Per config the report shows:
      *
      *    - FITS, with the headroom left below the measured crash
      *      size and the share of it the chain uses, or
      *    - OVERFLOWS, with the call at which the chain would pass
      *      the measured crash size
      *    - the call at which the chain would cross the recommended
      *      STACKDANGERPCT and STACKMAXPCT ceilings, if it does
      *
      *  Inputs, from the environment:
      *      FITCONFIG - config name to check, or ALL (default ALL)
      *  plus the files mapped to STCKCALR and STCKPROF, e.g. by
      *  STCKPFIT.CMD.
      *
      *  The report is written to STCKPFIT and echoed to the console.
      *
      *  Return codes:
      *      0 - the chain fits every config checked
      *      4 - the chain would overflow at least one config, or the
      *          named config has no calibration
      *      8 - missing or unusable register/profile, or file error
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
           select stckcalr-file assign to "STCKCALR"
               organization is line sequential
               file status is ws-stckcalr-status.
           select stckprof-file assign to "STCKPROF"
               organization is line sequential
               file status is ws-stckprof-status.
           select stckpfit-file assign to "STCKPFIT"
               organization is line sequential
               file status is ws-stckpfit-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.

       data division.
       file section.
       fd  stckcalr-file.
       copy "STCKCALR.cpy".

       fd  stckprof-file.
       01  stckprof-record.
           05  prf-frame-bytes   pic x(8).

       fd  stckpfit-file.
       01  stckpfit-record       pic x(80).

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       01  ws-stckcalr-status    pic x(2).
       01  ws-stckprof-status    pic x(2).
       01  ws-stckpfit-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".
       01  ws-prof-eof-switch    pic x value "N".
           88  ws-prof-eof           value "Y".

      *>  Selection out of the environment: one config name, or ALL.
       01  ws-select-config      pic x(8).
       01  ws-select-all-switch  pic x value "N".
           88  ws-select-all         value "Y".

      *>  Latest calibration per config off the register. A later
      *>  record for a config already held replaces it.
       01  ws-cal-limit          pic 9(3) comp-5 value 100.
       01  ws-cal-count          pic 9(3) comp-5 value 0.
       01  ws-cal-ix             pic 9(3) comp-5.
       01  ws-cal-found-switch   pic x.
           88  ws-cal-found          value "Y".
       01  ws-cal-full-switch    pic x value "N".
           88  ws-cal-full           value "Y".
       01  ws-cal-table.
           05  ws-cal-entry      occurs 100.
               10  ws-cal-config     pic x(8).
               10  ws-cal-stamp      pic 9(14).
               10  ws-cal-crash-size pic 9(18).
               10  ws-cal-limit-kb   pic 9(5).
               10  ws-cal-danger-pct pic 9(3).
               10  ws-cal-max-pct    pic 9(3).
       01  ws-rec-config         pic x(8).
       01  ws-rec-stamp          pic 9(14).

      *>  The captured frame profile, loaded and vetted exactly as
      *>  stackwatcher's profile mode loads it.
       01  ws-prof-count         pic 9(5) comp-5 value 0.
       01  ws-prof-skipped       pic 9(5) comp-5 value 0.
       01  ws-prof-limit         pic 9(5) comp-5 value 20000.
       01  ws-prof-ix            pic 9(5) comp-5.
       01  ws-profile-table.
           05  ws-prof-frame     occurs 20000 pic 9(8) comp-5.

      *>  One config's walk of the modelled chain.
       01  ws-frame-units        pic 9(9) comp-5.
       01  ws-chain-bytes        pic 9(18) comp-5.
       01  ws-danger-bytes       pic 9(18) comp-5.
       01  ws-max-bytes          pic 9(18) comp-5.
       01  ws-headroom-bytes     pic 9(18) comp-5.
       01  ws-danger-call        pic 9(5) comp-5.
       01  ws-max-call           pic 9(5) comp-5.
       01  ws-overflow-call      pic 9(5) comp-5.
       01  ws-ceil-call          pic 9(5) comp-5.
       01  ws-used-pct           pic 9(3).

      *>  Report totals and line work area.
       01  ws-checked-count      pic 9(5) value 0.
       01  ws-fits-count         pic 9(5) value 0.
       01  ws-overflow-count     pic 9(5) value 0.
       01  ws-rpt-line           pic x(80).
       01  ws-size-edit          pic z(17)9.
       01  ws-call-edit          pic z(4)9.
       01  ws-calls-edit         pic z(4)9.
       01  ws-pct-edit           pic zz9.

       procedure division.

           move "STCKPFIT" to msg-program
           perform open-run-journal
           perform get-fit-selection
           perform load-calibrations
           perform load-frame-profile
           perform open-report-file
           perform check-config-fit
               varying ws-cal-ix from 1 by 1
               until ws-cal-ix > ws-cal-count
           perform write-report-footer
           close stckpfit-file

           if ws-checked-count = 0
               move "SZ2208W" to msg-id
               move ws-select-config to msg-insert
               perform emit-operator-message
               move 4 to return-code
           else
               move "SZ2211I" to msg-id
               move ws-fits-count to msg-insert
               perform emit-operator-message
               if ws-overflow-count > 0
                   move 4 to return-code
               end-if
           end-if
           if msg-jrnl-open
               close stckjrnl-file
           end-if
           goback.

       get-fit-selection section.

           move spaces to ws-select-config
           display "FITCONFIG" upon environment-name
           accept ws-select-config from environment-value
           move function upper-case(ws-select-config)
             to ws-select-config
           if ws-select-config = spaces
              or ws-select-config = "ALL"
               move "ALL" to ws-select-config
               set ws-select-all to true
           end-if
           .

       load-calibrations section.

      ***** Without a register there is nothing to check against - the
      ***** configs have to be calibrated first.
           open input stckcalr-file
           if ws-stckcalr-status not = "00"
               move "SZ2201E" to msg-id
               move ws-stckcalr-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           perform read-calibration-record
           perform keep-latest-calibration until ws-eof
           close stckcalr-file

           if ws-cal-count = 0
               move "SZ2202E" to msg-id
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           .

       read-calibration-record section.

           read stckcalr-file
               at end
                   set ws-eof to true
           end-read
           .

       keep-latest-calibration section.

      ***** The register is appended in time order, but the stamps are
      ***** compared anyway so a hand-merged register still yields
      ***** each config's most recent measurement.
           if clr-crash-size is numeric
              and clr-crash-size > 0
              and clr-calib-date is numeric
              and clr-calib-time is numeric
               move function upper-case(clr-config-name)
                 to ws-rec-config
               compute ws-rec-stamp =
                   clr-calib-date * 1000000 + clr-calib-time
               move "N" to ws-cal-found-switch
               move 1 to ws-cal-ix
               perform scan-calibration-entry
                   until ws-cal-found or ws-cal-ix > ws-cal-count
               if ws-cal-found
                   if ws-rec-stamp >= ws-cal-stamp (ws-cal-ix)
                       perform store-calibration-entry
                   end-if
               else
                   if ws-cal-count >= ws-cal-limit
                       if not ws-cal-full
                           set ws-cal-full to true
                           move "SZ2209W" to msg-id
                           move ws-cal-limit to msg-insert
                           perform emit-operator-message
                       end-if
                   else
                       add 1 to ws-cal-count
                       move ws-cal-count to ws-cal-ix
                       perform store-calibration-entry
                   end-if
               end-if
           end-if
           perform read-calibration-record
           .

       scan-calibration-entry section.

           if ws-cal-config (ws-cal-ix) = ws-rec-config
               set ws-cal-found to true
           else
               add 1 to ws-cal-ix
           end-if
           .

       store-calibration-entry section.

           move ws-rec-config        to ws-cal-config (ws-cal-ix)
           move ws-rec-stamp         to ws-cal-stamp (ws-cal-ix)
           move clr-crash-size       to ws-cal-crash-size (ws-cal-ix)
           move clr-reported-limitkb to ws-cal-limit-kb (ws-cal-ix)
           move clr-rec-danger-pct   to ws-cal-danger-pct (ws-cal-ix)
           move clr-rec-max-pct      to ws-cal-max-pct (ws-cal-ix)
           .

       load-frame-profile section.

      ***** Lines are free-form numbers, as a capture or a hand edit
      ***** writes them; blank, non-numeric and zero lines are skipped
      ***** and counted, as stackwatcher's profile mode does.
           open input stckprof-file
           if ws-stckprof-status not = "00"
               move "SZ2203E" to msg-id
               move ws-stckprof-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           perform read-profile-record
           perform store-profile-record until ws-prof-eof
                                          or ws-prof-count >=
                                             ws-prof-limit
           if not ws-prof-eof
               move "SZ2206W" to msg-id
               move ws-prof-limit to msg-insert
               perform emit-operator-message
           end-if
           if ws-prof-skipped > 0
               move "SZ2205W" to msg-id
               move ws-prof-skipped to msg-insert
               perform emit-operator-message
           end-if
           close stckprof-file
           if ws-prof-count = 0
               move "SZ2204E" to msg-id
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           .

       read-profile-record section.

           read stckprof-file
               at end
                   set ws-prof-eof to true
           end-read
           .

       store-profile-record section.

           if function trim(prf-frame-bytes) is numeric
              and function numval(prf-frame-bytes) > 0
               add 1 to ws-prof-count
               compute ws-prof-frame (ws-prof-count) =
                   function numval(prf-frame-bytes)
           else
               add 1 to ws-prof-skipped
           end-if
           perform read-profile-record
           .

       open-report-file section.

           open output stckpfit-file
           if ws-stckpfit-status not = "00"
               move "SZ2207E" to msg-id
               move ws-stckpfit-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           move all "=" to stckpfit-record
           write stckpfit-record
           move "  Frame-Profile Fit Check against Calibrated Limits"
             to stckpfit-record
           write stckpfit-record
           move all "=" to stckpfit-record
           write stckpfit-record

           move ws-prof-count to ws-calls-edit
           move spaces to ws-rpt-line
           string "Profile calls modelled : " delimited by size
                  ws-calls-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string "Config selection       : " delimited by size
                  ws-select-config delimited by size
                  into ws-rpt-line
           perform write-report-line
           .

       check-config-fit section.

           if ws-select-all
              or ws-cal-config (ws-cal-ix) = ws-select-config
               add 1 to ws-checked-count
               perform walk-config-chain
               perform write-config-block
           end-if
           .

       walk-config-chain section.

      ***** Stack the modelled frames one call at a time until the
      ***** profile is exhausted or the chain passes the measured
      ***** crash size. The ceilings are pcts of the reported limit,
      ***** as stackwatcher computes its usage pct.
           compute ws-danger-bytes =
               ws-cal-limit-kb (ws-cal-ix) * 1024
                   * ws-cal-danger-pct (ws-cal-ix) / 100
           compute ws-max-bytes =
               ws-cal-limit-kb (ws-cal-ix) * 1024
                   * ws-cal-max-pct (ws-cal-ix) / 100
           move 0 to ws-chain-bytes ws-danger-call ws-max-call
                     ws-overflow-call
           perform walk-profile-call
               varying ws-prof-ix from 1 by 1
               until ws-prof-ix > ws-prof-count
                  or ws-overflow-call > 0
           .

       walk-profile-call section.

           compute ws-frame-units =
               (ws-prof-frame (ws-prof-ix) + 1023) / 1024
           compute ws-chain-bytes =
               ws-chain-bytes + ws-frame-units * 1024
           if ws-danger-call = 0
              and ws-chain-bytes > ws-danger-bytes
               move ws-prof-ix to ws-danger-call
           end-if
           if ws-max-call = 0
              and ws-chain-bytes > ws-max-bytes
               move ws-prof-ix to ws-max-call
           end-if
           if ws-chain-bytes > ws-cal-crash-size (ws-cal-ix)
               move ws-prof-ix to ws-overflow-call
           end-if
           .

       write-config-block section.

           move spaces to stckpfit-record
           write stckpfit-record
           move spaces to ws-rpt-line
           string "Config                 : " delimited by size
                  ws-cal-config (ws-cal-ix) delimited by size
                  "  (calibrated " delimited by size
                  ws-cal-stamp (ws-cal-ix) delimited by size
                  ")" delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-cal-crash-size (ws-cal-ix) to ws-size-edit
           move spaces to ws-rpt-line
           string "Measured crash size    : " delimited by size
                  ws-size-edit delimited by size
                  " bytes" delimited by size
                  into ws-rpt-line
           perform write-report-line

           if ws-overflow-call > 0
               add 1 to ws-overflow-count
               move ws-overflow-call to ws-call-edit
               move ws-prof-count to ws-calls-edit
               move spaces to ws-rpt-line
               string "Verdict                : OVERFLOWS at call "
                          delimited by size
                      function trim(ws-call-edit) delimited by size
                      " of " delimited by size
                      function trim(ws-calls-edit) delimited by size
                      into ws-rpt-line
               perform write-report-line
               move "SZ2210W" to msg-id
               move ws-cal-config (ws-cal-ix) to msg-insert
               perform emit-operator-message
           else
               add 1 to ws-fits-count
               move ws-chain-bytes to ws-size-edit
               move spaces to ws-rpt-line
               string "Modelled chain size    : " delimited by size
                      ws-size-edit delimited by size
                      " bytes" delimited by size
                      into ws-rpt-line
               perform write-report-line
               compute ws-headroom-bytes =
                   ws-cal-crash-size (ws-cal-ix) - ws-chain-bytes
               compute ws-used-pct =
                   ws-chain-bytes * 100 / ws-cal-crash-size (ws-cal-ix)
               move ws-headroom-bytes to ws-size-edit
               move ws-used-pct to ws-pct-edit
               move spaces to ws-rpt-line
               string "Verdict                : FITS - headroom "
                          delimited by size
                      function trim(ws-size-edit) delimited by size
                      " bytes (" delimited by size
                      function trim(ws-pct-edit) delimited by size
                      "% of crash size used)" delimited by size
                      into ws-rpt-line
               perform write-report-line
           end-if

           move ws-cal-danger-pct (ws-cal-ix) to ws-pct-edit
           move spaces to ws-rpt-line
           string "STACKDANGERPCT " delimited by size
                  ws-pct-edit delimited by size
                  "%    : " delimited by size
                  into ws-rpt-line
           move ws-danger-call to ws-ceil-call
           perform append-ceiling-call
           perform write-report-line

           move ws-cal-max-pct (ws-cal-ix) to ws-pct-edit
           move spaces to ws-rpt-line
           string "STACKMAXPCT    " delimited by size
                  ws-pct-edit delimited by size
                  "%    : " delimited by size
                  into ws-rpt-line
           move ws-max-call to ws-ceil-call
           perform append-ceiling-call
           perform write-report-line
           .

       append-ceiling-call section.

      ***** Tack the crossing call (parked in ws-ceil-call, zero when
      ***** the chain never crosses) onto the ceiling's report line.
           if ws-ceil-call = 0
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " not reached" delimited by size
                      into ws-rpt-line
           else
               move ws-ceil-call to ws-call-edit
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " crossed at call " delimited by size
                      function trim(ws-call-edit) delimited by size
                      into ws-rpt-line
           end-if
           .

       write-report-footer section.

           move spaces to stckpfit-record
           write stckpfit-record
           move ws-checked-count to ws-calls-edit
           move spaces to ws-rpt-line
           string "Configs checked        : " delimited by size
                  ws-calls-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-fits-count to ws-calls-edit
           move spaces to ws-rpt-line
           string "Chain fits             : " delimited by size
                  ws-calls-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-overflow-count to ws-calls-edit
           move spaces to ws-rpt-line
           string "Chain would overflow   : " delimited by size
                  ws-calls-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move all "=" to stckpfit-record
           write stckpfit-record
           .

       write-report-line section.

           move ws-rpt-line to stckpfit-record
           write stckpfit-record
           display function trim(ws-rpt-line trailing)
           .

       copy "STCKMSGP.cpy".
