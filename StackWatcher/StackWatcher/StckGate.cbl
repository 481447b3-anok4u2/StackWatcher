      *  An exception report is written to STCKGATE in either case so
      *  the morning review has the numbers without opening STCKHIST.
      *
      *  A deliberate, signed-off change in stack behaviour (a new
      *  release that legitimately uses more stack) is accepted through
      *  the STCKWAIV waiver file rather than by wiping STCKHIST. Each
      *  line names a config, the run date the waiver takes effect, the
      *  approver and the date it expires:
      *
      *      <config-name>=<effective yyyymmdd>,<approver>,
      *                    <expiry yyyymmdd>
      *
      *  Rem lines and blank lines are commentary. When the newest run
      *  falls inside an approved, unexpired waiver for GATECONFIG, the
      *  baseline is formed only from prior runs on or after the
      *  effective date:
      *
      *      WAIVED      - no prior run since the effective date; the
      *                    newest run is accepted on the waiver and
      *                    starts the fresh baseline (return code 0)
      *      REBASELINED - the newest run is inside the band of the
      *                    fresh baseline (return code 0)
      *      FAIL        - the newest run has moved outside the band
      *                    of the fresh baseline (return code 8)
      *
      *  Where several waivers qualify the latest effective date wins.
      *  A waiver with no approver, or expired before the newest run,
      *  is never applied - the run is gated against the normal
      *  baseline and still fails on a regression. Every waiver on file
      *  for the config is listed in the report with its disposition,
      *  so the applied ones are on record for audit.
      *
      *  Tuning, read once from the environment:
      *      STACKBASERUNS - number of prior runs in the rolling
      *                      baseline (default 5, max 99)
      *      STACKTOLITER  - tolerance band on iterations, as a
      *                      percentage of the baseline average
      *                      either side (default 10)
      *      GATECONFIG    - config name under test, used to pick its
      *                      lines out of STCKWAIV; when unset no
      *                      waiver is consulted
      *
      *  Date - 22/08/2026
      *
      *  Modification History
      *  --------------------
      *  22/08/2026  R Okafor - Initial version.
      *  15/10/2026  R Okafor - Honour approved waivers from STCKWAIV:
      *                         fresh baseline from the effective date,
      *                         WAIVED/REBASELINED verdicts and a
      *                         waiver audit list in the report.
      ******************************************************************
       environment division.
       input-output section.
           select stckgate-file assign to "STCKGATE"
               organization is line sequential
               file status is ws-stckgate-status.
           select stckwaiv-file assign to "STCKWAIV"
               organization is line sequential
               file status is ws-stckwaiv-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.
       fd  stckgate-file.
       01  stckgate-record       pic x(80).

       fd  stckwaiv-file.
       01  stckwaiv-record       pic x(200).

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       copy "STCKMCAT.cpy".
       01  ws-stckhist-status    pic x(2).
       01  ws-stckgate-status    pic x(2).
       01  ws-stckwaiv-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".
       01  ws-waiv-eof-switch    pic x value "N".
           88  ws-waiv-eof           value "Y".

      *>  Rolling window of the most recent history records. The file
      *>  is read end-to-end and the last ws-ring-size records kept,
       01  ws-iter-low           pic s9(11) value 0.
       01  ws-iter-high          pic s9(11) value 0.

      *>  Config under test, named by the nightly job so the gate can
      *>  pick its own lines out of the STCKWAIV waiver file.
       01  ws-gate-config        pic x(32) value spaces.

      *>  This config's STCKWAIV lines. Each is given a disposition
      *>  against the newest run's date once the history is read;
      *>  ws-waiv-use-ix points at the one in force, if any.
       01  ws-waiv-count         pic 9(3) comp-5 value 0.
       01  ws-waiv-limit         pic 9(3) comp-5 value 50.
       01  ws-waiv-ix            pic 9(3) comp-5.
       01  ws-waiv-use-ix        pic 9(3) comp-5 value 0.
       01  ws-waiver-table.
           05  ws-waiv-entry     occurs 50.
               10  ws-wv-effective    pic 9(8).
               10  ws-wv-approver     pic x(20).
               10  ws-wv-expiry       pic 9(8).
               10  ws-wv-state        pic x(17).

      *>  STCKWAIV line parse work fields.
       01  ws-wv-name-part       pic x(32).
       01  ws-wv-tail-part       pic x(100).
       01  ws-wv-eff-part        pic x(16).
       01  ws-wv-appr-part       pic x(32).
       01  ws-wv-exp-part        pic x(16).

      *>  Prior runs on or after the waiver's effective date, and the
      *>  verdict the normal baseline would have given.
       01  ws-fresh-count        pic 9(2) comp-5 value 0.
       01  ws-unwaived-verdict   pic x(11) value spaces.

       01  ws-env-value          pic x(10).
       01  ws-walk-ix            pic 9(3) comp-5.
       01  ws-walk-count         pic 9(2) comp-5.

       01  ws-verdict            pic x(11) value "PASS".
           88  ws-gate-failed        value "FAIL".
       01  ws-gate-rc            pic 9(4) value 0.

           move "STCKGATE" to msg-program
           perform open-run-journal
           perform get-gate-tuning
           perform get-gate-config
           perform open-stckgate
           perform open-stckhist
           perform read-stckhist-record

           perform compute-baseline
           perform apply-tolerance-band
           perform load-gate-waivers
           perform choose-gate-waiver
               varying ws-waiv-ix from 1 by 1
               until ws-waiv-ix > ws-waiv-count
           if ws-waiv-use-ix > 0
               perform apply-gate-waiver
           end-if
           perform write-gate-report
           close stckgate-file

           end-if
           .

       get-gate-config section.

      ***** The nightly job names the config it is gating; an ad-hoc
      ***** run without it is gated against the plain baseline.
           display "GATECONFIG" upon environment-name
           accept ws-gate-config from environment-value
           move function upper-case(function trim(ws-gate-config))
             to ws-gate-config
           .

       open-stckgate section.

           open output stckgate-file
               compute ws-walk-count = ws-hist-count - 1
           end-if

           perform average-baseline-runs
           .

       average-baseline-runs section.

      ***** Average the ws-walk-count records before the newest run.
           move 0 to ws-base-used ws-base-sum-pct ws-base-sum-iter
           perform accumulate-baseline-run
               varying ws-walk-ix from 1 by 1

       apply-tolerance-band section.

           move "PASS" to ws-verdict
           move 0 to ws-gate-rc
           compute ws-pct-low  = ws-base-avg-pct - ws-tol-pct
           compute ws-pct-high = ws-base-avg-pct + ws-tol-pct
           compute ws-iter-band rounded =
           end-if
           .

       load-gate-waivers section.

      ***** Only this config's lines are kept. No STCKWAIV at all is
      ***** the normal case; an unreadable one is flagged but cannot
      ***** make the gate more lenient, so the run is gated as if
      ***** no waiver were on file.
           if ws-gate-config = spaces
               move "SG0208I" to msg-id
               perform emit-operator-message
           else
               open input stckwaiv-file
               evaluate ws-stckwaiv-status
                   when "00"
                       perform read-waiver-line
                       perform parse-waiver-line
                           until ws-waiv-eof
                              or ws-waiv-count >= ws-waiv-limit
                       close stckwaiv-file
                   when "35"
                       continue
                   when other
                       move "SG0207W" to msg-id
                       move ws-stckwaiv-status to msg-insert
                       perform emit-operator-message
               end-evaluate
           end-if
           .

       read-waiver-line section.

           read stckwaiv-file
               at end
                   set ws-waiv-eof to true
           end-read
           .

       parse-waiver-line section.

      ***** A line for this config whose dates will not parse is kept
      ***** as INVALID so it still shows up in the audit list.
           if stckwaiv-record not = spaces
              and function upper-case(stckwaiv-record(1:4)) not = "REM "
               move spaces to ws-wv-name-part ws-wv-tail-part
                              ws-wv-eff-part ws-wv-appr-part
                              ws-wv-exp-part
               unstring stckwaiv-record delimited by "="
                   into ws-wv-name-part ws-wv-tail-part
               end-unstring
               if function upper-case(function trim(ws-wv-name-part))
                  = ws-gate-config
                   unstring ws-wv-tail-part delimited by ","
                       into ws-wv-eff-part ws-wv-appr-part
                            ws-wv-exp-part
                   end-unstring
                   add 1 to ws-waiv-count
                   move 0 to ws-wv-effective (ws-waiv-count)
                             ws-wv-expiry (ws-waiv-count)
                   move function trim(ws-wv-appr-part)
                     to ws-wv-approver (ws-waiv-count)
                   move spaces to ws-wv-state (ws-waiv-count)
                   if function trim(ws-wv-eff-part) is numeric
                      and function trim(ws-wv-exp-part) is numeric
                       move function numval(ws-wv-eff-part)
                         to ws-wv-effective (ws-waiv-count)
                       move function numval(ws-wv-exp-part)
                         to ws-wv-expiry (ws-waiv-count)
                   else
                       move "INVALID" to ws-wv-state (ws-waiv-count)
                   end-if
               end-if
           end-if
           perform read-waiver-line
           .

       choose-gate-waiver section.

      ***** Judge one waiver against the newest run's date. Of the
      ***** approved, unexpired waivers already in effect, the one
      ***** with the latest effective date is the one in force.
           evaluate true
               when ws-wv-state (ws-waiv-ix) = "INVALID"
                   move "SG0209W" to msg-id
                   move ws-wv-effective (ws-waiv-ix) to msg-insert
                   perform emit-operator-message
               when ws-wv-effective (ws-waiv-ix) > ws-new-run-date
                   move "NOT YET EFFECTIVE" to ws-wv-state (ws-waiv-ix)
               when ws-wv-approver (ws-waiv-ix) = spaces
                   move "UNAPPROVED" to ws-wv-state (ws-waiv-ix)
                   move "SG0209W" to msg-id
                   move ws-wv-effective (ws-waiv-ix) to msg-insert
                   perform emit-operator-message
               when ws-wv-expiry (ws-waiv-ix) < ws-new-run-date
                   move "EXPIRED" to ws-wv-state (ws-waiv-ix)
                   move "SG0209W" to msg-id
                   move ws-wv-effective (ws-waiv-ix) to msg-insert
                   perform emit-operator-message
               when ws-waiv-use-ix = 0
                   move "IN FORCE" to ws-wv-state (ws-waiv-ix)
                   move ws-waiv-ix to ws-waiv-use-ix
               when ws-wv-effective (ws-waiv-ix) >=
                    ws-wv-effective (ws-waiv-use-ix)
                   move "SUPERSEDED" to ws-wv-state (ws-waiv-use-ix)
                   move "IN FORCE" to ws-wv-state (ws-waiv-ix)
                   move ws-waiv-ix to ws-waiv-use-ix
               when other
                   move "SUPERSEDED" to ws-wv-state (ws-waiv-ix)
           end-evaluate
           .

       apply-gate-waiver section.

      ***** Re-form the baseline from the prior runs on or after the
      ***** waiver's effective date. Once every run in the normal
      ***** window postdates it the waiver changes nothing and simply
      ***** stays IN FORCE until it expires.
           move 0 to ws-fresh-count
           perform count-fresh-run
               varying ws-walk-ix from 1 by 1
               until ws-walk-ix > ws-walk-count

           if ws-fresh-count < ws-walk-count
               move "APPLIED" to ws-wv-state (ws-waiv-use-ix)
               move ws-verdict to ws-unwaived-verdict
               move ws-fresh-count to ws-walk-count
               if ws-walk-count = 0
                   move 0 to ws-base-used ws-base-avg-pct
                             ws-base-avg-iter ws-gate-rc
                   move "WAIVED" to ws-verdict
               else
                   perform average-baseline-runs
                   perform apply-tolerance-band
                   if not ws-gate-failed
                       move "REBASELINED" to ws-verdict
                   end-if
               end-if
               move "SG0210I" to msg-id
               move ws-wv-effective (ws-waiv-use-ix) to msg-insert
               perform emit-operator-message
           end-if
           .

       count-fresh-run section.

           compute ws-ring-slot =
               function mod(ws-hist-count - 1 - ws-walk-ix,
                            ws-ring-size) + 1
           if ws-hr-run-date (ws-ring-slot) >=
              ws-wv-effective (ws-waiv-use-ix)
               add 1 to ws-fresh-count
           end-if
           .

       write-gate-report section.

           move "==================================================="
                  into ws-rpt-line
           perform write-report-line

           if ws-unwaived-verdict not = spaces
               move spaces to ws-rpt-line
               string "Baseline from         : " delimited by size
                      ws-wv-effective (ws-waiv-use-ix)
                          delimited by size
                      " (waiver approved by " delimited by size
                      function trim(ws-wv-approver (ws-waiv-use-ix))
                          delimited by size
                      ")" delimited by size
                      into ws-rpt-line
               perform write-report-line
           end-if

           move ws-base-used to ws-pct-edit
           move spaces to ws-rpt-line
           string "Baseline runs used    : " delimited by size
                  into ws-rpt-line
           perform write-report-line

           if ws-base-used = 0
               move spaces to ws-rpt-line
               string "Baseline              : none yet - "
                          delimited by size
                      "this run starts the fresh baseline"
                          delimited by size
                      into ws-rpt-line
               perform write-report-line
           else
               move ws-base-avg-pct to ws-pct-edit
               move spaces to ws-rpt-line
               string "Baseline avg peak pct : " delimited by size
                      ws-pct-edit delimited by size
                      "%  (band " delimited by size
                      into ws-rpt-line
               perform append-pct-band
               perform write-report-line

               move ws-base-avg-iter to ws-num-edit
               move spaces to ws-rpt-line
               string "Baseline avg iters    : " delimited by size
                      ws-num-edit delimited by size
                      into ws-rpt-line
               perform write-report-line
           end-if

           move ws-new-peak-pct to ws-pct-edit
           move spaces to ws-rpt-line
                  ws-verdict delimited by size
                  into ws-rpt-line
           perform write-report-line
           if ws-unwaived-verdict not = spaces
               move spaces to ws-rpt-line
               string "Unwaived verdict      : " delimited by size
                      ws-unwaived-verdict delimited by size
                      into ws-rpt-line
               perform write-report-line
           end-if

           if ws-waiv-count > 0
               perform write-waiver-audit
           end-if
           move "==================================================="
             to stckgate-record
           write stckgate-record

           evaluate true
               when ws-gate-failed
                   move "SG0205E" to msg-id
               when ws-verdict = "WAIVED"
                   move "SG0211I" to msg-id
               when ws-verdict = "REBASELINED"
                   move "SG0212I" to msg-id
               when other
                   move "SG0204I" to msg-id
           end-evaluate
           perform emit-operator-message
           .

       write-waiver-audit section.

      ***** Every waiver on file for the config and what the gate
      ***** made of it tonight - the audit trail for an APPLIED one.
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string "Waivers on file for " delimited by size
                  function trim(ws-gate-config) delimited by size
                  ":" delimited by size
                  into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string "  Effective  Approver              "
                      delimited by size
                  "Expiry    Disposition" delimited by size
                  into ws-rpt-line
           perform write-report-line
           perform write-waiver-line
               varying ws-waiv-ix from 1 by 1
               until ws-waiv-ix > ws-waiv-count
           .

       write-waiver-line section.

           move spaces to ws-rpt-line
           string "  " delimited by size
                  ws-wv-effective (ws-waiv-ix) delimited by size
                  "   " delimited by size
                  ws-wv-approver (ws-waiv-ix) delimited by size
                  "  " delimited by size
                  ws-wv-expiry (ws-waiv-ix) delimited by size
                  "  " delimited by size
                  ws-wv-state (ws-waiv-ix) delimited by size
                  into ws-rpt-line
           perform write-report-line
           .

       append-pct-band section.

      ***** Tack the low/high band onto the baseline-pct report line
