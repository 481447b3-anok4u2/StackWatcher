       identification division.
       program-id. stckrcon.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Cross-File Run Chain Reconciliation
      *
      *  Every file a nightly run passes through is checked on its own
      *  - stcklval checks STACKLOG, stckdgst the journal, stckarcl
      *  each folder it loads - but nothing checked they agree with
      *  each other. A run could journal, be archived, append to
      *  STCKHIST and never reach STCKMAST (or the other way round),
      *  and nobody noticed until a trend or extract came out short.
      *  For a date range and one config or ALL, this program matches
      *  each run across every stage of the chain:
      *
      *    JRNL - the stackrpt SR0105I "appended to STCKHIST" entry in
      *           the config's STCKJRNL
      *    ARCH - the RUN\<config>\ARCHIVE\<runstamp> folder
      *    OK   - the folder's ARCHIVED.OK marker
      *    HIST - the config's STCKHIST record (hst-run-date/time)
      *    MAST - the STCKMAST record (arc-hist-date/time)
      *
      *  A run is keyed by its archive run stamp where one is known
      *  and tied to its history record by the history run-stamp -
      *  the last record of the folder's STCKHIST snapshot, or the
      *  master's arc-hist-date/time - which is only taken when it
      *  is no earlier than the run itself (a SUSPECT run appends
      *  nothing, so its snapshot ends with the previous run's).
      *  The journal entry carries the history run-stamp as its
      *  insert; older entries without one match the history record
      *  journalled within a few seconds of it.
      *
      *  Not every gap is a break in the chain: a run stcklval found
      *  SUSPECT is never appended to STCKHIST by design, and a
      *  loaded folder older than the ARCLRETDAYS retention has been
      *  purged by the sweep. Both are counted, not reported.
      *
      *  Every run missing from a stage is listed, and every run whose
      *  peak pct or iterations differ between STCKHIST and STCKMAST.
      *
      *  STCKRCON.CMD stages the folder list, the history files and
      *  the journal entries of every config into STCKRCIN:
      *      A <config> <runstamp> <Y|N marker> <verdict> <hist date>
      *        <hist time>
      *      H <config> <STCKHIST record>
      *      J <config> <STCKJRNL SR0105I record>
      *
      *  Inputs, from the environment (set by STCKRCON.CMD):
      *      RCONFROM    - first date of the range, yyyymmdd
      *                    (default today)
      *      RCONTO      - last date of the range, yyyymmdd
      *                    (default today)
      *      RCONCONFIG  - config name, or ALL (default ALL)
      *      ARCLRETDAYS - archive retention in days, as the sweep
      *                    uses it (default 90)
      *
      *  The report is written to STCKRCON and echoed to the console.
      *
      *  Return codes:
      *      0 - every run in the range reconciles
      *      4 - runs missing from a stage or mismatched
      *      8 - invalid range or file error
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
           select stckrcin-file assign to "STCKRCIN"
               organization is line sequential
               file status is ws-stckrcin-status.
           select stckmast-file assign to "STCKMAST"
               organization is indexed
               access is sequential
               record key is arc-key
               file status is ws-stckmast-status.
           select stckrcon-file assign to "STCKRCON"
               organization is line sequential
               file status is ws-stckrcon-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.

       data division.
       file section.
       fd  stckrcin-file.
       01  stckrcin-record       pic x(200).

       fd  stckmast-file.
       copy "STCKMAST.cpy".

       fd  stckrcon-file.
       01  stckrcon-record       pic x(132).

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       01  ws-stckrcin-status    pic x(2).
       01  ws-stckmast-status    pic x(2).
       01  ws-stckrcon-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".

      *>  Range and config, out of the environment.
       01  ws-from-date          pic 9(8).
       01  ws-to-date            pic 9(8).
       01  ws-today              pic 9(8).
       01  ws-config-name        pic x(8).
           88  ws-all-configs        value "ALL".
       01  ws-env-value          pic x(16).
       01  ws-retain-days        pic 9(5) value 90.
       01  ws-purge-before       pic 9(8).

      *>  One staged line, split. The history and journal images are
      *>  the record layouts the stages write.
       01  ws-rin-type           pic x(1).
       01  ws-rin-config         pic x(8).
       01  ws-rin-pos            pic 9(3) comp-5.
       01  ws-rin-stamp          pic x(13).
       01  ws-rin-stamp-split redefines ws-rin-stamp.
           05  ws-rin-stamp-date pic x(8).
           05  ws-rin-stamp-sep  pic x(1).
           05  ws-rin-stamp-time pic x(4).
       01  ws-rin-marker         pic x(1).
       01  ws-rin-verdict        pic x(8).
       01  ws-rin-hist-date      pic x(8).
       01  ws-rin-hist-time      pic x(6).
       copy "STCKHIST.cpy" replacing ==stckhist-record==
                                  by ==ws-hist-image==
                             leading ==hst== by ==whs==.
       copy "STCKJRNL.cpy" replacing ==stckjrnl-record==
                                  by ==ws-jrnl-image==
                             leading ==jrn== by ==wjr==.
       01  ws-jrn-head           pic x(100).
       01  ws-jrn-tail           pic x(100).
       01  ws-jrn-date           pic x(8).
       01  ws-jrn-time           pic x(6).
       01  ws-jrn-exact-switch   pic x(1).
           88  ws-jrn-exact          value "Y".

      *>  The run being matched, and seconds arithmetic for journal
      *>  entries that carry no run-stamp.
       01  ws-key-config         pic x(8).
       01  ws-key-run-date       pic 9(8).
       01  ws-key-run-time       pic 9(4).
       01  ws-key-hist-date      pic 9(8).
       01  ws-key-hist-time      pic 9(6).
       01  ws-secs-a             pic 9(12).
       01  ws-secs-b             pic 9(12).
       01  ws-secs-diff          pic s9(12).
       01  ws-jrn-tolerance      pic 9(3) value 5.

      *>  The run table: one row per run found at any stage.
       01  ws-run-count          pic 9(5) comp-5 value 0.
       01  ws-run-limit          pic 9(5) comp-5 value 3000.
       01  ws-run-ix             pic 9(5) comp-5.
       01  ws-run-found-switch   pic x(1).
           88  ws-run-found          value "Y".
       01  ws-run-full-switch    pic x(1) value "N".
           88  ws-run-table-full     value "Y".
       01  ws-run-table.
           05  ws-run-entry      occurs 3000.
               10  ws-run-config     pic x(8).
               10  ws-run-date       pic 9(8).
               10  ws-run-time       pic 9(4).
               10  ws-run-hist-date  pic 9(8).
               10  ws-run-hist-time  pic 9(6).
               10  ws-run-in-jrnl    pic x(1).
               10  ws-run-in-arch    pic x(1).
               10  ws-run-in-ok      pic x(1).
               10  ws-run-in-hist    pic x(1).
               10  ws-run-in-mast    pic x(1).
               10  ws-run-suspect    pic x(1).
               10  ws-run-hist-pct   pic 9(3).
               10  ws-run-hist-iter  pic 9(10).
               10  ws-run-mast-pct   pic 9(3).
               10  ws-run-mast-iter  pic 9(10).

      *>  Findings and totals.
       01  ws-missing-list       pic x(30).
       01  ws-missing-pos        pic 9(3) comp-5.
       01  ws-missing-stage      pic x(4).
       01  ws-mismatch-switch    pic x(1).
           88  ws-values-mismatch    value "Y".
       01  ws-runs-matched       pic 9(5) value 0.
       01  ws-runs-missing       pic 9(5) value 0.
       01  ws-runs-mismatched    pic 9(5) value 0.
       01  ws-runs-suspect       pic 9(5) value 0.
       01  ws-runs-purged        pic 9(5) value 0.
       01  ws-runs-unmatched     pic 9(5) value 0.

      *>  Report line work area.
       01  ws-rpt-line           pic x(132).
       01  ws-rpt-pos            pic 9(3) comp-5.
       01  ws-cell-set.
           05  ws-cell-jrnl      pic x(5).
           05  ws-cell-arch      pic x(5).
           05  ws-cell-ok        pic x(5).
           05  ws-cell-hist      pic x(5).
           05  ws-cell-mast      pic x(5).
       01  ws-stamp-text         pic x(13).
       01  ws-hstamp-text        pic x(15).
       01  ws-count-edit         pic zzzz9.
       01  ws-num-edit-a         pic z(9)9.
       01  ws-num-edit-b         pic z(9)9.

       procedure division.

           move "STCKRCON" to msg-program
           perform open-run-journal
           perform get-reconcile-range

           open output stckrcon-file
           if ws-stckrcon-status not = "00"
               move "RC2604E" to msg-id
               move ws-stckrcon-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

      ***** Archive folders first, then the master, so both key their
      ***** runs by run stamp before history and journal entries are
      ***** tied on by history run-stamp.
           perform load-staged-folders
           perform load-archive-master
           perform load-staged-history

           perform write-report-heading
           perform check-run-chain
               varying ws-run-ix from 1 by 1
               until ws-run-ix > ws-run-count
           perform write-report-totals
           close stckrcon-file

           compute ws-runs-unmatched =
               ws-runs-missing + ws-runs-mismatched
           evaluate true
               when ws-run-count = 0
                   move "RC2608W" to msg-id
                   move ws-config-name to msg-insert
                   perform emit-operator-message
               when ws-runs-unmatched > 0
                   move "RC2606W" to msg-id
                   move ws-runs-unmatched to msg-insert
                   perform emit-operator-message
                   move 4 to return-code
               when other
                   move "RC2607I" to msg-id
                   move ws-runs-matched to msg-insert
                   perform emit-operator-message
           end-evaluate

           if msg-jrnl-open
               close stckjrnl-file
           end-if
           goback.

       get-reconcile-range section.

           accept ws-today from date yyyymmdd
           move ws-today to ws-from-date
           move ws-today to ws-to-date

           move spaces to ws-env-value
           display "RCONFROM" upon environment-name
           accept ws-env-value from environment-value
           if ws-env-value not = spaces
               if function trim(ws-env-value) is numeric
                   move function numval(ws-env-value) to ws-from-date
               else
                   move 0 to ws-from-date
               end-if
           end-if

           move spaces to ws-env-value
           display "RCONTO" upon environment-name
           accept ws-env-value from environment-value
           if ws-env-value not = spaces
               if function trim(ws-env-value) is numeric
                   move function numval(ws-env-value) to ws-to-date
               else
                   move 0 to ws-to-date
               end-if
           end-if

           if ws-from-date = 0 or ws-to-date = 0
              or ws-from-date > ws-to-date
              or function test-date-yyyymmdd(ws-from-date) not = 0
              or function test-date-yyyymmdd(ws-to-date) not = 0
               move "RC2603E" to msg-id
               string ws-from-date delimited by size
                      "-" delimited by size
                      ws-to-date delimited by size
                      into msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           move spaces to ws-config-name
           display "RCONCONFIG" upon environment-name
           accept ws-config-name from environment-value
           move function upper-case(function trim(ws-config-name))
             to ws-config-name
           if ws-config-name = spaces
               move "ALL" to ws-config-name
           end-if

           move spaces to ws-env-value
           display "ARCLRETDAYS" upon environment-name
           accept ws-env-value from environment-value
           if ws-env-value not = spaces
              and function trim(ws-env-value) is numeric
               move function numval(ws-env-value) to ws-retain-days
           end-if
           compute ws-purge-before = function date-of-integer
               (function integer-of-date(ws-today) - ws-retain-days)
           .

      ******************************************************************
      *  Loading the stages
      ******************************************************************
       load-staged-folders section.

           perform open-staged-file
           perform read-staged-line
           perform take-folder-line until ws-eof
           close stckrcin-file
           .

       load-staged-history section.

           perform open-staged-file
           perform read-staged-line
           perform take-history-line until ws-eof
           close stckrcin-file
           .

       open-staged-file section.

           open input stckrcin-file
           if ws-stckrcin-status not = "00"
               move "RC2601E" to msg-id
               move ws-stckrcin-status to msg-insert
               perform emit-operator-message
               close stckrcon-file
               move 8 to return-code
               goback
           end-if
           move "N" to ws-eof-switch
           .

       read-staged-line section.

      ***** Every staged line starts <type> <config>; the rest is left
      ***** at ws-rin-pos for the type to take apart.
           read stckrcin-file
               at end
                   set ws-eof to true
           end-read
           if not ws-eof
               move spaces to ws-rin-type ws-rin-config
               move 1 to ws-rin-pos
               unstring stckrcin-record delimited by all space
                   into ws-rin-type ws-rin-config
                   with pointer ws-rin-pos
               end-unstring
               move function upper-case(ws-rin-config)
                 to ws-rin-config
           end-if
           .

       take-folder-line section.

           if ws-rin-type = "A"
              and (ws-all-configs or ws-rin-config = ws-config-name)
               move spaces to ws-rin-stamp ws-rin-marker
                              ws-rin-verdict ws-rin-hist-date
                              ws-rin-hist-time
               unstring stckrcin-record delimited by all space
                   into ws-rin-stamp ws-rin-marker ws-rin-verdict
                        ws-rin-hist-date ws-rin-hist-time
                   with pointer ws-rin-pos
               end-unstring
               if ws-rin-stamp-date is numeric
                  and ws-rin-stamp-time is numeric
                  and ws-rin-stamp-date >= ws-from-date
                  and ws-rin-stamp-date <= ws-to-date
                   move ws-rin-config to ws-key-config
                   move ws-rin-stamp-date to ws-key-run-date
                   move ws-rin-stamp-time to ws-key-run-time
                   perform find-run-by-stamp
                   if ws-run-found
                       move "Y" to ws-run-in-arch (ws-run-ix)
                       if ws-rin-marker = "Y"
                           move "Y" to ws-run-in-ok (ws-run-ix)
                       end-if
                       if function upper-case(ws-rin-verdict)
                            = "SUSPECT"
                           move "Y" to ws-run-suspect (ws-run-ix)
                       end-if
                       if ws-rin-hist-date is numeric
                          and ws-rin-hist-time is numeric
                           move ws-rin-hist-date to ws-key-hist-date
                           move ws-rin-hist-time to ws-key-hist-time
                           perform link-history-stamp
                       end-if
                   end-if
               end-if
           end-if
           perform read-staged-line
           .

       load-archive-master section.

      ***** A box that has never swept has no master; every run then
      ***** reports missing from it, which is the truth.
           open input stckmast-file
           evaluate ws-stckmast-status
               when "00"
                   move "N" to ws-eof-switch
                   perform read-master-record
                   perform take-master-record until ws-eof
                   close stckmast-file
               when "35"
                   continue
               when other
                   move "RC2602E" to msg-id
                   move ws-stckmast-status to msg-insert
                   perform emit-operator-message
                   close stckrcon-file
                   move 8 to return-code
                   goback
           end-evaluate
           .

       read-master-record section.

           read stckmast-file next record
               at end
                   set ws-eof to true
           end-read
           .

       take-master-record section.

           move function upper-case(arc-config-name) to ws-key-config
           if (ws-all-configs or ws-key-config = ws-config-name)
              and arc-run-date >= ws-from-date
              and arc-run-date <= ws-to-date
               move arc-run-date to ws-key-run-date
               move arc-run-time to ws-key-run-time
               perform find-run-by-stamp
               if ws-run-found
                   move "Y" to ws-run-in-mast (ws-run-ix)
                   move arc-peak-pct to ws-run-mast-pct (ws-run-ix)
                   move arc-iterations to ws-run-mast-iter (ws-run-ix)
                   if ws-run-hist-date (ws-run-ix) = 0
                       move arc-hist-date to ws-key-hist-date
                       move arc-hist-time to ws-key-hist-time
                       perform link-history-stamp
                   end-if
               end-if
           end-if
           perform read-master-record
           .

       take-history-line section.

           if (ws-all-configs or ws-rin-config = ws-config-name)
               evaluate ws-rin-type
                   when "H"
                       move stckrcin-record(ws-rin-pos:)
                         to ws-hist-image
                       perform take-history-record
                   when "J"
                       move stckrcin-record(ws-rin-pos:)
                         to ws-jrnl-image
                       perform take-journal-record
               end-evaluate
           end-if
           perform read-staged-line
           .

       take-history-record section.

           if whs-run-date is numeric
              and whs-run-time is numeric
              and whs-run-date >= ws-from-date
              and whs-run-date <= ws-to-date
               move ws-rin-config to ws-key-config
               move whs-run-date to ws-key-hist-date
               move whs-run-time to ws-key-hist-time
               perform find-run-by-history
               if not ws-run-found
                   perform add-run-row
                   if ws-run-found
                       move ws-key-hist-date
                         to ws-run-hist-date (ws-run-ix)
                       move ws-key-hist-time
                         to ws-run-hist-time (ws-run-ix)
                   end-if
               end-if
               if ws-run-found
                   move "Y" to ws-run-in-hist (ws-run-ix)
                   move whs-peak-pct to ws-run-hist-pct (ws-run-ix)
                   move whs-iterations
                     to ws-run-hist-iter (ws-run-ix)
               end-if
           end-if
           .

       take-journal-record section.

      ***** Only stackrpt's SR0105I is staged. Its insert is the
      ***** history run-stamp; an entry journalled before it carried
      ***** one is matched on its own timestamp, within a few
      ***** seconds.
           if wjr-msg-id = "SR0105I"
              and wjr-timestamp is numeric
               move "N" to ws-jrn-exact-switch
               move spaces to ws-jrn-head ws-jrn-tail
               unstring wjr-text delimited by "run-stamp "
                   into ws-jrn-head ws-jrn-tail
               end-unstring
               move spaces to ws-jrn-date ws-jrn-time
               unstring ws-jrn-tail delimited by all space
                   into ws-jrn-date ws-jrn-time
               end-unstring
               if ws-jrn-date is numeric
                  and ws-jrn-time is numeric
                   set ws-jrn-exact to true
                   move ws-jrn-date to ws-key-hist-date
                   move ws-jrn-time to ws-key-hist-time
               else
                   move wjr-timestamp(1:8) to ws-key-hist-date
                   move wjr-timestamp(9:6) to ws-key-hist-time
               end-if
               if ws-key-hist-date >= ws-from-date
                  and ws-key-hist-date <= ws-to-date
                   move ws-rin-config to ws-key-config
                   perform find-run-by-history
                   if not ws-run-found and not ws-jrn-exact
                       perform find-run-near-history
                   end-if
                   if not ws-run-found
                       perform add-run-row
                       if ws-run-found
                           move ws-key-hist-date
                             to ws-run-hist-date (ws-run-ix)
                           move ws-key-hist-time
                             to ws-run-hist-time (ws-run-ix)
                       end-if
                   end-if
                   if ws-run-found
                       move "Y" to ws-run-in-jrnl (ws-run-ix)
                   end-if
               end-if
           end-if
           .

      ******************************************************************
      *  The run table
      ******************************************************************
       find-run-by-stamp section.

      ***** Leaves ws-run-ix on the run with this config and run
      ***** stamp, adding it when it is new.
           move "N" to ws-run-found-switch
           move 1 to ws-run-ix
           perform scan-run-stamp
               until ws-run-found or ws-run-ix > ws-run-count
           if not ws-run-found
               perform add-run-row
               if ws-run-found
                   move ws-key-run-date to ws-run-date (ws-run-ix)
                   move ws-key-run-time to ws-run-time (ws-run-ix)
               end-if
           end-if
           .

       scan-run-stamp section.

           if ws-run-config (ws-run-ix) = ws-key-config
              and ws-run-date (ws-run-ix) = ws-key-run-date
              and ws-run-time (ws-run-ix) = ws-key-run-time
               set ws-run-found to true
           else
               add 1 to ws-run-ix
           end-if
           .

       find-run-by-history section.

           move "N" to ws-run-found-switch
           move 1 to ws-run-ix
           perform scan-run-history
               until ws-run-found or ws-run-ix > ws-run-count
           .

       scan-run-history section.

           if ws-run-config (ws-run-ix) = ws-key-config
              and ws-run-hist-date (ws-run-ix) = ws-key-hist-date
              and ws-run-hist-time (ws-run-ix) = ws-key-hist-time
               set ws-run-found to true
           else
               add 1 to ws-run-ix
           end-if
           .

       find-run-near-history section.

           compute ws-secs-a =
               function integer-of-date(ws-key-hist-date) * 86400
               + function integer(ws-key-hist-time / 10000) * 3600
               + function mod(function integer
                     (ws-key-hist-time / 100), 100) * 60
               + function mod(ws-key-hist-time, 100)
           move "N" to ws-run-found-switch
           move 1 to ws-run-ix
           perform scan-run-near
               until ws-run-found or ws-run-ix > ws-run-count
           .

       scan-run-near section.

           if ws-run-config (ws-run-ix) = ws-key-config
              and ws-run-hist-date (ws-run-ix) not = 0
              and ws-run-in-jrnl (ws-run-ix) = "N"
               compute ws-secs-b =
                   function integer-of-date
                       (ws-run-hist-date (ws-run-ix)) * 86400
                   + function integer
                       (ws-run-hist-time (ws-run-ix) / 10000) * 3600
                   + function mod(function integer
                       (ws-run-hist-time (ws-run-ix) / 100), 100) * 60
                   + function mod(ws-run-hist-time (ws-run-ix), 100)
               compute ws-secs-diff = ws-secs-a - ws-secs-b
               if ws-secs-diff >= 0 - ws-jrn-tolerance
                  and ws-secs-diff <= ws-jrn-tolerance
                   set ws-run-found to true
               end-if
           end-if
           if not ws-run-found
               add 1 to ws-run-ix
           end-if
           .

       link-history-stamp section.

      ***** A history run-stamp belongs to this run only if it is no
      ***** earlier than the run started - a run that appended
      ***** nothing leaves the previous run's record last.
           if ws-key-hist-date > ws-run-date (ws-run-ix)
              or (ws-key-hist-date = ws-run-date (ws-run-ix)
                  and ws-key-hist-time
                      >= ws-run-time (ws-run-ix) * 100)
               move ws-key-hist-date to ws-run-hist-date (ws-run-ix)
               move ws-key-hist-time to ws-run-hist-time (ws-run-ix)
           end-if
           .

       add-run-row section.

           move "N" to ws-run-found-switch
           if ws-run-count < ws-run-limit
               add 1 to ws-run-count
               move ws-run-count to ws-run-ix
               move ws-key-config to ws-run-config (ws-run-ix)
               move 0 to ws-run-date (ws-run-ix)
                         ws-run-time (ws-run-ix)
                         ws-run-hist-date (ws-run-ix)
                         ws-run-hist-time (ws-run-ix)
                         ws-run-hist-pct (ws-run-ix)
                         ws-run-hist-iter (ws-run-ix)
                         ws-run-mast-pct (ws-run-ix)
                         ws-run-mast-iter (ws-run-ix)
               move "N" to ws-run-in-jrnl (ws-run-ix)
                           ws-run-in-arch (ws-run-ix)
                           ws-run-in-ok (ws-run-ix)
                           ws-run-in-hist (ws-run-ix)
                           ws-run-in-mast (ws-run-ix)
                           ws-run-suspect (ws-run-ix)
               set ws-run-found to true
           else
               if not ws-run-table-full
                   set ws-run-table-full to true
                   move "RC2605W" to msg-id
                   move ws-run-limit to msg-insert
                   perform emit-operator-message
               end-if
           end-if
           .

      ******************************************************************
      *  Checking and reporting
      ******************************************************************
       check-run-chain section.

      ***** Which stages this run should have reached: a SUSPECT run
      ***** never reaches STCKHIST or its journal entry, and a loaded
      ***** folder past retention has been purged by the sweep.
           move spaces to ws-missing-list
           move 1 to ws-missing-pos
           move "N" to ws-mismatch-switch
           move "  Y  " to ws-cell-jrnl ws-cell-arch ws-cell-ok
                           ws-cell-hist ws-cell-mast

           if ws-run-suspect (ws-run-ix) = "Y"
               add 1 to ws-runs-suspect
               move "  .  " to ws-cell-jrnl ws-cell-hist
           else
               if ws-run-in-jrnl (ws-run-ix) = "N"
                   move "  -  " to ws-cell-jrnl
                   move "JRNL" to ws-missing-stage
                   perform note-missing-stage
               end-if
               if ws-run-in-hist (ws-run-ix) = "N"
                   move "  -  " to ws-cell-hist
                   move "HIST" to ws-missing-stage
                   perform note-missing-stage
               end-if
           end-if

           if ws-run-in-arch (ws-run-ix) = "N"
              and ws-run-in-mast (ws-run-ix) = "Y"
              and ws-run-date (ws-run-ix) < ws-purge-before
               add 1 to ws-runs-purged
               move "  .  " to ws-cell-arch ws-cell-ok
           else
               if ws-run-in-arch (ws-run-ix) = "N"
                   move "  -  " to ws-cell-arch
                   move "ARCH" to ws-missing-stage
                   perform note-missing-stage
               end-if
               if ws-run-in-ok (ws-run-ix) = "N"
                   move "  -  " to ws-cell-ok
                   move "OK" to ws-missing-stage
                   perform note-missing-stage
               end-if
           end-if
           if ws-run-in-mast (ws-run-ix) = "N"
               move "  -  " to ws-cell-mast
               move "MAST" to ws-missing-stage
               perform note-missing-stage
           end-if

           if ws-run-in-hist (ws-run-ix) = "Y"
              and ws-run-in-mast (ws-run-ix) = "Y"
              and (ws-run-hist-pct (ws-run-ix)
                       not = ws-run-mast-pct (ws-run-ix)
                   or ws-run-hist-iter (ws-run-ix)
                       not = ws-run-mast-iter (ws-run-ix))
               set ws-values-mismatch to true
           end-if

           evaluate true
               when ws-missing-list not = spaces
                   add 1 to ws-runs-missing
                   perform write-run-line
               when ws-values-mismatch
                   add 1 to ws-runs-mismatched
                   perform write-run-line
               when other
                   add 1 to ws-runs-matched
           end-evaluate
           .

       note-missing-stage section.

           string " " delimited by size
                  ws-missing-stage delimited by space
                  into ws-missing-list
                  with pointer ws-missing-pos
           .

       write-run-line section.

           if ws-run-date (ws-run-ix) = 0
               move "(no folder)" to ws-stamp-text
           else
               move spaces to ws-stamp-text
               string ws-run-date (ws-run-ix) delimited by size
                      "_" delimited by size
                      ws-run-time (ws-run-ix) delimited by size
                      into ws-stamp-text
           end-if
           if ws-run-hist-date (ws-run-ix) = 0
               move "(none)" to ws-hstamp-text
           else
               move spaces to ws-hstamp-text
               string ws-run-hist-date (ws-run-ix) delimited by size
                      " " delimited by size
                      ws-run-hist-time (ws-run-ix) delimited by size
                      into ws-hstamp-text
           end-if

           move spaces to ws-rpt-line
           move 1 to ws-rpt-pos
           string ws-run-config (ws-run-ix) delimited by size
                  " " delimited by size
                  ws-stamp-text delimited by size
                  "  " delimited by size
                  ws-hstamp-text delimited by size
                  " " delimited by size
                  ws-cell-set delimited by size
                  "  " delimited by size
                  into ws-rpt-line
                  with pointer ws-rpt-pos
           if ws-missing-list not = spaces
               string "MISSING" delimited by size
                      ws-missing-list delimited by size
                      into ws-rpt-line
                      with pointer ws-rpt-pos
           else
               string "VALUES DIFFER" delimited by size
                      into ws-rpt-line
                      with pointer ws-rpt-pos
           end-if
           perform write-report-line

      ***** A value mismatch gets its own line, both sides shown.
           if ws-values-mismatch
               if ws-run-hist-pct (ws-run-ix)
                    not = ws-run-mast-pct (ws-run-ix)
                   move ws-run-hist-pct (ws-run-ix) to ws-num-edit-a
                   move ws-run-mast-pct (ws-run-ix) to ws-num-edit-b
                   move spaces to ws-rpt-line
                   string "         peak pct    STCKHIST "
                              delimited by size
                          function trim(ws-num-edit-a) delimited by size
                          "  STCKMAST " delimited by size
                          function trim(ws-num-edit-b) delimited by size
                          into ws-rpt-line
                   perform write-report-line
               end-if
               if ws-run-hist-iter (ws-run-ix)
                    not = ws-run-mast-iter (ws-run-ix)
                   move ws-run-hist-iter (ws-run-ix) to ws-num-edit-a
                   move ws-run-mast-iter (ws-run-ix) to ws-num-edit-b
                   move spaces to ws-rpt-line
                   string "         iterations  STCKHIST "
                              delimited by size
                          function trim(ws-num-edit-a) delimited by size
                          "  STCKMAST " delimited by size
                          function trim(ws-num-edit-b) delimited by size
                          into ws-rpt-line
                   perform write-report-line
               end-if
           end-if
           .

       write-report-heading section.

           move all "=" to stckrcon-record
           write stckrcon-record
           move spaces to ws-rpt-line
           string "  Run Chain Reconciliation - " delimited by size
                  ws-from-date delimited by size
                  " to " delimited by size
                  ws-to-date delimited by size
                  ", config " delimited by size
                  ws-config-name delimited by space
                  into ws-rpt-line
           perform write-report-line
           move all "=" to stckrcon-record
           write stckrcon-record

           move spaces to ws-rpt-line
           string "JRNL journal SR0105I  ARCH archive folder  "
                      delimited by size
                  "OK ARCHIVED.OK marker  HIST STCKHIST  "
                      delimited by size
                  "MAST STCKMAST" delimited by size
                  into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string "Y present  - missing  . not expected "
                      delimited by size
                  "(SUSPECT run / folder purged)" delimited by size
                  into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string "Config   Run stamp      History stamp   "
                      delimited by size
                  " JRNL ARCH  OK  HIST MAST  Finding"
                      delimited by size
                  into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           move all "-" to ws-rpt-line(1:90)
           perform write-report-line
           .

       write-report-totals section.

           move spaces to ws-rpt-line
           move all "-" to ws-rpt-line(1:90)
           perform write-report-line

           move ws-run-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Runs found at any stage       : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-runs-matched to ws-count-edit
           move spaces to ws-rpt-line
           string "Matched across the chain      : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           compute ws-count-edit = ws-runs-missing + ws-runs-mismatched
           move spaces to ws-rpt-line
           string "Unmatched                     : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-runs-missing to ws-count-edit
           move spaces to ws-rpt-line
           string "  missing from a stage        : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-runs-mismatched to ws-count-edit
           move spaces to ws-rpt-line
           string "  pct/iterations mismatch     : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-runs-suspect to ws-count-edit
           move spaces to ws-rpt-line
           string "SUSPECT runs, no history      : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-runs-purged to ws-count-edit
           move spaces to ws-rpt-line
           string "Folders purged after retention: " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move all "=" to stckrcon-record
           write stckrcon-record
           .

       write-report-line section.

           move ws-rpt-line to stckrcon-record
           write stckrcon-record
           display function trim(ws-rpt-line trailing)
           .

       copy "STCKMSGP.cpy".
