       identification division.
       program-id. stckpkld.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Daily Production Peak Loader
      *
      *  stckarcl consolidates the synthetic stackwatcher runs onto
      *  STCKMAST, but stackmon's per-thread trails from the real
      *  production processes are read once by stckmrpt and then
      *  lost. This loader takes one day's stackmon STACKLOG trail
      *  and keeps, per watched image and run date, on the STCKPMST
      *  keyed production peak master:
      *
      *    - the highest usage pct any thread of the image reached,
      *      with the thread, its stack size, sample time and limit
      *    - the number of threads sampled for the image
      *    - the number of those threads that crossed the danger
      *      threshold (the same test stackmon alerts on)
      *
      *  A stackmon trail interleaves every watched process and the
      *  STACKLOG record carries only the thread id, so each thread
      *  is put to its image through the "T" events stackmon writes
      *  to STCKMPEV for the same run date. Threads with no event -
      *  trails from before the event file existed - are loaded
      *  under PKLDIMAGE when one is given, otherwise counted and
      *  skipped.
      *
      *  Inputs, from the environment:
      *      PKLDDATE  - stackmon run date of the trail, yyyymmdd
      *                  (default the date of the trail's first
      *                  record)
      *      PKLDIMAGE - image to load unmatched threads under
      *                  (optional)
      *  plus the day's trail mapped to STACKLOG, e.g.:
      *      set dd_STACKLOG=STACKMON\20261014\STACKLOG
      *
      *  Return codes:
      *      0 - every image on the trail loaded
      *      2 - every image was already on the master
      *      4 - loaded, but some records had no image and were
      *          skipped
      *      8 - empty trail or file error
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
           select stacklog-file assign to "STACKLOG"
               organization is line sequential
               file status is ws-stacklog-status.
           select stckmpev-file assign to "STCKMPEV"
               organization is line sequential
               file status is ws-stckmpev-status.
           select stckpmst-file assign to "STCKPMST"
               organization is indexed
               access is random
               record key is ppk-key
               file status is ws-stckpmst-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.

       data division.
       file section.
       fd  stacklog-file.
       copy "STCKLOG.cpy".

       fd  stckmpev-file.
       copy "STCKMPEV.cpy".

       fd  stckpmst-file.
       copy "STCKPMST.cpy".

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       01  ws-stacklog-status    pic x(2).
       01  ws-stckmpev-status    pic x(2).
       01  ws-stckpmst-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".
       01  ws-mpev-eof-switch    pic x value "N".
           88  ws-mpev-eof           value "Y".

      *>  Trail identification out of the environment.
       01  ws-run-date           pic 9(8) value 0.
       01  ws-fallback-image     pic x(64) value spaces.
       01  ws-env-value          pic x(64).

      *>  The thread and image being joined or looked up.
       01  ws-join-thread-id     pic 9(9).
       01  ws-join-image         pic x(64).

      *>  One slot per image met on the event file or the trail, with
      *>  the day's accumulators. stackmon watches at most sixteen
      *>  images; the table allows for the fallback and for images
      *>  dropped from the watch list during the day.
       01  ws-image-limit        pic 9(3) comp-5 value 32.
       01  ws-image-count        pic 9(3) comp-5 value 0.
       01  ws-image-ix           pic 9(3) comp-5.
       01  ws-image-fnd-switch   pic x.
           88  ws-image-found        value "Y".
       01  ws-image-table.
           05  ws-img-entry      occurs 32.
               10  ws-img-name       pic x(64).
               10  ws-img-samples    pic 9(10).
               10  ws-img-peak-pct   pic 9(3).
               10  ws-img-peak-tid   pic 9(9).
               10  ws-img-peak-size  pic 9(18).
               10  ws-img-peak-time  pic 9(14).
               10  ws-img-limitkb    pic 9(5).
               10  ws-img-threads    pic 9(5).
               10  ws-img-alerted    pic 9(5).

      *>  Thread-to-image join built from the STCKMPEV "T" events of
      *>  the run date, with the per-thread seen/alerted marks the
      *>  thread counts are taken from.
       01  ws-thread-limit       pic 9(4) comp-5 value 1024.
       01  ws-thread-count       pic 9(4) comp-5 value 0.
       01  ws-thread-ix          pic 9(4) comp-5.
       01  ws-thread-fnd-switch  pic x.
           88  ws-thread-found       value "Y".
       01  ws-thread-table.
           05  ws-thd-entry      occurs 1024.
               10  ws-thd-id         pic 9(9).
               10  ws-thd-image-ix   pic 9(3) comp-5.
               10  ws-thd-seen-sw    pic x(1).
                   88  ws-thd-seen       value "Y".
               10  ws-thd-alert-sw   pic x(1).
                   88  ws-thd-alerted    value "Y".
       01  ws-full-switch        pic x value "N".
           88  ws-table-full         value "Y".

      *>  Load counters for the closing messages.
       01  ws-record-count       pic 9(10) value 0.
       01  ws-unmapped-count     pic 9(10) value 0.
       01  ws-full-skipped       pic 9(10) value 0.
       01  ws-loaded-count       pic 9(5) value 0.
       01  ws-already-count      pic 9(5) value 0.

       01  ws-load-date          pic 9(8).
       01  ws-load-time          pic 9(8).
       01  ws-load-hhmmss        pic 9(6).

       procedure division.

           move "STCKPKLD" to msg-program
           perform open-run-journal
           perform get-load-identity
           perform open-peak-files
           perform read-stacklog-record
           if ws-eof
               move "SD1903E" to msg-id
               perform emit-operator-message
               close stacklog-file
               close stckpmst-file
               move 8 to return-code
               goback
           end-if
           if ws-run-date = 0
              and slg-timestamp is numeric
               compute ws-run-date = slg-timestamp / 1000000
           end-if

           perform load-thread-images
           perform accumulate-trail-record until ws-eof
           close stacklog-file

           perform load-image-peak
               varying ws-image-ix from 1 by 1
               until ws-image-ix > ws-image-count
           close stckpmst-file
           perform report-load-outcome
           if msg-jrnl-open
               close stckjrnl-file
           end-if
           goback.

       get-load-identity section.

           move spaces to ws-env-value
           display "PKLDDATE" upon environment-name
           accept ws-env-value from environment-value
           if function trim(ws-env-value) is numeric
              and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-run-date
           end-if

           move spaces to ws-fallback-image
           display "PKLDIMAGE" upon environment-name
           accept ws-fallback-image from environment-value
           .

       open-peak-files section.

           open input stacklog-file
           if ws-stacklog-status not = "00"
               move "SD1901E" to msg-id
               move ws-stacklog-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

      ***** First load has no master yet - create it empty, then
      ***** reopen keyed.
           open i-o stckpmst-file
           if ws-stckpmst-status = "35"
               open output stckpmst-file
               close stckpmst-file
               open i-o stckpmst-file
           end-if
           if ws-stckpmst-status not = "00"
               move "SD1902E" to msg-id
               move ws-stckpmst-status to msg-insert
               perform emit-operator-message
               close stacklog-file
               move 8 to return-code
               goback
           end-if
           .

       read-stacklog-record section.

           read stacklog-file
               at end
                   set ws-eof to true
           end-read
           .

       load-thread-images section.

      ***** Every thread stackmon sampled has a "T" event naming its
      ***** image, written when the thread was first sampled and
      ***** again at exit; the first one found is kept. No event
      ***** file at all is a trail from before the events were
      ***** kept - everything then goes to the fallback image, or
      ***** is skipped.
           open input stckmpev-file
           if ws-stckmpev-status = "00"
               perform read-event-record
               perform store-thread-image until ws-mpev-eof
               close stckmpev-file
           end-if
           .

       read-event-record section.

           read stckmpev-file
               at end
                   set ws-mpev-eof to true
           end-read
           .

       store-thread-image section.

           if pev-thread-usage
              and pev-run-date is numeric
              and pev-run-date = ws-run-date
              and pev-thread-id is numeric
               move pev-thread-id to ws-join-thread-id
               perform find-thread-slot
               if not ws-thread-found
                   move pev-image to ws-join-image
                   perform add-thread-slot
               end-if
           end-if
           perform read-event-record
           .

       find-thread-slot section.

           move "N" to ws-thread-fnd-switch
           move 1 to ws-thread-ix
           perform scan-thread-slot
               until ws-thread-found
                  or ws-thread-ix > ws-thread-count
           .

       scan-thread-slot section.

           if ws-thd-id (ws-thread-ix) = ws-join-thread-id
               set ws-thread-found to true
           else
               add 1 to ws-thread-ix
           end-if
           .

       add-thread-slot section.

      ***** New join entry for the thread under the image in hand. A
      ***** full table is warned once and the thread left unjoined.
           perform find-image-slot
           if ws-image-found
              and ws-thread-count < ws-thread-limit
               add 1 to ws-thread-count
               move ws-thread-count to ws-thread-ix
               move ws-join-thread-id to ws-thd-id (ws-thread-ix)
               move ws-image-ix   to ws-thd-image-ix (ws-thread-ix)
               move "N" to ws-thd-seen-sw (ws-thread-ix)
               move "N" to ws-thd-alert-sw (ws-thread-ix)
               set ws-thread-found to true
           else
               perform note-table-full
           end-if
           .

       find-image-slot section.

           move "N" to ws-image-fnd-switch
           move 1 to ws-image-ix
           perform scan-image-slot
               until ws-image-found
                  or ws-image-ix > ws-image-count
           if not ws-image-found
              and ws-image-count < ws-image-limit
               add 1 to ws-image-count
               move ws-image-count to ws-image-ix
               move ws-join-image to ws-img-name (ws-image-ix)
               move 0 to ws-img-samples (ws-image-ix)
                         ws-img-peak-pct (ws-image-ix)
                         ws-img-peak-tid (ws-image-ix)
                         ws-img-peak-size (ws-image-ix)
                         ws-img-peak-time (ws-image-ix)
                         ws-img-limitkb (ws-image-ix)
                         ws-img-threads (ws-image-ix)
                         ws-img-alerted (ws-image-ix)
               set ws-image-found to true
           end-if
           .

       scan-image-slot section.

           if ws-img-name (ws-image-ix) = ws-join-image
               set ws-image-found to true
           else
               add 1 to ws-image-ix
           end-if
           .

       note-table-full section.

           if not ws-table-full
               set ws-table-full to true
               move "SD1908W" to msg-id
               move ws-thread-limit to msg-insert
               perform emit-operator-message
           end-if
           .

       accumulate-trail-record section.

      ***** A torn tail record is not numeric and is passed over; the
      ***** rest are put to their image and rolled into its peak,
      ***** thread count and alerted-thread count.
           add 1 to ws-record-count
           if slg-thread-id is numeric
              and slg-stackpct is numeric
              and slg-danger-pct is numeric
               move slg-thread-id to ws-join-thread-id
               perform find-thread-slot
               if not ws-thread-found
                  and ws-fallback-image not = spaces
                   move ws-fallback-image to ws-join-image
                   perform add-thread-slot
               end-if
               if ws-thread-found
                   perform tally-image-sample
               else
                   if ws-table-full
                       add 1 to ws-full-skipped
                   else
                       add 1 to ws-unmapped-count
                   end-if
               end-if
           end-if
           perform read-stacklog-record
           .

       tally-image-sample section.

           move ws-thd-image-ix (ws-thread-ix) to ws-image-ix
           add 1 to ws-img-samples (ws-image-ix)
           if not ws-thd-seen (ws-thread-ix)
               move "Y" to ws-thd-seen-sw (ws-thread-ix)
               add 1 to ws-img-threads (ws-image-ix)
           end-if
           if slg-stackpct > slg-danger-pct
              and not ws-thd-alerted (ws-thread-ix)
               move "Y" to ws-thd-alert-sw (ws-thread-ix)
               add 1 to ws-img-alerted (ws-image-ix)
           end-if
           if slg-stackpct > ws-img-peak-pct (ws-image-ix)
              or ws-img-samples (ws-image-ix) = 1
               move slg-stackpct     to ws-img-peak-pct (ws-image-ix)
               move slg-thread-id    to ws-img-peak-tid (ws-image-ix)
               move slg-stack-size   to ws-img-peak-size (ws-image-ix)
               move slg-stacklimitkb to ws-img-limitkb (ws-image-ix)
               if slg-timestamp is numeric
                   move slg-timestamp
                     to ws-img-peak-time (ws-image-ix)
               end-if
           end-if
           .

       load-image-peak section.

      ***** Loading is idempotent, as stckarcl's is: an image already
      ***** on the master for the run date is reported and left, so a
      ***** day's trail can be reloaded without doubling anything.
      ***** Images named on the event file but not sampled on this
      ***** trail have nothing to load.
           if ws-img-samples (ws-image-ix) > 0
               move ws-img-name (ws-image-ix) to ppk-image
               move ws-run-date to ppk-run-date
               read stckpmst-file
                   invalid key
                       perform write-image-peak
                   not invalid key
                       add 1 to ws-already-count
                       move "SD1905I" to msg-id
                       move ws-img-name (ws-image-ix) to msg-insert
                       perform emit-operator-message
               end-read
           end-if
           .

       write-image-peak section.

           accept ws-load-date from date yyyymmdd
           accept ws-load-time from time
           move ws-img-name (ws-image-ix)      to ppk-image
           move ws-run-date                    to ppk-run-date
           move ws-img-peak-pct (ws-image-ix)  to ppk-peak-pct
           move ws-img-peak-tid (ws-image-ix)  to ppk-peak-thread-id
           move ws-img-peak-size (ws-image-ix) to ppk-peak-size
           move ws-img-peak-time (ws-image-ix) to ppk-peak-time
           move ws-img-limitkb (ws-image-ix)   to ppk-stacklimitkb
           move ws-img-threads (ws-image-ix)   to ppk-thread-count
           move ws-img-alerted (ws-image-ix)   to ppk-alerted-count
           move ws-img-samples (ws-image-ix)   to ppk-sample-count
           divide ws-load-time by 100 giving ws-load-hhmmss
           compute ppk-loaded-time =
               ws-load-date * 1000000 + ws-load-hhmmss
           write stckpmst-record
           if ws-stckpmst-status not = "00"
               move "SD1906E" to msg-id
               move ws-stckpmst-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
           else
               add 1 to ws-loaded-count
               move "SD1907I" to msg-id
               move ws-img-name (ws-image-ix) to msg-insert
               perform emit-operator-message
           end-if
           .

       report-load-outcome section.

           display " "
           display "=================================================="
           display "  Daily Production Peak Load"
           display "=================================================="
           display "Run date                  : " ws-run-date
           display "Trail records read        : " ws-record-count
           display "Images on the trail       : " ws-image-count
           display "Images loaded             : " ws-loaded-count
           display "Already on the master     : " ws-already-count
           display "Records with no image     : " ws-unmapped-count
           display "Records past table limit  : " ws-full-skipped
           display "=================================================="
           display " "

           if ws-unmapped-count > 0
               move "SD1904W" to msg-id
               move ws-unmapped-count to msg-insert
               perform emit-operator-message
           end-if
           move "SD1909I" to msg-id
           move ws-loaded-count to msg-insert
           perform emit-operator-message

           if return-code < 8
               evaluate true
                   when ws-unmapped-count > 0
                     or ws-full-skipped > 0
                       move 4 to return-code
                   when ws-loaded-count = 0
                       move 2 to return-code
                   when other
                       move 0 to return-code
               end-evaluate
           end-if
           .

       copy "STCKMSGP.cpy".
