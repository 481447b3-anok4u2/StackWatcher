      *  The processes to watch come from the STCKMWCH watch list,
      *  one line per process:
      *
      *      <image-name> <danger-pct> <interval-seconds> [<config>]
      *
      *  (the optional config names the STCKWCHR.CFG config sized to
      *  match the image, for stckpkrp's probe-versus-production
      *  comparison; stackmon itself does not use it)
      *  so one scheduled instance covers every production image on
      *  the box, each with its own alerting threshold and sampling
      *  rate. A thread crossing its process's danger threshold
      *  paging/ticketing pipeline covers the real production
      *  processes, not just the synthetic runs.
      *
      *  Every attach to, and every exit of, a watched process is
      *  written to the STCKMPEV process-event file: the start, each
      *  thread's first sample as it is first seen, the exit with its
      *  exit code, and each thread's last sampled usage. An exit
      *  with STATUS_STACK_OVERFLOW (0xC00000FD) is the failure this
      *  monitor exists for - it raises a critical "C" record on
      *  STCKALRT against the deepest thread, so stckamgr opens (or
      *  escalates) the alert at once. An exited image is then
      *  looked for again on its own interval, and when
      *  the same image is restarted the monitor re-attaches to the
      *  new process and carries on sampling.
      *
      *  With no STCKMWCH file present the original single-process
      *  tuning still works, read once from the environment:
      *      STACKMONPROCESS - image name of the process to watch,
      *      STACKMONSAMPLES - number of sampling passes per process,
      *                        0 = keep sampling until the process
      *                        exits (default 0)
      *      STACKMONREWAIT  - seconds to keep looking for an exited
      *                        image to be restarted before its entry
      *                        is retired, 0 = never re-attach
      *                        (default 600)
      *
      *  The code should work in either 32 or 64bit.
      *
      *                         line up against incident times even
      *                         when sleep drift has moved the
      *                         passes off their nominal interval.
      *  15/10/2026  R Okafor - Write start/exit/last-usage events to
      *                         STCKMPEV, raise a critical "C" alert on
      *                         a STATUS_STACK_OVERFLOW exit, and
      *                         re-attach when the exited image is
      *                         restarted (STACKMONREWAIT).
      *  15/10/2026  R Okafor - End-of-monitoring "E" event with each
      *                         thread's last usage when the pass
      *                         limit retires an entry; document the
      *                         optional STCKMWCH config token.
      *  15/10/2026  R Okafor - Stamp the watched image on every
      *                         STCKALRT record as the alert source,
      *                         so stckamgr can route the alert to
      *                         the image's owning group.
      *  15/10/2026  R Okafor - Write a thread's "T" event when it is
      *                         first sampled as well as at exit, so
      *                         a process that runs all day still has
      *                         its threads put to its image.
      *  15/10/2026  R Okafor - A re-attached process starts its own
      *                         STACKMONSAMPLES pass count.
      ******************************************************************
       environment division.
       special-names.
           select stckmwch-file assign to "STCKMWCH"
               organization is line sequential
               file status is ws-stckmwch-status.
           select stckmpev-file assign to "STCKMPEV"
               organization is line sequential
               file status is ws-stckmpev-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.
       01  stckmwch-record.
           05  mwl-line          pic x(80).

       fd  stckmpev-file.
       copy "STCKMPEV.cpy".

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       01  ws-stacklog-status    pic x(2).
       01  ws-stckalrt-status    pic x(2).
       01  ws-stckmwch-status    pic x(2).
       01  ws-stckmpev-status    pic x(2).

      *>  Toolhelp snapshot and handle work fields. Handles are
      *>  pointer-sized, so they track the build width like every
      $end
       01  ws-call-rc            pic s9(9) comp-5.
       01  ws-exit-code          pic 9(9) comp-5.
       01  ws-exit-code-bytes    redefines ws-exit-code pic x(4).

      *>  STATUS_STACK_OVERFLOW, 0xC00000FD, as the bytes the DWORD
      *>  GetExitCodeProcess returns lies in storage.
       01  ws-overflow-exit      pic x(4) value x"FD0000C0".

      *>  PROCESSENTRY32 for Process32First/Next. The 64-bit build
      *>  pads th32ProcessID to the pointer-sized th32DefaultHeapID,
               10  ws-wch-pass       pic 9(10).
               10  ws-wch-active-sw  pic x(1).
                   88  ws-wch-active     value "Y".
                   88  ws-wch-waiting    value "W".
               10  ws-wch-wait-secs  pic 9(9) comp-5.

      *>  Watch-list parse work fields.
       01  ws-mwch-eof-switch    pic x value "N".
               10  ws-alt-peak-pass  pic 9(10).
               10  ws-alt-peak-size  pic 9(18).
               10  ws-alt-peak-pct   pic 9(3).
               10  ws-alt-crash-sw   pic x(1).
                   88  ws-alt-crashed    value "Y".
               10  ws-alt-image      pic x(64).

      *>  Last sampled usage of every thread of every watched
      *>  process, kept until the process exits so its exit event can
      *>  carry what each thread had reached. A zero watch index marks
      *>  a slot freed by an earlier exit, reused before the table
      *>  grows.
       01  ws-usage-limit        pic 9(4) comp-5 value 1024.
       01  ws-usage-count        pic 9(4) comp-5 value 0.
       01  ws-usage-ix           pic 9(4) comp-5.
       01  ws-usage-fnd-switch   pic x.
           88  ws-usage-found        value "Y".
       01  ws-usage-new-switch   pic x.
           88  ws-usage-new          value "Y".
       01  ws-usage-table.
           05  ws-usg-entry      occurs 1024.
               10  ws-usg-watch-ix   pic 9(3) comp-5.
               10  ws-usg-thread-id  pic 9(9).
               10  ws-usg-pass       pic 9(10).
               10  ws-usg-size       pic 9(18).
               10  ws-usg-pct        pic 9(3).
               10  ws-usg-limitkb    pic 9(5).

      *>  The deepest thread of an exiting process, picked out while
      *>  its last-usage events are written, for the critical alert
      *>  an overflow exit raises.
       01  ws-deep-thread-id     pic 9(9).
       01  ws-deep-size          pic 9(18).
       01  ws-deep-pct           pic 9(3).

      *>  Alert-record timestamp work fields. ws-run-date is the
      *>  monitoring run's start date, captured once so every alert
       01  ws-log-date           pic 9(8).
       01  ws-log-time           pic 9(8).

      *>  STCKMPEV event-time work fields, and the overflow verdict
      *>  on an exiting process.
       01  ws-event-date         pic 9(8).
       01  ws-event-time         pic 9(8).
       01  ws-overflow-switch    pic x value "N".
           88  ws-overflow-exit-seen value "Y".

      *>  Sampling loop controls. ws-tick-count is the shared pass
      *>  scale stamped into slg-stack-depth: one tick per second of
      *>  monitoring, whatever each entry's own sampling interval.
       01  ws-interval-secs      pic 9(5) value 5.
       01  ws-tick-ms            pic 9(9) comp-5 value 1000.
       01  ws-danger-pct         pic 9(3) value 90.
       01  ws-rewait-secs        pic 9(9) comp-5 value 600.
       01  ws-env-value          pic x(64).
       01  ws-run-done-switch    pic x value "N".
           88  ws-run-done           value "Y".
           perform load-watch-list
           perform open-stacklog
           perform open-alert-queue
           perform open-process-events
           accept ws-run-date from date yyyymmdd
           perform resolve-watch-entry
               varying ws-watch-ix from 1 by 1
           if ws-active-count = 0
               close stacklog-file
               close stckalrt-file
               close stckmpev-file
               if msg-jrnl-open
                   close stckjrnl-file
               end-if
           perform write-resolution-records
           close stacklog-file
           close stckalrt-file
           close stckmpev-file
           move "SM0709I" to msg-id
           move ws-total-passes to msg-insert
           perform emit-operator-message
              and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-danger-pct
           end-if

           move spaces to ws-env-value
           display "STACKMONREWAIT" upon environment-name
           accept ws-env-value from environment-value
           if function trim(ws-env-value) is numeric
               move function numval(ws-env-value) to ws-rewait-secs
           end-if
           .

       load-watch-list section.
           end-if
           .

       open-process-events section.

      ***** STCKMPEV is the standing history of every attach and
      ***** exit across runs - extended, never truncated.
           open extend stckmpev-file
           if ws-stckmpev-status = "35"
               open output stckmpev-file
           end-if
           if ws-stckmpev-status not = "00"
               move "SM0718E" to msg-id
               move ws-stckmpev-status to msg-insert
               perform emit-operator-message
               close stacklog-file
               close stckalrt-file
               move 8 to return-code
               goback
           end-if
           .

       resolve-watch-entry section.

      ***** Resolve one watch entry's image name to a live pid and an
                   move ws-process-handle
                     to ws-wch-handle (ws-watch-ix)
                   move "Y" to ws-wch-active-sw (ws-watch-ix)
                   perform write-start-event
               end-if
           end-if
           .

       reattach-watch-entry section.

      ***** An exited entry looks for its image again on its own
      ***** interval. Not finding it is the expected answer while
      ***** the process is down, so it is not reported; finding it
      ***** attaches to the new process and sampling resumes on the
      ***** next tick.
           move ws-wch-image (ws-watch-ix) to ws-target-name
           move "N" to ws-found-switch
           move "N" to ws-snap-done-switch
           perform find-target-process
           if ws-process-found
               perform open-target-process
               if ws-process-handle not = 0
                   move ws-target-pid
                     to ws-wch-pid (ws-watch-ix)
                   move ws-process-handle
                     to ws-wch-handle (ws-watch-ix)
                   move "Y" to ws-wch-active-sw (ws-watch-ix)
                   move 1 to ws-wch-countdown (ws-watch-ix)
                   move 0 to ws-wch-pass (ws-watch-ix)
                   move "SM0716I" to msg-id
                   move ws-wch-image (ws-watch-ix) to msg-insert
                   perform emit-operator-message
                   perform write-start-event
               end-if
           end-if
           .
      ***** One second of wall clock: any entry whose countdown has
      ***** run out gets a sampling pass and its countdown reset to
      ***** its own interval, so each process keeps its own rate off
      ***** one shared loop. The run ends when no entry is active or
      ***** waiting for its image to be restarted.
           add 1 to ws-tick-count
           move 0 to ws-active-count
           perform tick-one-entry

       tick-one-entry section.

           evaluate true
               when ws-wch-active (ws-watch-ix)
                   if ws-wch-countdown (ws-watch-ix) = 0
                       perform sample-entry-pass
                       move ws-wch-interval (ws-watch-ix)
                         to ws-wch-countdown (ws-watch-ix)
                       perform check-entry-done
                   end-if
               when ws-wch-waiting (ws-watch-ix)
                   perform check-entry-restart
           end-evaluate
           if ws-wch-active (ws-watch-ix)
              or ws-wch-waiting (ws-watch-ix)
               add 1 to ws-active-count
               subtract 1 from ws-wch-countdown (ws-watch-ix)
           end-if

       check-entry-done section.

      ***** A configured pass limit retires the entry; the watched
      ***** process going away has its exit recorded and the entry
      ***** then waits for the image to come back.
           if ws-max-samples > 0
              and ws-wch-pass (ws-watch-ix) >= ws-max-samples
               perform retire-watch-entry
               end-call
               if ws-call-rc = 0
                  or ws-exit-code not = ws-still-active
                   perform record-entry-exit
               end-if
           end-if
           .

       record-entry-exit section.

      ***** The process has gone: write its exit event, then each of
      ***** its threads' last sampled usage, and if the exit code is
      ***** STATUS_STACK_OVERFLOW raise the critical alert against
      ***** the deepest thread. A failed GetExitCodeProcess still
      ***** means the process is unusable; it is recorded as an exit
      ***** with no code. The entry then waits for a restart.
           move "SM0708I" to msg-id
           move ws-wch-image (ws-watch-ix) to msg-insert
           perform emit-operator-message

           move "N" to ws-overflow-switch
           perform start-process-event
           if ws-call-rc = 0
               set pev-exit-lost to true
           else
               set pev-exit to true
               move ws-exit-code to pev-exit-code
               if ws-exit-code-bytes = ws-overflow-exit
                   set ws-overflow-exit-seen to true
               end-if
           end-if
           write stckmpev-record

           move 0 to ws-deep-thread-id ws-deep-size ws-deep-pct
           perform write-usage-event
               varying ws-usage-ix from 1 by 1
               until ws-usage-ix > ws-usage-count

           if ws-overflow-exit-seen
               move "SM0715S" to msg-id
               move ws-wch-image (ws-watch-ix) to msg-insert
               perform emit-operator-message
               perform write-critical-alert
           end-if

           call winapi "CloseHandle"
               using by value ws-wch-handle (ws-watch-ix)
           end-call
           if ws-rewait-secs > 0
               move "W" to ws-wch-active-sw (ws-watch-ix)
               move ws-rewait-secs to ws-wch-wait-secs (ws-watch-ix)
           else
               move "N" to ws-wch-active-sw (ws-watch-ix)
           end-if
           .

       check-entry-restart section.

      ***** Waiting for an exited image to come back: look for it
      ***** each time the entry's interval runs out, and retire the
      ***** entry once STACKMONREWAIT seconds pass without it.
           if ws-wch-wait-secs (ws-watch-ix) = 0
               move "SM0717W" to msg-id
               move ws-wch-image (ws-watch-ix) to msg-insert
               perform emit-operator-message
               move "N" to ws-wch-active-sw (ws-watch-ix)
           else
               subtract 1 from ws-wch-wait-secs (ws-watch-ix)
               if ws-wch-countdown (ws-watch-ix) = 0
                   move ws-wch-interval (ws-watch-ix)
                     to ws-wch-countdown (ws-watch-ix)
                   perform reattach-watch-entry
               end-if
           end-if
           .

       retire-watch-entry section.

      ***** Pass limit reached with the process still running: an
      ***** "E" event and each thread's last usage, so every thread
      ***** on the trail has its image named in STCKMPEV.
           perform start-process-event
           set pev-monitor-end to true
           write stckmpev-record
           move 0 to ws-deep-thread-id ws-deep-size ws-deep-pct
           perform write-usage-event
               varying ws-usage-ix from 1 by 1
               until ws-usage-ix > ws-usage-count

           call winapi "CloseHandle"
               using by value ws-wch-handle (ws-watch-ix)
           end-call
               + function numval(ws-log-time(1:6))
           write stacklog-record
           add 1 to ws-threads-sampled
           perform note-thread-usage

           if ws-stackpct > ws-danger-pct
               move "SM0707W" to msg-id
           string ws-alert-date delimited by size
                  ws-alert-time(1:6) delimited by size
                  into alr-timestamp
           set alr-source-image to true
           move ws-wch-image (ws-watch-ix) to alr-source
           write stckalrt-record
           .

               move 0 to ws-alt-peak-pass (ws-alerted-ix)
               move 0 to ws-alt-peak-size (ws-alerted-ix)
               move 0 to ws-alt-peak-pct (ws-alerted-ix)
               move "N" to ws-alt-crash-sw (ws-alerted-ix)
               move ws-wch-image (ws-watch-ix)
                 to ws-alt-image (ws-alerted-ix)
               set ws-alerted-found to true
           end-if
           if ws-alerted-found
      ***** alerted this run, carrying its worst figures, so the
      ***** open alerts on the master resolve instead of dangling -
      ***** the same marker stackwatcher writes at its controlled
      ***** shutdown. A thread whose process died of stack overflow
      ***** is not resolved: that alert stays open for the on-call.
           perform write-one-resolution
               varying ws-alerted-ix from 1 by 1
               until ws-alerted-ix > ws-alerted-count

       write-one-resolution section.

           if not ws-alt-crashed (ws-alerted-ix)
               accept ws-alert-date from date yyyymmdd
               accept ws-alert-time from time
               set alr-resolve      to true
               move ws-run-date     to alr-run-date
               move ws-alt-thread-id (ws-alerted-ix) to alr-thread-id
               move ws-alt-peak-pass (ws-alerted-ix)
                 to alr-stack-depth
               move ws-alt-peak-size (ws-alerted-ix)
                 to alr-stack-size
               move ws-alt-peak-pct (ws-alerted-ix)  to alr-stackpct
               string ws-alert-date delimited by size
                      ws-alert-time(1:6) delimited by size
                      into alr-timestamp
               set alr-source-image to true
               move ws-alt-image (ws-alerted-ix) to alr-source
               write stckalrt-record
           end-if
           .

       note-thread-usage section.

      ***** Keep this thread's latest sample against its watch entry,
      ***** so the process's exit event can carry what each thread
      ***** had last reached. A thread seen for the first time gets
      ***** its "T" event at once, so the trail can be put to its
      ***** image while the process is still running.
           move "N" to ws-usage-fnd-switch
           move "N" to ws-usage-new-switch
           move 1 to ws-usage-ix
           perform scan-usage-slot
               until ws-usage-found
                  or ws-usage-ix > ws-usage-count
           if not ws-usage-found
               set ws-usage-new to true
               move 1 to ws-usage-ix
               perform scan-free-usage-slot
                   until ws-usage-found
                      or ws-usage-ix > ws-usage-count
           end-if
           if not ws-usage-found
              and ws-usage-count < ws-usage-limit
               add 1 to ws-usage-count
               move ws-usage-count to ws-usage-ix
               set ws-usage-found to true
           end-if
           if ws-usage-found
               move ws-watch-ix     to ws-usg-watch-ix (ws-usage-ix)
               move te-threadid     to ws-usg-thread-id (ws-usage-ix)
               move ws-tick-count   to ws-usg-pass (ws-usage-ix)
               move ws-stack-size   to ws-usg-size (ws-usage-ix)
               move ws-stackpct     to ws-usg-pct (ws-usage-ix)
               move ws-stacklimitkb to ws-usg-limitkb (ws-usage-ix)
               if ws-usage-new
                   perform write-first-usage-event
               end-if
           end-if
           .

       scan-usage-slot section.

           if ws-usg-watch-ix (ws-usage-ix) = ws-watch-ix
              and ws-usg-thread-id (ws-usage-ix) = te-threadid
               set ws-usage-found to true
           else
               add 1 to ws-usage-ix
           end-if
           .

       scan-free-usage-slot section.

           if ws-usg-watch-ix (ws-usage-ix) = 0
               set ws-usage-found to true
           else
               add 1 to ws-usage-ix
           end-if
           .

       start-process-event section.

      ***** Common part of every STCKMPEV record for the entry in
      ***** hand; the caller sets the event type and its own fields.
           move spaces to stckmpev-record
           accept ws-event-date from date yyyymmdd
           accept ws-event-time from time
           move ws-run-date     to pev-run-date
           compute pev-timestamp =
               ws-event-date * 1000000
               + function numval(ws-event-time(1:6))
           move ws-wch-pid (ws-watch-ix)   to pev-pid
           move ws-wch-image (ws-watch-ix) to pev-image
           move 0 to pev-exit-code pev-thread-id pev-last-pass
                     pev-stack-size pev-stackpct pev-stacklimitkb
           .

       write-start-event section.

           perform start-process-event
           set pev-start to true
           write stckmpev-record
           .

       write-usage-event section.

      ***** One "T" event per thread the exiting process owned, with
      ***** its last sampled figures; the slot is freed for the next
      ***** process. The deepest thread is kept for the critical
      ***** alert.
           if ws-usg-watch-ix (ws-usage-ix) = ws-watch-ix
               perform start-process-event
               set pev-thread-usage to true
               move ws-usg-thread-id (ws-usage-ix) to pev-thread-id
               move ws-usg-pass (ws-usage-ix)      to pev-last-pass
               move ws-usg-size (ws-usage-ix)      to pev-stack-size
               move ws-usg-pct (ws-usage-ix)       to pev-stackpct
               move ws-usg-limitkb (ws-usage-ix)   to pev-stacklimitkb
               write stckmpev-record
               if ws-usg-pct (ws-usage-ix) > ws-deep-pct
                  or ws-deep-thread-id = 0
                   move ws-usg-thread-id (ws-usage-ix)
                     to ws-deep-thread-id
                   move ws-usg-size (ws-usage-ix) to ws-deep-size
                   move ws-usg-pct (ws-usage-ix)  to ws-deep-pct
               end-if
               move 0 to ws-usg-watch-ix (ws-usage-ix)
           end-if
           .

       write-first-usage-event section.

      ***** The thread's first sample, as a "T" event naming its
      ***** image. The slot is kept; the exit or end of monitoring
      ***** still writes the thread's last usage.
           perform start-process-event
           set pev-thread-usage to true
           move ws-usg-thread-id (ws-usage-ix) to pev-thread-id
           move ws-usg-pass (ws-usage-ix)      to pev-last-pass
           move ws-usg-size (ws-usage-ix)      to pev-stack-size
           move ws-usg-pct (ws-usage-ix)       to pev-stackpct
           move ws-usg-limitkb (ws-usage-ix)   to pev-stacklimitkb
           write stckmpev-record
           .

       write-critical-alert section.

      ***** The overflow has happened: a critical "C" record keyed
      ***** like the danger alerts (deepest thread, run start date)
      ***** at 100 pct, so stckamgr opens or escalates that alert
      ***** straight away. The thread is marked so end of monitoring
      ***** does not resolve the alert behind the on-call's back.
           accept ws-alert-date from date yyyymmdd
           accept ws-alert-time from time
           set alr-critical     to true
           move ws-run-date     to alr-run-date
           move ws-deep-thread-id to alr-thread-id
           move ws-tick-count   to alr-stack-depth
           move ws-deep-size    to alr-stack-size
           move 100             to alr-stackpct
           string ws-alert-date delimited by size
                  ws-alert-time(1:6) delimited by size
                  into alr-timestamp
           set alr-source-image to true
           move ws-wch-image (ws-watch-ix) to alr-source
           write stckalrt-record

           move ws-deep-thread-id to te-threadid
           move 100 to ws-stackpct
           move ws-deep-size to ws-stack-size
           perform note-alerted-thread
           if ws-alerted-found
               move "Y" to ws-alt-crash-sw (ws-alerted-ix)
           end-if
           .

       copy "STCKMSGP.cpy".
