      *      at least STCKESCSTEP points past the last ticketed pct
      *    - the "R" marker stackwatcher writes at a controlled
      *      shutdown RESOLVEs the alert with one RESOLVE hand-off
      *    - the critical "C" record stackmon writes when a watched
      *      process dies of stack overflow OPENs the alert, or puts
      *      an existing one back to OPEN at 100 pct with an ESCALATE
      *      hand-off whatever its state and the escalation step
      *
      *  Every alert is routed to its owning support group: the
      *  config or image named on the queue record is looked up in
      *  the STCKOWNR ownership file, one line per owned source -
      *
      *      CONFIG <config-name>=<support group>,<out-of-hours contact>
      *      IMAGE <image-name>=<support group>,<out-of-hours contact>
      *
      *  - and the group and contact are stamped on the master record
      *  and on every OPEN/ESCALATE/RESOLVE hand-off. A hand-off whose
      *  source has no owner is reported as an exception and the pass
      *  ends with return code 4. The ownership file is the STCKOWNR
      *  kept with the JCL, mapped by dd_STCKOWNR: STCKEVNT.CMD sets
      *  it machine-wide for the live passes, and the STCKMUTL.CMD
      *  rebuild maps the same file for its replay so both stamp the
      *  same owners.
      *
      *  The STCKACHK checkpoint file carries the count of queue
      *  records already consumed, so this consumer can be stopped
      *  and restarted without re-ticketing old records.
      *
      *  Operator command mode (no queue processing): set STCKAMGRCMD
      *  to ACK, CLOSE or REOPEN together with STCKAMGRTID/
      *  STCKAMGRDATE to move that thread/run's master record to
      *  acknowledged, closed or back to open, and optionally
      *  STCKAMGRRSN to the reason for the change. A move the
      *  lifecycle does not allow from the record's current state
      *  (STCKATRP.cpy, shared with stcktrcn and the stckacon
      *  console) is refused with return code 4. Every change made
      *  is appended to the STCKAACT action log.
      *
      *  Tuning, read once from the environment:
      *      STCKESCSTEP - percentage points the worst pct must move
      *                         the master layout; the stcktrcn
      *                         reconciliation pass stamps it from
      *                         the ticketing intake's responses.
      *  15/10/2026  R Okafor - Handle stackmon's critical "C" record
      *                         for a STATUS_STACK_OVERFLOW exit.
      *  15/10/2026  R Okafor - State changes checked against the
      *                         shared STCKATRP.cpy transition rules;
      *                         REOPEN command, STCKAMGRRSN reason
      *                         and the STCKAACT action log added.
      *  15/10/2026  R Okafor - Route alerts to their owning support
      *                         group from the STCKOWNR ownership file;
      *                         owner stamped on the master and on
      *                         every hand-off, unowned hand-offs
      *                         reported as exceptions.
      ******************************************************************
       environment division.
       input-output section.
           select stckachk-file assign to "STCKACHK"
               organization is line sequential
               file status is ws-stckachk-status.
           select stckownr-file assign to "STCKOWNR"
               organization is line sequential
               file status is ws-stckownr-status.
           select stckaact-file assign to "STCKAACT"
               organization is line sequential
               file status is ws-stckaact-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.
       01  stckachk-record.
           05  chk-records-done      pic 9(10).

       fd  stckownr-file.
       01  stckownr-record       pic x(200).

       fd  stckaact-file.
       copy "STCKAACT.cpy".

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       copy "STCKATRW.cpy".
       01  ws-stckalrt-status    pic x(2).
       01  ws-stckamst-status    pic x(2).
       01  ws-stcktick-status    pic x(2).
       01  ws-stckachk-status    pic x(2).
       01  ws-stckaact-status    pic x(2).
       01  ws-stckownr-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".

       01  ws-cmd-value          pic x(8).
       01  ws-cmd-tid            pic x(16).
       01  ws-cmd-date           pic x(16).
       01  ws-cmd-reason         pic x(60).
       01  ws-cmd-oper           pic x(16).
       01  ws-now-date           pic 9(8).
       01  ws-now-time           pic 9(8).

      *>  Master-found switch for the keyed reads.
       01  ws-master-switch      pic x.
           88  ws-master-found       value "Y".
           88  ws-master-missing     value "N".

      *>  The STCKOWNR ownership file, held whole: one entry per
      *>  owned config ("C") or watched image ("I").
       01  ws-own-limit          pic 9(3) comp-5 value 200.
       01  ws-own-count          pic 9(3) comp-5 value 0.
       01  ws-own-ix             pic 9(3) comp-5.
       01  ws-own-table.
           05  ws-own-entry      occurs 200.
               10  ws-own-type       pic x(1).
               10  ws-own-name       pic x(64).
               10  ws-own-group      pic x(20).
               10  ws-own-contact    pic x(40).
       01  ws-own-eof-switch     pic x value "N".
           88  ws-own-eof            value "Y".
       01  ws-own-found-switch   pic x.
           88  ws-own-found          value "Y".
       01  ws-own-key-part       pic x(80).
       01  ws-own-tail-part      pic x(120).
       01  ws-own-kind-part      pic x(16).
       01  ws-own-name-part      pic x(64).
       01  ws-own-group-part     pic x(40).
       01  ws-own-contact-part   pic x(80).
       01  ws-own-source         pic x(64).

      *>  Lifecycle counters for the end-of-pass summary.
       01  ws-opened-count       pic 9(5) value 0.
       01  ws-escalated-count    pic 9(5) value 0.
       01  ws-resolved-count     pic 9(5) value 0.
       01  ws-critical-count     pic 9(5) value 0.
       01  ws-updated-count      pic 9(5) value 0.
       01  ws-skipped-count      pic 9(10) value 0.
       01  ws-unowned-count      pic 9(5) value 0.

       procedure division.

           end-if

           perform read-checkpoint
           perform load-owner-file
           perform open-queue-files
           perform read-alert-record
           perform process-alert-queue until ws-eof
           perform write-checkpoint
           close stckamst-file
           perform report-pass-summary
           if ws-unowned-count > 0
               move 4 to return-code
           end-if
           if msg-jrnl-open
               close stckjrnl-file
           end-if
                       perform handle-alert-record
                   when alr-resolve
                       perform handle-resolve-record
                   when alr-critical
                       perform handle-critical-record
                   when other
                       continue
               end-evaluate
           if ws-master-missing
               perform open-new-alert
           else
               perform fill-alert-owner
               perform update-open-alert
           end-if
           .
           move alr-timestamp       to ams-last-time
           move 1                   to ams-alert-count
           move spaces              to ams-ticket-no
           move spaces              to ams-source-type
           move spaces              to ams-source
           move spaces              to ams-owner-group
           move spaces              to ams-owner-contact
           perform fill-alert-owner
           write stckamst-record
           add 1 to ws-opened-count
           perform write-open-ticket
      ***** below threshold, or already closed) needs nothing.
           perform read-master-for-queue-key
           if ws-master-found
               perform fill-alert-owner
               set atr-event-resolve to true
               perform check-alert-transition
               if atr-legal
                   move atr-to-state to ams-state
                   move alr-timestamp to ams-last-time
                   if alr-stackpct > ams-worst-pct
                       move alr-stackpct to ams-worst-pct
           end-if
           .

       handle-critical-record section.

      ***** The watched process died of stack overflow. That is never
      ***** absorbed as a repeat crossing: with no alert yet one is
      ***** opened, and an existing alert in any state - resolved or
      ***** closed included - goes back to OPEN at the critical pct
      ***** with an ESCALATE hand-off regardless of the step.
           add 1 to ws-critical-count
           perform read-master-for-queue-key
           if ws-master-missing
               perform open-new-alert
           else
               perform fill-alert-owner
               set atr-event-critical to true
               perform check-alert-transition
               move atr-to-state to ams-state
               add 1 to ams-alert-count
               move alr-timestamp to ams-last-time
               move alr-stackpct  to ams-worst-pct
               move alr-stackpct  to ams-ticketed-pct
               rewrite stckamst-record
               add 1 to ws-escalated-count
               perform write-escalate-ticket
           end-if
           move "SA0410S" to msg-id
           move alr-thread-id to msg-insert
           perform emit-operator-message
           .

       write-open-ticket section.

           move spaces to stcktick-record
           move ams-run-date    to tck-run-date
           move ams-worst-pct   to tck-stackpct
           move ams-last-time   to tck-timestamp
           move ams-owner-group   to tck-owner-group
           move ams-owner-contact to tck-owner-contact
           write stcktick-record
           if ams-owner-group = spaces
               perform report-unowned-handoff
           end-if
           .

       load-owner-file section.

      ***** No ownership file means nothing can be routed - every
      ***** hand-off this pass will be reported unowned, so say why
      ***** once up front.
           open input stckownr-file
           evaluate ws-stckownr-status
               when "00"
                   perform read-owner-line
                   perform parse-owner-line
                       until ws-own-eof
                          or ws-own-count >= ws-own-limit
                   close stckownr-file
               when "35"
                   move "SA0416W" to msg-id
                   perform emit-operator-message
               when other
                   move "SA0414W" to msg-id
                   move ws-stckownr-status to msg-insert
                   perform emit-operator-message
           end-evaluate
           .

       read-owner-line section.

           read stckownr-file
               at end
                   set ws-own-eof to true
           end-read
           .

       parse-owner-line section.

      ***** CONFIG <name>=<group>,<contact> or IMAGE <name>=...; a
      ***** line of any other shape, or with no group, is skipped.
           if stckownr-record not = spaces
              and function upper-case(stckownr-record(1:4)) not = "REM "
               move spaces to ws-own-key-part ws-own-tail-part
                              ws-own-kind-part ws-own-name-part
                              ws-own-group-part ws-own-contact-part
               unstring stckownr-record delimited by "="
                   into ws-own-key-part ws-own-tail-part
               end-unstring
               move function upper-case(function trim(ws-own-key-part))
                 to ws-own-key-part
               unstring ws-own-key-part delimited by all space
                   into ws-own-kind-part ws-own-name-part
               end-unstring
               unstring ws-own-tail-part delimited by ","
                   into ws-own-group-part ws-own-contact-part
               end-unstring
               if (ws-own-kind-part = "CONFIG"
                   or ws-own-kind-part = "IMAGE")
                  and ws-own-name-part not = spaces
                  and ws-own-group-part not = spaces
                   add 1 to ws-own-count
                   move ws-own-kind-part(1:1)
                     to ws-own-type (ws-own-count)
                   move ws-own-name-part to ws-own-name (ws-own-count)
                   move function upper-case
                            (function trim(ws-own-group-part))
                     to ws-own-group (ws-own-count)
                   move function trim(ws-own-contact-part)
                     to ws-own-contact (ws-own-count)
               end-if
           end-if
           perform read-owner-line
           .

       fill-alert-owner section.

      ***** Take the source off the queue record if the master does
      ***** not have one yet, and look the owner up while the master
      ***** has none - an owner added to STCKOWNR after the alert
      ***** opened is picked up at its next event.
           if ams-source = spaces
              and alr-source not = spaces
               move alr-source-type to ams-source-type
               move function upper-case(function trim(alr-source))
                 to ams-source
           end-if
           if ams-owner-group = spaces
              and ams-source not = spaces
               move "N" to ws-own-found-switch
               move 1 to ws-own-ix
               perform scan-owner-entry
                   until ws-own-found
                      or ws-own-ix > ws-own-count
               if ws-own-found
                   move ws-own-group (ws-own-ix)   to ams-owner-group
                   move ws-own-contact (ws-own-ix) to ams-owner-contact
               end-if
           end-if
           .

       scan-owner-entry section.

           if ws-own-type (ws-own-ix) = ams-source-type
              and ws-own-name (ws-own-ix) = ams-source
               set ws-own-found to true
           else
               add 1 to ws-own-ix
           end-if
           .

       report-unowned-handoff section.

           add 1 to ws-unowned-count
           move spaces to ws-own-source
           evaluate true
               when ams-source = spaces
                   move "(no source on the alert)" to ws-own-source
               when ams-source-image
                   string "image " delimited by size
                          ams-source delimited by space
                          into ws-own-source
               when other
                   string "config " delimited by size
                          ams-source delimited by space
                          into ws-own-source
           end-evaluate
           move "SA0415W" to msg-id
           move ws-own-source to msg-insert
           perform emit-operator-message
           .

       process-operator-command section.

      ***** ACK / CLOSE / REOPEN against a named thread/run master
      ***** record, driven from the console via environment variables
      ***** so the overnight queue pass and the daytime operator
      ***** actions use the same program.
           move spaces to ws-cmd-tid
           display "STCKAMGRTID" upon environment-name
           accept ws-cmd-tid from environment-value
           move spaces to ws-cmd-date
           display "STCKAMGRDATE" upon environment-name
           accept ws-cmd-date from environment-value
           move spaces to ws-cmd-reason
           display "STCKAMGRRSN" upon environment-name
           accept ws-cmd-reason from environment-value
           move spaces to ws-cmd-oper
           display "USERNAME" upon environment-name
           accept ws-cmd-oper from environment-value
           if ws-cmd-oper = spaces
               move "UNKNOWN" to ws-cmd-oper
           end-if

           if function trim(ws-cmd-tid) is not numeric
              or function trim(ws-cmd-date) is not numeric

       apply-operator-command section.

      ***** The lifecycle rules are the shared ones, so an ACK on a
      ***** resolved alert or a CLOSE on a closed one is refused here
      ***** exactly as the console would refuse it, instead of the
      ***** state being overwritten regardless.
           move function upper-case(function trim(ws-cmd-value))
             to atr-event
           if not atr-event-ack
              and not atr-event-close
              and not atr-event-reopen
               move "SA0409E" to msg-id
               move ws-cmd-value to msg-insert
               perform emit-operator-message
               move 8 to return-code
           else
               perform check-alert-transition
               if atr-illegal
                   move "SA0411W" to msg-id
                   string function trim(atr-event) delimited by size
                          " from " delimited by size
                          atr-from-state delimited by size
                          " thread " delimited by size
                          ams-thread-id delimited by size
                          into msg-insert
                   perform emit-operator-message
                   move 4 to return-code
               else
                   move atr-to-state to ams-state
                   rewrite stckamst-record
                   perform log-operator-action
                   evaluate true
                       when atr-event-ack
                           move "SA0406I" to msg-id
                       when atr-event-close
                           move "SA0407I" to msg-id
                       when other
                           move "SA0412I" to msg-id
                   end-evaluate
                   move ams-thread-id to msg-insert
                   perform emit-operator-message
               end-if
           end-if
           .

       log-operator-action section.

      ***** Best effort, like the journal: the change is already on
      ***** the master, so a log that cannot be written only warns.
           open extend stckaact-file
           if ws-stckaact-status = "35"
               open output stckaact-file
           end-if
           if ws-stckaact-status not = "00"
               move "SA0413W" to msg-id
               move ws-stckaact-status to msg-insert
               perform emit-operator-message
           else
               accept ws-now-date from date yyyymmdd
               accept ws-now-time from time
               move spaces to stckaact-record
               compute aac-timestamp =
                   ws-now-date * 1000000
                   + function numval(ws-now-time(1:6))
               move "STCKAMGR"     to aac-program
               move ws-cmd-oper    to aac-operator
               move ams-thread-id  to aac-thread-id
               move ams-run-date   to aac-run-date
               move atr-event      to aac-action
               move atr-from-state to aac-from-state
               move atr-to-state   to aac-to-state
               if ws-cmd-reason = spaces
                   move "(no reason given)" to aac-reason
               else
                   move ws-cmd-reason to aac-reason
               end-if
               write stckaact-record
               close stckaact-file
           end-if
           .

       report-pass-summary section.
           display "Alerts opened             : " ws-opened-count
           display "Escalations handed off    : " ws-escalated-count
           display "Alerts resolved           : " ws-resolved-count
           display "Overflow exits (critical) : " ws-critical-count
           display "Repeat records absorbed   : " ws-updated-count
           display "Hand-offs with no owner   : " ws-unowned-count
           display "Checkpoint now            : " ws-record-count
           display "=================================================="
           display " "
           perform emit-operator-message
           .

       copy "STCKATRP.cpy".
       copy "STCKMSGP.cpy".
