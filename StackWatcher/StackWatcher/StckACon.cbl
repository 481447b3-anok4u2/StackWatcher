       identification division.
       program-id. stckacon.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Operator Console over the STCKAMST Alert Master
      *
      *  Working the alert master has meant a different tool per job:
      *  stckbord to see the list, then STCKAMGRCMD/STCKAMGRTID/
      *  STCKAMGRDATE set by hand to act on one alert by exact key.
      *  This console is one operator session over the master:
      *
      *    - pages through the alerts in key order, filtered by
      *      lifecycle state and/or run-date range
      *    - shows one alert's full detail: first, worst and ticketed
      *      pct, crossing count, ticket number and age in hours,
      *      with the actions its current state allows
      *    - acknowledges, closes or reopens the alert shown, each
      *      with a mandatory reason, under the same STCKATRP.cpy
      *      transition rules stckamgr and stcktrcn apply - so the
      *      console and the batch passes can never disagree about
      *      what a legal move is
      *
      *  Every state change is rewritten to the master, appended to
      *  the STCKAACT action log with the operator and reason, and
      *  journalled.
      *
      *  The stckamgr queue pass and stcktrcn keep running while a
      *  console is up, so the console never holds the master or the
      *  action log between commands. LIST/NEXT/PREV/SHOW open the
      *  master INPUT and close it again when the command is done.
      *  ACK/CLOSE/REOPEN take the reason first and only then open
      *  the master I-O and the action log EXTEND, re-read the alert,
      *  check the rules again against what is on file, rewrite, log
      *  and close both - so a batch pass that moved the alert while
      *  the operator was typing is never overwritten. If a batch
      *  pass has the master at that moment (SI2315W), or the action
      *  log cannot be opened (SI2302E), the alert is left unchanged
      *  and the action can be retried.
      *
      *  Commands, one per line at the STCKACON> prompt:
      *      LIST (L)                 - first page, current filter
      *      NEXT (N) / PREV (P)      - page forward / back
      *      STATE <s>                - OPEN, ACKD, RSLV, CLSD or ALL
      *      DATE <from> [<to>]       - run-date range, or ALL
      *      SHOW (S) <line>          - detail of a line on the page
      *      SHOW <thread> <run-date> - detail by alert key
      *      ACK / CLOSE / REOPEN     - act on the alert shown
      *      HELP (?)  QUIT (Q)
      *
      *  Tuning, read once from the environment:
      *      ACONPAGE - alerts per page (default 15, at most 50)
      *      ACONOPER - operator recorded on the action log
      *                 (default USERNAME)
      *
      *  Return code 8 means the master or action log could not be
      *  opened and no session was started.
      *
      *  Date - 15/10/2026
      *
      ******************************************************************
      *  Modification History
      *  --------------------
      *  15/10/2026  R Okafor - Initial version.
      *  15/10/2026  R Okafor - Open STCKAMST per command, I-O only
      *                         for the rewrite, and STCKAACT per
      *                         action, so batch passes are not locked
      *                         out while a console is up.
      *  15/10/2026  R Okafor - Open STCKAACT before the rewrite and
      *                         refuse the action when it cannot be
      *                         opened, so no change goes unlogged.
      *  15/10/2026  R Okafor - Show the detail and check the move
      *                         before STCKAMST is closed again.
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select stckamst-file assign to "STCKAMST"
               organization is indexed
               access is dynamic
               record key is ams-key
               file status is ws-stckamst-status.
           select stckaact-file assign to "STCKAACT"
               organization is line sequential
               file status is ws-stckaact-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.

       data division.
       file section.
       fd  stckamst-file.
       copy "STCKAMST.cpy".

       fd  stckaact-file.
       copy "STCKAACT.cpy".

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       copy "STCKATRW.cpy".
       01  ws-stckamst-status    pic x(2).
       01  ws-stckaact-status    pic x(2).
       01  ws-quit-switch        pic x value "N".
           88  ws-quit               value "Y".
       01  ws-master-open-switch pic x value "N".
           88  ws-master-open        value "Y".
           88  ws-master-closed      value "N".
       01  ws-log-open-switch    pic x value "N".
           88  ws-log-open           value "Y".
           88  ws-log-closed         value "N".

       01  ws-env-value          pic x(16).
       01  ws-oper               pic x(16).

      *>  The command line as typed, and its words.
       01  ws-cmd-line           pic x(80).
       01  ws-cmd-upper          pic x(80).
       01  ws-cmd-verb           pic x(16).
       01  ws-cmd-arg1           pic x(16).
       01  ws-cmd-arg2           pic x(16).
       01  ws-reason             pic x(60).

      *>  Current filter. The date range is on ams-run-date; ALL is
      *>  the widest range.
       01  ws-filter-state       pic x(4) value "ALL".
       01  ws-filter-from        pic 9(8) value 0.
       01  ws-filter-to          pic 9(8) value 99999999.
       01  ws-filter-from-new    pic 9(8).
       01  ws-filter-to-new      pic 9(8).
       01  ws-date-ok-switch     pic x.
           88  ws-date-ok            value "Y".
       01  ws-match-switch       pic x.
           88  ws-alert-matches      value "Y".

      *>  Paging: the first key of every page reached so far, so
      *>  PREV can go back without reading the file backwards, and
      *>  the keys of the lines on the page shown for SHOW <line>.
       01  ws-page-size          pic 9(3) comp-5 value 15.
       01  ws-page-line-limit    pic 9(3) comp-5 value 50.
       01  ws-page-limit         pic 9(3) comp-5 value 500.
       01  ws-page-no            pic 9(3) comp-5 value 1.
       01  ws-page-start-table.
           05  ws-page-start     occurs 500 pic x(17).
       01  ws-line-count         pic 9(3) comp-5 value 0.
       01  ws-line-ix            pic 9(3) comp-5.
       01  ws-page-line-table.
           05  ws-page-key       occurs 50 pic x(17).
       01  ws-more-switch        pic x value "N".
           88  ws-more-pages         value "Y".
           88  ws-no-more-pages      value "N".
       01  ws-scan-switch        pic x.
           88  ws-scan-done          value "Y".

      *>  The alert last shown - the one ACK/CLOSE/REOPEN act on.
       01  ws-current-key        pic x(17) value spaces.
       01  ws-current-switch     pic x value "N".
           88  ws-alert-selected     value "Y".
       01  ws-master-switch      pic x.
           88  ws-master-found       value "Y".
           88  ws-master-missing     value "N".

      *>  Age-in-hours work fields, as the reconciliation computes
      *>  them.
       01  ws-now-date           pic 9(8).
       01  ws-now-time           pic 9(8).
       01  ws-now-day            pic 9(8).
       01  ws-now-hour           pic 9(2).
       01  ws-first-date         pic 9(8).
       01  ws-first-hhmmss       pic 9(6).
       01  ws-first-day          pic 9(8).
       01  ws-first-hour         pic 9(2).
       01  ws-age-hours          pic s9(9).

      *>  Tally for the session-end message.
       01  ws-actions-taken      pic 9(5) value 0.

      *>  Display line work area.
       01  ws-rpt-line           pic x(100).
       01  ws-allowed-line       pic x(40).
       01  ws-count-edit         pic z(8)9.
       01  ws-pct-edit           pic zz9.
       01  ws-line-edit          pic z9.

       procedure division.

           move "STCKACON" to msg-program
           perform open-run-journal
           perform get-console-tuning
           perform open-console-files

           perform show-console-help
           perform list-first-page
           perform console-command until ws-quit

           move "SI2313I" to msg-id
           move ws-actions-taken to msg-insert
           perform emit-operator-message
           if msg-jrnl-open
               close stckjrnl-file
           end-if
           goback.

       get-console-tuning section.

           move spaces to ws-env-value
           display "ACONPAGE" upon environment-name
           accept ws-env-value from environment-value
           if function trim(ws-env-value) is numeric
              and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-page-size
               if ws-page-size > ws-page-line-limit
                   move ws-page-line-limit to ws-page-size
               end-if
           end-if

           move spaces to ws-oper
           display "ACONOPER" upon environment-name
           accept ws-oper from environment-value
           if ws-oper = spaces
               display "USERNAME" upon environment-name
               accept ws-oper from environment-value
           end-if
           if ws-oper = spaces
               move "UNKNOWN" to ws-oper
           end-if
           .

       open-console-files section.

      ***** The console only works alerts stckamgr has already
      ***** opened - unlike the queue pass it never creates the
      ***** master. Both files are only tried here; each command
      ***** opens what it needs and closes it again.
           open input stckamst-file
           if ws-stckamst-status not = "00"
               move "SI2301E" to msg-id
               move ws-stckamst-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           close stckamst-file

      ***** No action log, no session: the reason is mandatory
      ***** because it is kept, and a change that cannot be logged
      ***** must not be made.
           open extend stckaact-file
           if ws-stckaact-status = "35"
               open output stckaact-file
           end-if
           if ws-stckaact-status not = "00"
               move "SI2302E" to msg-id
               move ws-stckaact-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           close stckaact-file
           .

       open-master-input section.

           set ws-master-closed to true
           open input stckamst-file
           if ws-stckamst-status = "00"
               set ws-master-open to true
           else
               move "SI2304E" to msg-id
               move ws-stckamst-status to msg-insert
               perform emit-operator-message
           end-if
           .

       open-master-update section.

      ***** A batch pass holding the master is not an error - the
      ***** operator is told and can try again.
           set ws-master-closed to true
           open i-o stckamst-file
           if ws-stckamst-status = "00"
               set ws-master-open to true
           else
               move "SI2315W" to msg-id
               move ws-stckamst-status to msg-insert
               perform emit-operator-message
           end-if
           .

       close-master section.

           if ws-master-open
               close stckamst-file
               set ws-master-closed to true
           end-if
           .

       show-console-help section.

           display " "
           display "=================================================="
           display "  STCKAMST Alert Console"
           display "=================================================="
           display "  LIST (L)                 first page"
           display "  NEXT (N) / PREV (P)      page forward / back"
           display "  STATE <s>                OPEN ACKD RSLV CLSD ALL"
           display "  DATE <from> [<to>]       run dates, or ALL"
           display "  SHOW (S) <line>          detail of a page line"
           display "  SHOW <thread> <run-date> detail by alert key"
           display "  ACK / CLOSE / REOPEN     act on the alert shown"
           display "  HELP (?)  QUIT (Q)"
           display "=================================================="
           .

       console-command section.

           display " "
           display "STCKACON> " with no advancing
           move spaces to ws-cmd-line
           accept ws-cmd-line

           move function upper-case(function trim(ws-cmd-line))
             to ws-cmd-upper
           move spaces to ws-cmd-verb
           move spaces to ws-cmd-arg1
           move spaces to ws-cmd-arg2
           unstring ws-cmd-upper delimited by all space
               into ws-cmd-verb ws-cmd-arg1 ws-cmd-arg2
           end-unstring

           evaluate ws-cmd-verb
               when spaces
                   continue
               when "LIST"
               when "L"
                   perform list-first-page
               when "NEXT"
               when "N"
                   perform list-next-page
               when "PREV"
               when "P"
                   perform list-prev-page
               when "STATE"
                   perform set-state-filter
               when "DATE"
                   perform set-date-filter
               when "SHOW"
               when "S"
                   perform select-alert
               when "ACK"
               when "CLOSE"
               when "REOPEN"
                   perform operator-action
               when "HELP"
               when "?"
                   perform show-console-help
               when "QUIT"
               when "Q"
               when "END"
                   set ws-quit to true
               when other
                   move "SI2303W" to msg-id
                   move ws-cmd-verb to msg-insert
                   perform emit-operator-message
           end-evaluate
           .

       list-first-page section.

           move 1 to ws-page-no
           move low-values to ws-page-start (1)
           perform list-page
           .

       list-next-page section.

           if ws-more-pages
               add 1 to ws-page-no
               perform list-page
           else
               move "SI2314I" to msg-id
               move "NEXT" to msg-insert
               perform emit-operator-message
           end-if
           .

       list-prev-page section.

           if ws-page-no > 1
               subtract 1 from ws-page-no
               perform list-page
           else
               move "SI2314I" to msg-id
               move "PREV" to msg-insert
               perform emit-operator-message
           end-if
           .

       list-page section.

      ***** Position on the first key of this page, then read on
      ***** until the page is full of matching alerts. One match
      ***** past a full page is where the next page starts.
           move 0 to ws-line-count
           set ws-no-more-pages to true
           move "N" to ws-scan-switch
           perform show-page-header

           perform open-master-input
           if ws-master-open
               move ws-page-start (ws-page-no) to ams-key
               start stckamst-file key is not less than ams-key
                   invalid key
                       set ws-scan-done to true
               end-start
               perform collect-page-alert until ws-scan-done
               perform close-master
           end-if

           if ws-line-count = 0
               display "  (no alerts match the filter)"
           end-if
           if ws-more-pages
               display "  -- more: NEXT for the next page --"
           else
               display "  -- end of alerts --"
           end-if
           .

       show-page-header section.

           move ws-page-no to ws-count-edit
           move spaces to ws-rpt-line
           string "Alerts page " delimited by size
                  function trim(ws-count-edit) delimited by size
                  "   state " delimited by size
                  ws-filter-state delimited by space
                  "   run dates " delimited by size
                  into ws-rpt-line
           if ws-filter-from = 0
              and ws-filter-to = 99999999
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " ALL" delimited by size
                      into ws-rpt-line
           else
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " " delimited by size
                      ws-filter-from delimited by size
                      "-" delimited by size
                      ws-filter-to delimited by size
                      into ws-rpt-line
           end-if
           display " "
           display function trim(ws-rpt-line trailing)
           display "  No  Thread     Run date  State  Worst"
                   "  Crossings  Ticket"
           .

       collect-page-alert section.

           read stckamst-file next record
               at end
                   set ws-scan-done to true
           end-read
           if not ws-scan-done
              and ws-stckamst-status not = "00"
               move "SI2304E" to msg-id
               move ws-stckamst-status to msg-insert
               perform emit-operator-message
               set ws-scan-done to true
           end-if

           if not ws-scan-done
               perform match-alert-filter
               if ws-alert-matches
                   if ws-line-count < ws-page-size
                       add 1 to ws-line-count
                       move ams-key to ws-page-key (ws-line-count)
                       perform show-page-line
                   else
                       set ws-scan-done to true
                       if ws-page-no < ws-page-limit
                           set ws-more-pages to true
                           move ams-key
                             to ws-page-start (ws-page-no + 1)
                       end-if
                   end-if
               end-if
           end-if
           .

       match-alert-filter section.

           move "Y" to ws-match-switch
           if ws-filter-state not = "ALL"
              and ams-state not = ws-filter-state
               move "N" to ws-match-switch
           end-if
           if ams-run-date < ws-filter-from
              or ams-run-date > ws-filter-to
               move "N" to ws-match-switch
           end-if
           .

       show-page-line section.

           move ws-line-count to ws-line-edit
           move ams-worst-pct to ws-pct-edit
           move ams-alert-count to ws-count-edit
           move spaces to ws-rpt-line
           string "  " delimited by size
                  ws-line-edit delimited by size
                  "  " delimited by size
                  ams-thread-id delimited by size
                  "  " delimited by size
                  ams-run-date delimited by size
                  "  " delimited by size
                  ams-state delimited by size
                  "   " delimited by size
                  ws-pct-edit delimited by size
                  "%  " delimited by size
                  ws-count-edit delimited by size
                  "  " delimited by size
                  into ws-rpt-line
           if ams-ticket-no = spaces
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      "  UNANSWERED" delimited by size
                      into ws-rpt-line
           else
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      "  " delimited by size
                      ams-ticket-no delimited by size
                      into ws-rpt-line
           end-if
           display function trim(ws-rpt-line trailing)
           .

       set-state-filter section.

           evaluate ws-cmd-arg1
               when "OPEN"
               when "ACKD"
               when "RSLV"
               when "CLSD"
               when "ALL"
                   move ws-cmd-arg1 to ws-filter-state
                   perform list-first-page
               when other
                   move "SI2312W" to msg-id
                   move ws-cmd-arg1 to msg-insert
                   perform emit-operator-message
           end-evaluate
           .

       set-date-filter section.

      ***** DATE ALL clears the range; DATE <from> alone is that one
      ***** run date; DATE <from> <to> is the range inclusive.
           if ws-cmd-arg1 = "ALL"
               move 0 to ws-filter-from
               move 99999999 to ws-filter-to
               perform list-first-page
           else
               move "N" to ws-date-ok-switch
               if function trim(ws-cmd-arg1) is numeric
                  and (ws-cmd-arg2 = spaces
                       or function trim(ws-cmd-arg2) is numeric)
                   move function numval(ws-cmd-arg1)
                     to ws-filter-from-new
                   move ws-filter-from-new to ws-filter-to-new
                   if ws-cmd-arg2 not = spaces
                       move function numval(ws-cmd-arg2)
                         to ws-filter-to-new
                   end-if
                   if ws-filter-from-new <= ws-filter-to-new
                       set ws-date-ok to true
                   end-if
               end-if
               if ws-date-ok
                   move ws-filter-from-new to ws-filter-from
                   move ws-filter-to-new   to ws-filter-to
                   perform list-first-page
               else
                   move "SI2312W" to msg-id
                   string ws-cmd-arg1 delimited by space
                          " " delimited by size
                          ws-cmd-arg2 delimited by space
                          into msg-insert
                   perform emit-operator-message
               end-if
           end-if
           .

       select-alert section.

      ***** SHOW <line> picks from the page on screen; SHOW <thread>
      ***** <run-date> goes straight to the key, filter or no.
           move "N" to ws-master-switch
           perform open-master-input
           if function trim(ws-cmd-arg1) is numeric
              and ws-cmd-arg2 = spaces
              and function numval(ws-cmd-arg1) >= 1
              and function numval(ws-cmd-arg1) <= ws-line-count
               move function numval(ws-cmd-arg1) to ws-line-ix
               move ws-page-key (ws-line-ix) to ws-current-key
               perform read-current-alert
           else
               if function trim(ws-cmd-arg1) is numeric
                  and function trim(ws-cmd-arg2) is numeric
                   move function numval(ws-cmd-arg1) to ams-thread-id
                   move function numval(ws-cmd-arg2) to ams-run-date
                   move ams-key to ws-current-key
                   perform read-current-alert
               else
                   move "SI2305W" to msg-id
                   perform emit-operator-message
               end-if
           end-if

      ***** The detail is shown from the record as read, before the
      ***** master is closed again.
           if ws-master-found
               set ws-alert-selected to true
               perform show-alert-detail
           end-if
           perform close-master
           .

       read-current-alert section.

      ***** Nothing to read when the master would not open; the
      ***** open has already said why.
           set ws-master-missing to true
           if ws-master-open
               perform read-current-key
           end-if
           .

       read-current-key section.

           move ws-current-key to ams-key
           read stckamst-file key is ams-key
               invalid key
                   set ws-master-missing to true
               not invalid key
                   set ws-master-found to true
           end-read
           if ws-master-missing
               move "N" to ws-current-switch
               move "SI2306W" to msg-id
               string ams-thread-id delimited by size
                      " run " delimited by size
                      ams-run-date delimited by size
                      into msg-insert
               perform emit-operator-message
           end-if
           .

       show-alert-detail section.

           perform age-current-alert

           display " "
           display "=================================================="
           display "  Alert thread " ams-thread-id
                   "  run " ams-run-date
           display "=================================================="
           display "State                 : " ams-state
           move ams-first-pct to ws-pct-edit
           display "First crossing        : " ams-first-time
                   "  at " function trim(ws-pct-edit) "%"
           move ams-first-depth to ws-count-edit
           display "First crossing depth  : "
                   function trim(ws-count-edit)
           move ams-worst-pct to ws-pct-edit
           display "Worst pct             : " function trim(ws-pct-edit)
           move ams-ticketed-pct to ws-pct-edit
           display "Ticketed pct          : " function trim(ws-pct-edit)
           move ams-alert-count to ws-count-edit
           display "Crossing count        : "
                   function trim(ws-count-edit)
           display "Last crossing         : " ams-last-time
           if ams-ticket-no = spaces
               display "Ticket number         : UNANSWERED"
           else
               display "Ticket number         : " ams-ticket-no
           end-if
           move ws-age-hours to ws-count-edit
           display "Age                   : "
                   function trim(ws-count-edit)
                   " hour(s)"

           perform list-allowed-actions
           display "Actions allowed       : "
                   function trim(ws-allowed-line)
           display "=================================================="
           .

       age-current-alert section.

      ***** Whole hours since the first crossing, worked the way
      ***** stckbord and stcktrcn work them - recomputed per alert,
      ***** since a console session stays up.
           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           compute ws-now-day =
               function integer-of-date(ws-now-date)
           compute ws-now-hour = ws-now-time / 1000000
           compute ws-first-date = ams-first-time / 1000000
           compute ws-first-hhmmss =
               function mod(ams-first-time, 1000000)
           compute ws-first-day =
               function integer-of-date(ws-first-date)
           compute ws-first-hour = ws-first-hhmmss / 10000
           compute ws-age-hours =
               (ws-now-day - ws-first-day) * 24
               + ws-now-hour - ws-first-hour
           if ws-age-hours < 0
               move 0 to ws-age-hours
           end-if
           .

       list-allowed-actions section.

      ***** Ask the shared rules rather than restating them, so the
      ***** detail view can never offer a move the rules refuse.
           move spaces to ws-allowed-line
           set atr-event-ack to true
           perform check-alert-transition
           if atr-legal
               perform add-allowed-action
           end-if
           set atr-event-close to true
           perform check-alert-transition
           if atr-legal
               perform add-allowed-action
           end-if
           set atr-event-reopen to true
           perform check-alert-transition
           if atr-legal
               perform add-allowed-action
           end-if
           if ws-allowed-line = spaces
               move "none" to ws-allowed-line
           end-if
           .

       add-allowed-action section.

           string function trim(ws-allowed-line trailing)
                      delimited by size
                  " " delimited by size
                  atr-event delimited by space
                  into ws-allowed-line
           .

       operator-action section.

           move "N" to ws-master-switch
           if not ws-alert-selected
               move "SI2307W" to msg-id
               perform emit-operator-message
           else
               perform open-master-input
               perform read-current-alert
               if ws-master-found
                   move ws-cmd-verb to atr-event
                   perform check-alert-transition
               end-if
               perform close-master
           end-if

      ***** The first check is made against the record while the
      ***** master is open; the reason is then asked for with it
      ***** closed, and apply-operator-action reads it again.
           if ws-master-found
               if atr-illegal
                   perform report-illegal-action
               else
                   perform apply-operator-action
               end-if
           end-if
           .

       apply-operator-action section.

      ***** Reason first, then re-read and re-check: the queue pass
      ***** or the reconciliation may have moved this alert while
      ***** the reason was being typed.
           display "Reason for " function trim(atr-event) ": "
                   with no advancing
           move spaces to ws-reason
           accept ws-reason

           if ws-reason = spaces
               move "SI2309W" to msg-id
               perform emit-operator-message
           else
               perform open-master-update
               if ws-master-open
                   perform open-action-log
               end-if
               if ws-log-open
                   perform read-current-alert
                   if ws-master-found
                       move ws-cmd-verb to atr-event
                       perform check-alert-transition
                       if atr-illegal
                           perform report-illegal-action
                       else
                           perform rewrite-current-alert
                       end-if
                   end-if
                   close stckaact-file
                   set ws-log-closed to true
               end-if
               perform close-master
           end-if
           .

       open-action-log section.

      ***** Opened per action, as stckamgr does, so the queue pass
      ***** can log its own operator actions between ours - and
      ***** before the master is touched, since a change that cannot
      ***** be logged must not be made.
           set ws-log-closed to true
           open extend stckaact-file
           if ws-stckaact-status = "35"
               open output stckaact-file
           end-if
           if ws-stckaact-status = "00"
               set ws-log-open to true
           else
               move "SI2302E" to msg-id
               move ws-stckaact-status to msg-insert
               perform emit-operator-message
           end-if
           .

       rewrite-current-alert section.

           move atr-to-state to ams-state
           rewrite stckamst-record
               invalid key
                   move "SI2310E" to msg-id
                   move ws-stckamst-status to msg-insert
                   perform emit-operator-message
               not invalid key
                   perform write-action-record
                   add 1 to ws-actions-taken
                   move "SI2311I" to msg-id
                   string ams-thread-id delimited by size
                          " " delimited by size
                          atr-from-state delimited by size
                          " to " delimited by size
                          atr-to-state delimited by size
                          " " delimited by size
                          ws-reason delimited by size
                          into msg-insert
                   perform emit-operator-message
                   perform show-alert-detail
           end-rewrite
           .

       write-action-record section.

           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           move spaces to stckaact-record
           compute aac-timestamp =
               ws-now-date * 1000000
               + function numval(ws-now-time(1:6))
           move "STCKACON"     to aac-program
           move ws-oper        to aac-operator
           move ams-thread-id  to aac-thread-id
           move ams-run-date   to aac-run-date
           move atr-event      to aac-action
           move atr-from-state to aac-from-state
           move atr-to-state   to aac-to-state
           move ws-reason      to aac-reason
           write stckaact-record
           if ws-stckaact-status not = "00"
               move "SI2302E" to msg-id
               move ws-stckaact-status to msg-insert
               perform emit-operator-message
           end-if
           .

       report-illegal-action section.

           move "SI2308W" to msg-id
           string function trim(atr-event) delimited by size
                  " from " delimited by size
                  atr-from-state delimited by size
                  into msg-insert
           perform emit-operator-message
           .

       copy "STCKATRP.cpy".
       copy "STCKMSGP.cpy".
