      *  reach it one record at a time by exact thread-id/run-date
      *  key, which means the operator has to already know what they
      *  are looking for. This board reads the master end to end and
      *  lists every alert that is not closed, grouped by the owning
      *  support group stckamgr stamped from the STCKOWNR ownership
      *  file and ordered worst-first by ams-worst-pct within each
      *  group, showing:
      *
      *    - the lifecycle state, and the ticket number stamped by
      *      the stcktrcn reconciliation (or UNANSWERED)
      *    - crossing count from ams-alert-count
      *    - how far the worst usage has moved past the last
      *      ticketed pct
      *    - the config or image that raised the alert and the
      *      group's out-of-hours contact
      *    - a STALE flag on OPEN alerts older than a configurable
      *      age that nobody has acknowledged - the overnight OPEN
      *      that is otherwise only discovered when someone
      *      remembers to ask
      *
      *  Alerts with no owner on file are listed last, under
      *  UNOWNED, each flagged as an exception.
      *
      *  Tuning, read once from the environment:
      *      BORDAGEHRS - hours an OPEN alert may sit unacknowledged
      *                   before it is flagged STALE (default 24)
      *
      *  The board is written to STCKBORD and echoed to the console.
      *  Return code 4 flags that stale unacknowledged alerts or
      *  unowned alerts exist.
      *
      *  Date - 01/09/2026
      *
      *  Modification History
      *  --------------------
      *  01/09/2026  R Okafor - Initial version.
      *  15/10/2026  R Okafor - Group the board by owning support
      *                         group; unowned alerts reported as
      *                         exceptions.
      ******************************************************************
       environment division.
       input-output section.
       01  ws-stale-hours        pic 9(4) value 24.
       01  ws-env-value          pic x(10).

      *>  The board, held by owner then worst-first: each non-closed
      *>  master record is insertion-sorted on its owner group (the
      *>  unowned sort last, on high-values) and then descending
      *>  worst pct as it is read, so the print pass just walks the
      *>  table top to bottom.
       01  ws-board-limit        pic 9(3) comp-5 value 500.
       01  ws-board-count        pic 9(3) comp-5 value 0.
       01  ws-board-ix           pic 9(3) comp-5.
               10  ws-brd-first-time pic 9(14).
               10  ws-brd-crossings  pic 9(9).
               10  ws-brd-ticket-no  pic x(12).
               10  ws-brd-sort-group pic x(20).
               10  ws-brd-owner      pic x(20).
               10  ws-brd-contact    pic x(40).
               10  ws-brd-src-type   pic x(1).
               10  ws-brd-source     pic x(64).
       01  ws-new-sort-group     pic x(20).
       01  ws-prev-group         pic x(20).

      *>  Age-in-hours work fields, as the reconciliation computes
      *>  them.
      *>  Tallies for the closing summary.
       01  ws-records-read       pic 9(10) value 0.
       01  ws-stale-count        pic 9(5) value 0.
       01  ws-unowned-count      pic 9(5) value 0.

      *>  Report line work area.
       01  ws-rpt-line           pic x(132).
           close stckamst-file

           perform write-board-header
           move low-values to ws-prev-group
           perform write-board-entry
               varying ws-board-ix from 1 by 1
               until ws-board-ix > ws-board-count
           move ws-board-count to msg-insert
           perform emit-operator-message
           if ws-stale-count > 0
              or ws-unowned-count > 0
               move 4 to return-code
           end-if
           if msg-jrnl-open

       insert-board-entry section.

      ***** Insertion sort on owner group, then descending worst
      ***** pct: find the first slot that sorts after the new
      ***** record, shift the tail down one, and drop the record in.
           if ws-board-count >= ws-board-limit
               if not ws-board-overflowed
                   set ws-board-overflowed to true
                   perform emit-operator-message
               end-if
           else
               if ams-owner-group = spaces
                   move high-values to ws-new-sort-group
               else
                   move ams-owner-group to ws-new-sort-group
               end-if
               move "N" to ws-slot-found-switch
               move 1 to ws-insert-ix
               perform find-insert-slot
               move ams-first-time  to ws-brd-first-time (ws-insert-ix)
               move ams-alert-count to ws-brd-crossings (ws-insert-ix)
               move ams-ticket-no   to ws-brd-ticket-no (ws-insert-ix)
               move ws-new-sort-group
                 to ws-brd-sort-group (ws-insert-ix)
               move ams-owner-group to ws-brd-owner (ws-insert-ix)
               move ams-owner-contact to ws-brd-contact (ws-insert-ix)
               move ams-source-type to ws-brd-src-type (ws-insert-ix)
               move ams-source      to ws-brd-source (ws-insert-ix)
           end-if
           .

       find-insert-slot section.

           if ws-brd-sort-group (ws-insert-ix) > ws-new-sort-group
              or (ws-brd-sort-group (ws-insert-ix) = ws-new-sort-group
                  and ws-brd-worst-pct (ws-insert-ix) < ams-worst-pct)
               set ws-slot-found to true
           else
               add 1 to ws-insert-ix

           move all "=" to stckbord-record
           write stckbord-record
           move "  Open-Alert Status Board - by owner, worst first"
             to stckbord-record
           write stckbord-record
           move all "=" to stckbord-record

       write-board-entry section.

           if ws-brd-sort-group (ws-board-ix) not = ws-prev-group
               perform write-owner-heading
           end-if
           perform age-board-entry
           compute ws-moved-pct =
               ws-brd-worst-pct (ws-board-ix)
           end-if
           perform write-report-line

           perform write-entry-owner

      ***** The flag the morning walk-up is for: an OPEN alert past
      ***** the age limit that nobody has acknowledged.
           if ws-brd-state (ws-board-ix) = "OPEN"
           write stckbord-record
           .

       write-owner-heading section.

           move ws-brd-sort-group (ws-board-ix) to ws-prev-group
           move spaces to ws-rpt-line
           if ws-brd-owner (ws-board-ix) = spaces
               move "Owner : UNOWNED - no STCKOWNR entry" to ws-rpt-line
           else
               string "Owner : " delimited by size
                      ws-brd-owner (ws-board-ix) delimited by size
                      into ws-rpt-line
           end-if
           perform write-report-line
           move all "-" to stckbord-record
           write stckbord-record
           .

       write-entry-owner section.

      ***** The source always shows; the contact is who to wake, and
      ***** an alert with no owner is the exception this board is
      ***** also for - nobody is going to pick it up unprompted.
           move spaces to ws-rpt-line
           evaluate true
               when ws-brd-source (ws-board-ix) = spaces
                   move "  source : none recorded" to ws-rpt-line
               when ws-brd-src-type (ws-board-ix) = "I"
                   string "  source : image " delimited by size
                          ws-brd-source (ws-board-ix)
                              delimited by space
                          into ws-rpt-line
               when other
                   string "  source : config " delimited by size
                          ws-brd-source (ws-board-ix)
                              delimited by space
                          into ws-rpt-line
           end-evaluate
           if ws-brd-owner (ws-board-ix) = spaces
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " - EXCEPTION, no owner on file"
                          delimited by size
                      into ws-rpt-line
               perform write-report-line
               add 1 to ws-unowned-count
               move "SO1506W" to msg-id
               move ws-brd-thread-id (ws-board-ix) to msg-insert
               perform emit-operator-message
           else
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      ", out of hours " delimited by size
                      ws-brd-contact (ws-board-ix) delimited by size
                      into ws-rpt-line
               perform write-report-line
           end-if
           .

       age-board-entry section.

           compute ws-first-date =
                  into ws-rpt-line
           perform write-report-line

           move ws-unowned-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Alerts with no owner      : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move all "=" to stckbord-record
           write stckbord-record
           .
