      *  Modification History
      *  --------------------
      *  01/09/2026  R Okafor - Initial version.
      *  15/10/2026  R Okafor - Close on a CLOSED ticket through the
      *                         shared STCKATRP.cpy transition rules.
      ******************************************************************
       environment division.
       input-output section.

       working-storage section.
       copy "STCKMCAT.cpy".
       copy "STCKATRW.cpy".
       01  ws-stckamst-status    pic x(2).
       01  ws-stcktrsp-status    pic x(2).
       01  ws-stcktick-status    pic x(2).
               add 1 to ws-stamped-count
           end-if
           if rsp-status-closed
               set atr-event-close to true
               perform check-alert-transition
               if atr-legal
                   move atr-to-state to ams-state
                   add 1 to ws-closed-count
               end-if
           end-if
           rewrite stckamst-record
           .
           display function trim(ws-rpt-line trailing)
           .

       copy "STCKATRP.cpy".
       copy "STCKMSGP.cpy".
