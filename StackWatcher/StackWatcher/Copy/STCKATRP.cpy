      ******************************************************************
      *  STCKATRP.cpy
      *
      *  Alert-master state transition rules, copied into the
      *  PROCEDURE DIVISION of every program that changes ams-state.
      *  Requires STCKATRW.cpy in WORKING-STORAGE and the STCKAMST
      *  record read for the alert in question.
      *
      *  The lifecycle is OPEN -> ACKD -> RSLV -> CLSD, and the legal
      *  moves are:
      *
      *      ACK      OPEN                -> ACKD
      *      RESOLVE  OPEN, ACKD          -> RSLV  (shutdown marker)
      *      CLOSE    OPEN, ACKD, RSLV    -> CLSD  (operator, or a
      *                                             closed ticket)
      *      REOPEN   ACKD, RSLV, CLSD    -> OPEN  (operator)
      *      CRITICAL any state           -> OPEN  (overflow exit)
      *
      *  Anything else - acknowledging a resolved alert, closing a
      *  closed one, reopening one that is already OPEN - is not a
      *  transition, and the caller leaves the record alone.
      ******************************************************************
       check-alert-transition section.

           move ams-state to atr-from-state
           move ams-state to atr-to-state
           set atr-illegal to true

           evaluate true
               when atr-event-ack
                   if ams-state-open
                       move "ACKD" to atr-to-state
                       set atr-legal to true
                   end-if
               when atr-event-resolve
                   if ams-state-open or ams-state-ackd
                       move "RSLV" to atr-to-state
                       set atr-legal to true
                   end-if
               when atr-event-close
                   if ams-state-open or ams-state-ackd
                      or ams-state-rslv
                       move "CLSD" to atr-to-state
                       set atr-legal to true
                   end-if
               when atr-event-reopen
                   if ams-state-ackd or ams-state-rslv
                      or ams-state-clsd
                       move "OPEN" to atr-to-state
                       set atr-legal to true
                   end-if
               when atr-event-critical
                   move "OPEN" to atr-to-state
                   set atr-legal to true
               when other
                   continue
           end-evaluate
           .
