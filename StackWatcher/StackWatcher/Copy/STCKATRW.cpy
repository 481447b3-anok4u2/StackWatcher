      ******************************************************************
      *  STCKATRW.cpy
      *
      *  Work fields for the alert-master state transition rules in
      *  STCKATRP.cpy. Every program that moves an STCKAMST record
      *  from one lifecycle state to another - the stckamgr queue
      *  pass and operator commands, the stcktrcn reconciliation and
      *  the stckacon operator console - copies this into
      *  WORKING-STORAGE and asks check-alert-transition before it
      *  touches ams-state, so no two of them can disagree about what
      *  a legal move is.
      *
      *  Set atr-event, have the master record read, and perform
      *  check-alert-transition. atr-legal says whether the event may
      *  be applied to the record's current state; atr-to-state is
      *  the state to move to when it may.
      ******************************************************************
       01  atr-event             pic x(8) value spaces.
           88  atr-event-ack         value "ACK".
           88  atr-event-close       value "CLOSE".
           88  atr-event-reopen      value "REOPEN".
           88  atr-event-resolve     value "RESOLVE".
           88  atr-event-critical    value "CRITICAL".
       01  atr-from-state        pic x(4) value spaces.
       01  atr-to-state          pic x(4) value spaces.
       01  atr-legal-switch      pic x(1) value "N".
           88  atr-legal             value "Y".
           88  atr-illegal           value "N".
