      *
      *  and appended to the STCKJRNL run journal with a timestamp
      *  and the severity letter, so unattended runs can be trapped
      *  on id/severity instead of wording. It is then handed to the
      *  stckevnt subprogram, which raises E and S messages - and any
      *  the STCKEVOV override file names - to the Windows Application
      *  event log for the monitoring agent.
      ******************************************************************
       open-run-journal section.

               write stckjrnl-record
           end-if

      ***** Best effort, like the journal: without the bridge the
      ***** message has still reached the console and STCKJRNL.
           if msg-event-open
               call "stckevnt" using msg-program msg-id msg-insert
                                     msg-found-text
                   on exception
                       set msg-event-closed to true
                       display "STCKMSGP : event log bridge stckevnt "
                               "unavailable"
               end-call
           end-if

           move spaces to msg-insert
           .

