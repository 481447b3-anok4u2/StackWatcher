       identification division.
       program-id. stckevnt.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Application Event Log Bridge
      *
      *  The operations monitoring agent watches the Windows event
      *  log, not the STCKJRNL journals, so an error from any program
      *  in the suite was only seen when stckdgst was read the next
      *  morning. emit-operator-message (STCKMSGP.cpy) calls this
      *  subprogram for every message it emits, and the E- and
      *  S-severity ones are written to the Application event log
      *  under the StackWatcher event source:
      *
      *    - event id    = the four digits of the message id, which
      *                    the id ranges keep unique across the suite
      *                    (SW0003E is event 3, SA0411W event 411)
      *    - event type  = error for S and E, warning for W,
      *                    information for I
      *    - event text  = the console line - id, program, catalogue
      *                    text and insert - with the severity it was
      *                    raised at when the override changed it
      *
      *  The STCKEVOV override file decides, per message id, whether
      *  a message is raised and at what severity, so a noisy error
      *  can be silenced or a warning forced through without touching
      *  the program that emits it. One line per id:
      *
      *      <msg-id>=<NONE|I|W|E|S>
      *
      *  and optionally *=<...> for every id not listed. It is read
      *  once, on the first message of the run; a missing file means
      *  E and S are raised and nothing else.
      *
      *  The event source is registered on the box once by
      *  STCKEVNT.CMD. Everything here is best effort: a message that
      *  cannot be raised has still gone to the console and the
      *  journal, so a failure is shown once on the console and the
      *  bridge is then left alone for the rest of the run.
      *
      *  Called as:
      *      call "stckevnt" using msg-program msg-id msg-insert
      *                            msg-found-text
      *
      *  Date - 15/10/2026
      *
      ******************************************************************
      *  Modification History
      *  --------------------
      *  15/10/2026  R Okafor - Initial version.
      ******************************************************************
       environment division.
       configuration section.
       special-names.
           call-convention 74 is winapi.

       input-output section.
       file-control.
           select stckevov-file assign to "STCKEVOV"
               organization is line sequential
               file status is ws-stckevov-status.

       data division.
       file section.
       fd  stckevov-file.
       01  stckevov-record       pic x(80).

       working-storage section.
       01  ws-stckevov-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".

      *>  State kept between calls for the life of the run.
       01  ws-loaded-switch      pic x value "N".
           88  ws-overrides-loaded   value "Y".
       01  ws-bridge-switch      pic x value "Y".
           88  ws-bridge-open        value "Y".
           88  ws-bridge-closed      value "N".
      $if p64 set
       01  ws-event-source       pic 9(18) comp-5 value 0.
      $else
       01  ws-event-source       pic 9(9) comp-5 value 0.
      $end

      *>  The override table, one entry per STCKEVOV line. ws-ovr-
      *>  default is the *= line, spaces when there is none.
       01  ws-ovr-count          pic 9(3) comp-5 value 0.
       01  ws-ovr-limit          pic 9(3) comp-5 value 300.
       01  ws-ovr-ix             pic 9(3) comp-5.
       01  ws-ovr-table.
           05  ws-ovr-entry      occurs 300.
               10  ws-ovr-msg-id     pic x(7).
               10  ws-ovr-action     pic x(4).
       01  ws-ovr-default        pic x(4) value spaces.
       01  ws-ovr-found-switch   pic x.
           88  ws-ovr-found          value "Y".
       01  ws-ovr-key-part       pic x(20).
       01  ws-ovr-action-part    pic x(20).
       01  ws-ovr-rejected       pic 9(3) value 0.

      *>  This message.
       01  ws-action             pic x(4).
           88  ws-action-none        value "NONE".
           88  ws-action-valid       values "NONE" "I" "W" "E" "S".
       01  ws-raise-severity     pic x(1).
       01  ws-event-id           pic 9(9) comp-5.
       01  ws-event-type         pic 9(4) comp-5.
       01  ws-event-category     pic 9(4) comp-5 value 0.
       01  ws-string-count       pic 9(4) comp-5 value 1.
       01  ws-data-size          pic 9(9) comp-5 value 0.
       01  ws-call-rc            pic s9(9) comp-5.
       01  ws-event-text         pic x(160).
       01  ws-text-pos           pic 9(3) comp-5.
       01  ws-event-text-ptr     usage pointer.
       01  ws-null-ptr           usage pointer value null.
       01  ws-source-name        pic x(13) value z"StackWatcher".

      *>  Windows event types, named so the call reads without the
      *>  SDK headers open.
       01  ws-evt-error          pic 9(4) comp-5 value 1.
       01  ws-evt-warning        pic 9(4) comp-5 value 2.
       01  ws-evt-information    pic 9(4) comp-5 value 4.

       linkage section.
       01  lnk-program           pic x(12).
       01  lnk-msg-id            pic x(7).
       01  lnk-insert            pic x(40).
       01  lnk-text              pic x(50).

       procedure division using lnk-program lnk-msg-id
                                lnk-insert lnk-text.

           if ws-bridge-open
               if not ws-overrides-loaded
                   perform load-override-file
               end-if
               perform decide-raise-severity
               if ws-raise-severity not = space
                   perform raise-event
               end-if
           end-if
           goback.

       load-override-file section.

           set ws-overrides-loaded to true
           open input stckevov-file
           evaluate ws-stckevov-status
               when "00"
                   move "N" to ws-eof-switch
                   perform read-override-line
                   perform take-override-line
                       until ws-eof
                          or ws-ovr-count >= ws-ovr-limit
                   close stckevov-file
                   if ws-ovr-rejected > 0
                       display "STCKEVNT : " ws-ovr-rejected
                               " STCKEVOV line(s) not understood"
                               " - ignored"
                   end-if
               when "35"
                   continue
               when other
                   display "STCKEVNT : override file STCKEVOV "
                           "unreadable, status " ws-stckevov-status
                           " - defaults apply"
           end-evaluate
           .

       read-override-line section.

           read stckevov-file
               at end
                   set ws-eof to true
           end-read
           .

       take-override-line section.

      ***** <msg-id>=<action> or *=<action>; REM lines and blank lines
      ***** are skipped, anything else not understood is counted.
           if stckevov-record not = spaces
              and function upper-case(stckevov-record(1:4)) not = "REM "
               move spaces to ws-ovr-key-part ws-ovr-action-part
               unstring stckevov-record delimited by "="
                   into ws-ovr-key-part ws-ovr-action-part
               end-unstring
               move function upper-case(function trim(ws-ovr-key-part))
                 to ws-ovr-key-part
               move function upper-case
                        (function trim(ws-ovr-action-part))
                 to ws-action
               evaluate true
                   when not ws-action-valid
                       add 1 to ws-ovr-rejected
                   when ws-ovr-key-part = "*"
                       move ws-action to ws-ovr-default
                   when ws-ovr-key-part(8:) = spaces
                    and ws-ovr-key-part(1:7) not = spaces
                       add 1 to ws-ovr-count
                       move ws-ovr-key-part(1:7)
                         to ws-ovr-msg-id (ws-ovr-count)
                       move ws-action to ws-ovr-action (ws-ovr-count)
                   when other
                       add 1 to ws-ovr-rejected
               end-evaluate
           end-if
           perform read-override-line
           .

       decide-raise-severity section.

      ***** An override for the id, else the *= default, else the
      ***** catalogue severity - which is raised only for E and S.
           move space to ws-raise-severity
           move "N" to ws-ovr-found-switch
           move 1 to ws-ovr-ix
           perform scan-override-entry
               until ws-ovr-found or ws-ovr-ix > ws-ovr-count
           if ws-ovr-found
               move ws-ovr-action (ws-ovr-ix) to ws-action
           else
               move ws-ovr-default to ws-action
           end-if

           if ws-action = spaces
               if lnk-msg-id(7:1) = "E" or lnk-msg-id(7:1) = "S"
                   move lnk-msg-id(7:1) to ws-raise-severity
               end-if
           else
               if not ws-action-none
                   move ws-action(1:1) to ws-raise-severity
               end-if
           end-if
           .

       scan-override-entry section.

           if ws-ovr-msg-id (ws-ovr-ix) = lnk-msg-id
               set ws-ovr-found to true
           else
               add 1 to ws-ovr-ix
           end-if
           .

       raise-event section.

      ***** The source is registered on the first event of the run
      ***** and held for the rest of it; Windows releases the handle
      ***** when the process ends.
           if ws-event-source = 0
               call winapi "RegisterEventSourceA"
                   using by value ws-null-ptr
                         by reference ws-source-name
                   returning ws-event-source
               end-call
           end-if
           if ws-event-source = 0
               display "STCKEVNT : StackWatcher event source "
                       "unavailable - event log not written"
               set ws-bridge-closed to true
           else
               perform report-event
           end-if
           .

       report-event section.

           evaluate ws-raise-severity
               when "S"
               when "E"
                   move ws-evt-error to ws-event-type
               when "W"
                   move ws-evt-warning to ws-event-type
               when other
                   move ws-evt-information to ws-event-type
           end-evaluate
           if lnk-msg-id(3:4) is numeric
               move lnk-msg-id(3:4) to ws-event-id
           else
               move 0 to ws-event-id
           end-if

      ***** The console line, the severity it was raised at when the
      ***** override changed it, and the terminating null.
           move spaces to ws-event-text
           move 1 to ws-text-pos
           string lnk-msg-id delimited by size
                  " " delimited by size
                  lnk-program delimited by space
                  " : " delimited by size
                  function trim(lnk-text trailing) delimited by size
                  " " delimited by size
                  function trim(lnk-insert trailing) delimited by size
                  into ws-event-text
                  with pointer ws-text-pos
           if ws-raise-severity not = lnk-msg-id(7:1)
               string " (raised as " delimited by size
                      ws-raise-severity delimited by size
                      ")" delimited by size
                      into ws-event-text
                      with pointer ws-text-pos
           end-if
           string x"00" delimited by size
                  into ws-event-text
                  with pointer ws-text-pos
           set ws-event-text-ptr to address of ws-event-text

           call winapi "ReportEventA"
               using by value ws-event-source
                     by value ws-event-type
                     by value ws-event-category
                     by value ws-event-id
                     by value ws-null-ptr
                     by value ws-string-count
                     by value ws-data-size
                     by reference ws-event-text-ptr
                     by value ws-null-ptr
               returning ws-call-rc
           end-call
           if ws-call-rc = 0
               display "STCKEVNT : event log write failed for "
                       lnk-msg-id " - event log not written"
               set ws-bridge-closed to true
           end-if
           .
