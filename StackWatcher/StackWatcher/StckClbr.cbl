      *  each new thread-stack build gets measured ceilings instead
      *  of inherited guesses.
      *
      *  Every calibration is also appended to the STCKCALR register
      *  (config, date, measured crash size, reported limit and the
      *  recommended ceilings), so the measured hard limit is kept
      *  where stckpfit and other programs can read it.
      *
      *  Inputs, from the environment (set by STCKCLBR.CMD):
      *      CLBRCONFIG - config name, e.g. PROD4MB (required)
      *      CLBRMARGIN - safety margin in percentage points below
      *
      *  The full working is written to the STCKCLBR report file.
      *
      *  Return codes:
      *      0 - calibrated and recorded on the register
      *      8 - missing inputs, no usable STACKLOG, or a file error
      *          (including an unwritable register)
      *
      *  Date - 22/08/2026
      *
      ******************************************************************
      *  22/08/2026  R Okafor - Initial version.
      *  01/09/2026  R Okafor - The slg-timestamp now on every record
      *                         joins the intact-record checks.
      *  15/10/2026  R Okafor - Append each calibration to the STCKCALR
      *                         calibration register.
      ******************************************************************
       environment division.
       input-output section.
           select stckclbr-file assign to "STCKCLBR"
               organization is line sequential
               file status is ws-stckclbr-status.
           select stckcalr-file assign to "STCKCALR"
               organization is line sequential
               file status is ws-stckcalr-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.
       fd  stckclbr-file.
       01  stckclbr-record       pic x(80).

       fd  stckcalr-file.
       copy "STCKCALR.cpy".

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       copy "STCKMCAT.cpy".
       01  ws-stacklog-status    pic x(2).
       01  ws-stckclbr-status    pic x(2).
       01  ws-stckcalr-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".

       01  ws-rec-danger-pct     pic s9(4) value 0.
       01  ws-rec-line           pic x(40).

       01  ws-calib-date         pic 9(8).
       01  ws-calib-time         pic 9(8).

      *>  Report line work area.
       01  ws-rpt-line           pic x(80).
       01  ws-depth-edit         pic z(9)9.
           perform build-recommendation
           perform write-calibration-report
           close stckclbr-file
           perform record-calibration
           if msg-jrnl-open
               close stckjrnl-file
           end-if
           write stckclbr-record
           .

       record-calibration section.

      ***** The register accumulates across calibrations, so it is
      ***** extended, never rewritten; the first pass creates it.
           open extend stckcalr-file
           if ws-stckcalr-status = "35"
               open output stckcalr-file
           end-if
           if ws-stckcalr-status not = "00"
               move "SL0907E" to msg-id
               move ws-stckcalr-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
           else
               accept ws-calib-date from date yyyymmdd
               accept ws-calib-time from time
               move ws-config-name      to clr-config-name
               move ws-calib-date       to clr-calib-date
               move ws-calib-time(1:6)  to clr-calib-time
               move ws-crash-depth      to clr-crash-depth
               move ws-crash-size       to clr-crash-size
               move ws-reported-limitkb to clr-reported-limitkb
               move ws-measured-pct     to clr-measured-pct
               move ws-margin           to clr-margin
               move ws-rec-danger-pct   to clr-rec-danger-pct
               move ws-rec-max-pct      to clr-rec-max-pct
               move 0                   to clr-rec-max-depth
               write stckcalr-record
               close stckcalr-file
               move "SL0908I" to msg-id
               move ws-config-name to msg-insert
               perform emit-operator-message
           end-if
           .

       write-report-line section.

           move ws-rpt-line to stckclbr-record
