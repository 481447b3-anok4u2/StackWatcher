       identification division.
       program-id. stckmutl.
      ******************************************************************
      *
      *  Author : R Okafor
      *
      *  Indexed Master Unload, Reload and Rebuild Utility
      *
      *  STCKAMST (the alert lifecycle) and STCKMAST (the consolidated
      *  run archive) are the only copies of what they hold - the raw
      *  archive folders behind STCKMAST are purged after ARCLRETDAYS
      *  - and until now there was no supported way to back either
      *  one up, move it to another box, or get it back after a
      *  corruption. This utility gives each master a verified
      *  sequential form:
      *
      *    UNLOAD  - writes the master to STCKUNLD in key order: a
      *              header, one data record per master record, and
      *              a trailer carrying the record count and two hash
      *              totals (see STCKUNLD.cpy)
      *    RELOAD  - reads STCKUNLD through once, recomputing count
      *              and hash totals; only when all three agree with
      *              the trailer is the master recreated from it, and
      *              the count loaded is checked against the trailer
      *              again at the end
      *
      *  and, for STCKAMST, the two steps of a rebuild from scratch
      *  that STCKMUTL.CMD runs around the stckamgr and stcktrcn
      *  passes themselves, so the replay applies exactly the
      *  lifecycle rules the live passes do:
      *
      *    REPLAY  - stages the replay queue STCKAREP: the whole
      *              STCKAOLD compaction archive, then the live
      *              STCKALRT queue up to the STCKACHK checkpoint -
      *              the records the master being replaced has
      *              consumed; the rest are still the next live
      *              pass's to hand off
      *    COMPARE - matches the rebuilt master STCKAMSN against the
      *              STCKAMST it is to replace, key by key, and
      *              reports every alert missing from either side and
      *              every field that differs
      *
      *  Inputs, from the environment (set by STCKMUTL.CMD):
      *      MUTLCMD    - UNLOAD, RELOAD, REPLAY or COMPARE
      *      MUTLMASTER - AMST or MAST (UNLOAD and RELOAD), or for
      *                   UNLOAD only AMSTV0 / MASTV0: a master still
      *                   at its first record layout (89-byte STCKAMST
      *                   before the source and owner fields, 94-byte
      *                   STCKMAST before the release and gate
      *                   verdict), which the programs built on the
      *                   current layouts cannot open
      *
      *  A V0 unload carries the short images under the usual header,
      *  with the old record length, and the same hash totals, so it
      *  reloads through the ordinary RELOAD AMST / MAST with the new
      *  fields blank. The one-time upgrade of an existing master is:
      *      1. stop the passes that update the master and install
      *         this stckmutl ahead of everything else
      *      2. STCKMUTL.CMD UNLOAD AMSTV0|MASTV0 <file>
      *      3. install the rest of the programs built on the new
      *         layouts, and move the old master file aside
      *      4. STCKMUTL.CMD RELOAD AMST|MAST <file>, then restart
      *         the passes
      *
      *  The report is written to STCKMUTL and echoed to the console.
      *
      *  Return codes:
      *      0 - done and verified / rebuilt master matches
      *      4 - rebuilt master differs from the one it replaces, or
      *          records with non-numeric totals fields were unloaded
      *      8 - unknown command/master, unverifiable unload file
      *          or file error; a reload that fails verification
      *          leaves the master untouched
      *
      *  Date - 15/10/2026
      *
      ******************************************************************
      *  Modification History
      *  --------------------
      *  15/10/2026  R Okafor - Initial version.
      *  15/10/2026  R Okafor - UNLOAD AMSTV0 / MASTV0 for a master
      *                         still at its first record layout, and
      *                         the upgrade order, documented above.
      ******************************************************************
       environment division.
       input-output section.
       file-control.
           select stckamst-file assign to "STCKAMST"
               organization is indexed
               access is dynamic
               record key is ams-key
               file status is ws-stckamst-status.
           select stckamsn-file assign to "STCKAMSN"
               organization is indexed
               access is sequential
               record key is amn-key
               file status is ws-stckamsn-status.
           select stckmast-file assign to "STCKMAST"
               organization is indexed
               access is dynamic
               record key is arc-key
               file status is ws-stckmast-status.
           select stckamv0-file assign to "STCKAMST"
               organization is indexed
               access is sequential
               record key is amv0-key
               file status is ws-stckamst-status.
           select stckmav0-file assign to "STCKMAST"
               organization is indexed
               access is sequential
               record key is mav0-key
               file status is ws-stckmast-status.
           select stckunld-file assign to "STCKUNLD"
               organization is line sequential
               file status is ws-stckunld-status.
           select stckalrt-file assign to "STCKALRT"
               organization is line sequential
               file status is ws-stckalrt-status.
           select stckaold-file assign to "STCKAOLD"
               organization is line sequential
               file status is ws-stckaold-status.
           select stckarep-file assign to "STCKAREP"
               organization is line sequential
               file status is ws-stckarep-status.
           select stckachk-file assign to "STCKACHK"
               organization is line sequential
               file status is ws-stckachk-status.
           select stckmutl-file assign to "STCKMUTL"
               organization is line sequential
               file status is ws-stckmutl-status.
           select stckjrnl-file assign to "STCKJRNL"
               organization is line sequential
               file status is msg-jrnl-status.

       data division.
       file section.
       fd  stckamst-file.
       copy "STCKAMST.cpy".

       fd  stckamsn-file.
       copy "STCKAMST.cpy" replacing ==stckamst-record==
                                  by ==stckamsn-record==
                             leading ==ams== by ==amn==.

       fd  stckmast-file.
       copy "STCKMAST.cpy".

      *>  The two masters at their first record layouts, for UNLOAD
      *>  AMSTV0 / MASTV0 only. The fields since added were appended,
      *>  so each is the leading part of today's record.
       fd  stckamv0-file.
       01  stckamv0-record.
           05  amv0-key              pic x(17).
           05  filler                pic x(72).

       fd  stckmav0-file.
       01  stckmav0-record.
           05  mav0-key              pic x(20).
           05  filler                pic x(74).

       fd  stckunld-file.
       copy "STCKUNLD.cpy".

       fd  stckalrt-file.
       copy "STCKALRT.cpy".

       fd  stckaold-file.
       copy "STCKALRT.cpy" replacing ==stckalrt-record==
                                  by ==stckaold-record==
                             leading ==alr== by ==alo==.

       fd  stckarep-file.
       copy "STCKALRT.cpy" replacing ==stckalrt-record==
                                  by ==stckarep-record==
                             leading ==alr== by ==alp==.

       fd  stckachk-file.
       01  stckachk-record.
           05  chk-records-done      pic 9(10).

       fd  stckmutl-file.
       01  stckmutl-record       pic x(132).

       fd  stckjrnl-file.
       copy "STCKJRNL.cpy".

       working-storage section.
       copy "STCKMCAT.cpy".
       01  ws-stckamst-status    pic x(2).
       01  ws-stckamsn-status    pic x(2).
       01  ws-stckmast-status    pic x(2).
       01  ws-stckunld-status    pic x(2).
       01  ws-stckalrt-status    pic x(2).
       01  ws-stckaold-status    pic x(2).
       01  ws-stckarep-status    pic x(2).
       01  ws-stckachk-status    pic x(2).
       01  ws-stckmutl-status    pic x(2).
       01  ws-eof-switch         pic x value "N".
           88  ws-eof                value "Y".

      *>  Command and master, from MUTLCMD/MUTLMASTER.
       01  ws-cmd-value          pic x(8).
           88  ws-cmd-unload         value "UNLOAD".
           88  ws-cmd-reload         value "RELOAD".
           88  ws-cmd-replay         value "REPLAY".
           88  ws-cmd-compare        value "COMPARE".
       01  ws-master-value       pic x(8).
           88  ws-master-amst        value "AMST".
           88  ws-master-mast        value "MAST".
       01  ws-layout-switch      pic x value "N".
           88  ws-layout-v0          value "Y".
       01  ws-master-name        pic x(8).
       01  ws-master-reclen      pic 9(5).

      *>  Working images of the two master records, so the hash
      *>  totals are taken the same way from the master on unload
      *>  and from the unload file on reload.
       copy "STCKAMST.cpy" replacing ==stckamst-record==
                                  by ==ws-amst-image==
                             leading ==ams== by ==wam==.
       copy "STCKMAST.cpy" replacing ==stckmast-record==
                                  by ==ws-mast-image==
                             leading ==arc== by ==wma==.

      *>  Count and hash totals, and the trailer they are checked
      *>  against.
       01  ws-record-count       pic 9(10) value 0.
       01  ws-hash-key           pic 9(18) value 0.
       01  ws-hash-data          pic 9(18) value 0.
       01  ws-suspect-count      pic 9(10) value 0.
       01  ws-loaded-count       pic 9(10) value 0.
       01  ws-rejected-count     pic 9(10) value 0.
       01  ws-trl-count          pic 9(10) value 0.
       01  ws-trl-hash-key       pic 9(18) value 0.
       01  ws-trl-hash-data      pic 9(18) value 0.
       01  ws-trailer-switch     pic x value "N".
           88  ws-trailer-seen       value "Y".
       01  ws-verified-switch    pic x value "N".
           88  ws-unload-verified    value "Y".
       01  ws-now-date           pic 9(8).
       01  ws-now-time           pic 9(8).

      *>  Replay staging counts.
       01  ws-checkpoint         pic 9(10) value 0.
       01  ws-aold-count         pic 9(10) value 0.
       01  ws-alrt-count         pic 9(10) value 0.
       01  ws-alrt-left          pic 9(10) value 0.

      *>  Compare: the current key on each side, high-values at end.
       01  ws-old-key            pic x(17).
       01  ws-new-key            pic x(17).
       01  ws-old-eof-switch     pic x value "N".
           88  ws-old-eof            value "Y".
       01  ws-new-eof-switch     pic x value "N".
           88  ws-new-eof            value "Y".
       01  ws-matched-count      pic 9(10) value 0.
       01  ws-differ-count       pic 9(10) value 0.
       01  ws-lost-count         pic 9(10) value 0.
       01  ws-gained-count       pic 9(10) value 0.
       01  ws-differs-switch     pic x.
           88  ws-fields-differ      value "Y".

      *>  Report line work area.
       01  ws-rpt-line           pic x(132).
       01  ws-count-edit         pic z(9)9.
       01  ws-hash-edit          pic z(17)9.
       01  ws-old-edit           pic z(8)9.
       01  ws-new-edit           pic z(8)9.

       procedure division.

           move "STCKMUTL" to msg-program
           perform open-run-journal
           perform get-utility-command
           perform open-report-file

           evaluate true
               when ws-cmd-unload
                   perform unload-master
               when ws-cmd-reload
                   perform reload-master
               when ws-cmd-replay
                   perform stage-replay-queue
               when ws-cmd-compare
                   perform compare-rebuilt-master
           end-evaluate

           move all "=" to stckmutl-record
           write stckmutl-record
           close stckmutl-file
           if msg-jrnl-open
               close stckjrnl-file
           end-if
           goback.

       get-utility-command section.

           move spaces to ws-cmd-value
           display "MUTLCMD" upon environment-name
           accept ws-cmd-value from environment-value
           move function upper-case(function trim(ws-cmd-value))
             to ws-cmd-value
           move spaces to ws-master-value
           display "MUTLMASTER" upon environment-name
           accept ws-master-value from environment-value
           move function upper-case(function trim(ws-master-value))
             to ws-master-value

      ***** REPLAY and COMPARE only ever concern the alert master.
      ***** A V0 master is only ever unloaded - nothing is written
      ***** at the old layout.
           if ws-cmd-replay or ws-cmd-compare
               move "AMST" to ws-master-value
           end-if
           if ws-cmd-unload
               evaluate ws-master-value
                   when "AMSTV0"
                       set ws-layout-v0 to true
                       move "AMST" to ws-master-value
                   when "MASTV0"
                       set ws-layout-v0 to true
                       move "MAST" to ws-master-value
               end-evaluate
           end-if

           if not (ws-cmd-unload or ws-cmd-reload
                   or ws-cmd-replay or ws-cmd-compare)
              or not (ws-master-amst or ws-master-mast)
               move "SH2403E" to msg-id
               string ws-cmd-value delimited by space
                      " " delimited by size
                      ws-master-value delimited by space
                      into msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           evaluate true
               when ws-master-amst and ws-layout-v0
                   move "STCKAMST" to ws-master-name
                   move length of stckamv0-record to ws-master-reclen
               when ws-master-amst
                   move "STCKAMST" to ws-master-name
                   move length of stckamst-record to ws-master-reclen
               when ws-layout-v0
                   move "STCKMAST" to ws-master-name
                   move length of stckmav0-record to ws-master-reclen
               when other
                   move "STCKMAST" to ws-master-name
                   move length of stckmast-record to ws-master-reclen
           end-evaluate
           .

       open-report-file section.

           open output stckmutl-file
           if ws-stckmutl-status not = "00"
               move "SH2416E" to msg-id
               move ws-stckmutl-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           move all "=" to stckmutl-record
           write stckmutl-record
           move spaces to ws-rpt-line
           string "  Master Utility - " delimited by size
                  ws-cmd-value delimited by space
                  " " delimited by size
                  ws-master-name delimited by size
                  into ws-rpt-line
           if ws-layout-v0
               move "(first record layout)" to ws-rpt-line(40:)
           end-if
           move ws-rpt-line to stckmutl-record
           write stckmutl-record
           move all "=" to stckmutl-record
           write stckmutl-record
           .

      ******************************************************************
      *  UNLOAD
      ******************************************************************
       unload-master section.

           perform open-master-input
           open output stckunld-file
           if ws-stckunld-status not = "00"
               move "SH2402E" to msg-id
               move ws-stckunld-status to msg-insert
               perform emit-operator-message
               perform close-master
               move 8 to return-code
               goback
           end-if

           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           move spaces to stckunld-record
           set unl-header to true
           move ws-master-name to unl-hdr-master
           compute unl-hdr-time =
               ws-now-date * 1000000
               + function numval(ws-now-time(1:6))
           move ws-master-reclen to unl-hdr-reclen
           write stckunld-record

           move "N" to ws-eof-switch
           perform read-master-next
           perform unload-one-record until ws-eof

           move spaces to stckunld-record
           set unl-trailer to true
           move ws-master-name to unl-trl-master
           move ws-record-count to unl-trl-count
           move ws-hash-key to unl-trl-hash-key
           move ws-hash-data to unl-trl-hash-data
           write stckunld-record
           close stckunld-file
           perform close-master

           perform write-totals-block
           if ws-suspect-count > 0
               move "SH2417W" to msg-id
               move ws-suspect-count to msg-insert
               perform emit-operator-message
               move 4 to return-code
           end-if
           move "SH2404I" to msg-id
           move ws-record-count to msg-insert
           perform emit-operator-message
           .

       open-master-input section.

           evaluate true
               when ws-master-amst and ws-layout-v0
                   open input stckamv0-file
                   move ws-stckamst-status to msg-insert
               when ws-master-amst
                   open input stckamst-file
                   move ws-stckamst-status to msg-insert
               when ws-layout-v0
                   open input stckmav0-file
                   move ws-stckmast-status to msg-insert
               when other
                   open input stckmast-file
                   move ws-stckmast-status to msg-insert
           end-evaluate
           if msg-insert not = "00"
               move "SH2401E" to msg-id
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           move spaces to msg-insert
           .

       close-master section.

           evaluate true
               when ws-master-amst and ws-layout-v0
                   close stckamv0-file
               when ws-master-amst
                   close stckamst-file
               when ws-layout-v0
                   close stckmav0-file
               when other
                   close stckmast-file
           end-evaluate
           .

       read-master-next section.

           evaluate true
               when ws-master-amst and ws-layout-v0
                   read stckamv0-file next record
                       at end
                           set ws-eof to true
                   end-read
               when ws-master-amst
                   read stckamst-file next record
                       at end
                           set ws-eof to true
                   end-read
               when ws-layout-v0
                   read stckmav0-file next record
                       at end
                           set ws-eof to true
                   end-read
               when other
                   read stckmast-file next record
                       at end
                           set ws-eof to true
                   end-read
           end-evaluate
           .

       unload-one-record section.

      ***** A V0 image is the leading part of today's record, so it
      ***** hashes through the same working image with the newer
      ***** fields blank, and is written at its own length.
           move spaces to stckunld-record
           set unl-data to true
           evaluate true
               when ws-master-amst and ws-layout-v0
                   move stckamv0-record to ws-amst-image
                   move stckamv0-record to unl-image
               when ws-master-amst
                   move stckamst-record to ws-amst-image
                   move stckamst-record to unl-image
               when ws-layout-v0
                   move stckmav0-record to ws-mast-image
                   move stckmav0-record to unl-image
               when other
                   move stckmast-record to ws-mast-image
                   move stckmast-record to unl-image
           end-evaluate
           perform add-record-totals
           write stckunld-record
           perform read-master-next
           .

       add-record-totals section.

      ***** The same sums on the way out and on the way back in. A
      ***** record whose summed fields are not numeric is carried
      ***** but left out of the hashes, and counted, so a damaged
      ***** master can still be got off the box.
           add 1 to ws-record-count
           if ws-master-amst
               if wam-thread-id is numeric
                  and wam-run-date is numeric
                  and wam-alert-count is numeric
                  and wam-worst-pct is numeric
                   add wam-thread-id wam-run-date to ws-hash-key
                   add wam-alert-count wam-worst-pct
                     to ws-hash-data
               else
                   add 1 to ws-suspect-count
               end-if
           else
               if wma-run-date is numeric
                  and wma-run-time is numeric
                  and wma-iterations is numeric
                  and wma-peak-pct is numeric
                   compute ws-hash-key = ws-hash-key
                       + wma-run-date * 10000 + wma-run-time
                   add wma-iterations wma-peak-pct to ws-hash-data
               else
                   add 1 to ws-suspect-count
               end-if
           end-if
           .

      ******************************************************************
      *  RELOAD
      ******************************************************************
       reload-master section.

      ***** Verify the whole file before the master is touched -
      ***** opening the master OUTPUT empties it, so a short or
      ***** damaged unload must be refused first, not found out
      ***** half way through.
           perform verify-unload-file
           if not ws-unload-verified
               move 8 to return-code
           else
               perform load-verified-unload
           end-if
           .

       verify-unload-file section.

           open input stckunld-file
           if ws-stckunld-status not = "00"
               move "SH2402E" to msg-id
               move ws-stckunld-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           move "N" to ws-eof-switch
           perform read-unload-record
           if ws-eof
              or not unl-header
              or unl-hdr-master not = ws-master-name
               move "SH2405E" to msg-id
               move ws-master-name to msg-insert
               perform emit-operator-message
               close stckunld-file
               move 8 to return-code
               goback
           end-if
           if unl-hdr-reclen is not numeric
              or unl-hdr-reclen > ws-master-reclen
               move "SH2418E" to msg-id
               move unl-hdr-reclen to msg-insert
               perform emit-operator-message
               close stckunld-file
               move 8 to return-code
               goback
           end-if

           perform read-unload-record
           perform verify-one-record until ws-eof
           close stckunld-file
           perform write-totals-block

           evaluate true
               when not ws-trailer-seen
                   move "SH2406E" to msg-id
                   perform emit-operator-message
               when ws-record-count not = ws-trl-count
                   move "SH2407E" to msg-id
                   move ws-record-count to msg-insert
                   perform emit-operator-message
               when ws-hash-key not = ws-trl-hash-key
                 or ws-hash-data not = ws-trl-hash-data
                   move "SH2408E" to msg-id
                   perform emit-operator-message
               when other
                   set ws-unload-verified to true
                   move "SH2409I" to msg-id
                   move ws-record-count to msg-insert
                   perform emit-operator-message
           end-evaluate
           .

       read-unload-record section.

           read stckunld-file
               at end
                   set ws-eof to true
           end-read
           .

       verify-one-record section.

      ***** Data records are summed exactly as the unload summed
      ***** them; the trailer ends the file, and anything after it
      ***** means the file is not what the unload wrote.
           evaluate true
               when ws-trailer-seen
                   move "N" to ws-trailer-switch
                   set ws-eof to true
               when unl-data
                   if ws-master-amst
                       move unl-image to ws-amst-image
                   else
                       move unl-image to ws-mast-image
                   end-if
                   perform add-record-totals
               when unl-trailer
                   set ws-trailer-seen to true
                   move unl-trl-count to ws-trl-count
                   move unl-trl-hash-key to ws-trl-hash-key
                   move unl-trl-hash-data to ws-trl-hash-data
               when other
                   add 1 to ws-rejected-count
           end-evaluate
           if not ws-eof
               perform read-unload-record
           end-if
           .

       load-verified-unload section.

           if ws-master-amst
               open output stckamst-file
               move ws-stckamst-status to msg-insert
           else
               open output stckmast-file
               move ws-stckmast-status to msg-insert
           end-if
           if msg-insert not = "00"
               move "SH2401E" to msg-id
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           move spaces to msg-insert

           open input stckunld-file
           move "N" to ws-eof-switch
           perform read-unload-record
           perform load-one-record until ws-eof
           close stckunld-file
           perform close-master

           move ws-loaded-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Records reloaded          : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           if ws-loaded-count not = ws-trl-count
               move "SH2412E" to msg-id
               move ws-loaded-count to msg-insert
               perform emit-operator-message
               move 8 to return-code
           else
               move "SH2411I" to msg-id
               move ws-loaded-count to msg-insert
               perform emit-operator-message
           end-if
           .

       load-one-record section.

           if unl-data
               if ws-master-amst
                   move unl-image to ws-amst-image
                   move ws-amst-image to stckamst-record
                   write stckamst-record
                   move ws-stckamst-status to msg-insert
               else
                   move unl-image to ws-mast-image
                   move ws-mast-image to stckmast-record
                   write stckmast-record
                   move ws-stckmast-status to msg-insert
               end-if
               if msg-insert = "00"
                   add 1 to ws-loaded-count
               else
                   move "SH2410E" to msg-id
                   perform emit-operator-message
               end-if
               move spaces to msg-insert
           end-if
           if unl-trailer
               set ws-eof to true
           else
               perform read-unload-record
           end-if
           .

       write-totals-block section.

           move ws-record-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Data records              : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-hash-key to ws-hash-edit
           move spaces to ws-rpt-line
           string "Key hash total            : " delimited by size
                  ws-hash-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-hash-data to ws-hash-edit
           move spaces to ws-rpt-line
           string "Data hash total           : " delimited by size
                  ws-hash-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           if ws-suspect-count > 0
               move ws-suspect-count to ws-count-edit
               move spaces to ws-rpt-line
               string "Non-numeric, unhashed     : " delimited by size
                      ws-count-edit delimited by size
                      into ws-rpt-line
               perform write-report-line
           end-if

           if ws-cmd-reload
               move ws-trl-count to ws-count-edit
               move spaces to ws-rpt-line
               string "Trailer records           : " delimited by size
                      ws-count-edit delimited by size
                      into ws-rpt-line
               perform write-report-line
               move ws-trl-hash-key to ws-hash-edit
               move spaces to ws-rpt-line
               string "Trailer key hash          : " delimited by size
                      ws-hash-edit delimited by size
                      into ws-rpt-line
               perform write-report-line
               move ws-trl-hash-data to ws-hash-edit
               move spaces to ws-rpt-line
               string "Trailer data hash         : " delimited by size
                      ws-hash-edit delimited by size
                      into ws-rpt-line
               perform write-report-line
               if ws-rejected-count > 0
                   move ws-rejected-count to ws-count-edit
                   move spaces to ws-rpt-line
                   string "Unrecognised records      : "
                              delimited by size
                          ws-count-edit delimited by size
                          into ws-rpt-line
                   perform write-report-line
               end-if
           end-if
           .

      ******************************************************************
      *  REPLAY
      ******************************************************************
       stage-replay-queue section.

      ***** Oldest first: the compaction archive holds only consumed
      ***** records, all older than anything still on the queue.
      ***** The queue is then taken only as far as the checkpoint,
      ***** so the records the live stckamgr has not yet consumed
      ***** are left for it to hand off as normal.
           open input stckachk-file
           if ws-stckachk-status = "00"
               read stckachk-file
                   at end
                       continue
               end-read
               if ws-stckachk-status = "00"
                  and chk-records-done is numeric
                   move chk-records-done to ws-checkpoint
               end-if
               close stckachk-file
           end-if

           open output stckarep-file
           if ws-stckarep-status not = "00"
               move "SH2419E" to msg-id
               move ws-stckarep-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if

           open input stckaold-file
           if ws-stckaold-status = "00"
               move "N" to ws-eof-switch
               perform read-aold-record
               perform stage-aold-record until ws-eof
               close stckaold-file
           end-if

           move ws-checkpoint to ws-alrt-left
           open input stckalrt-file
           if ws-stckalrt-status = "00"
               move "N" to ws-eof-switch
               if ws-alrt-left = 0
                   set ws-eof to true
               else
                   perform read-alrt-record
               end-if
               perform stage-alrt-record until ws-eof
               close stckalrt-file
           end-if
           close stckarep-file

           move ws-aold-count to ws-count-edit
           move spaces to ws-rpt-line
           string "STCKAOLD records staged   : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-checkpoint to ws-count-edit
           move spaces to ws-rpt-line
           string "STCKACHK checkpoint       : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line
           move ws-alrt-count to ws-count-edit
           move spaces to ws-rpt-line
           string "STCKALRT records staged   : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           if ws-alrt-count < ws-checkpoint
               move "SH2420W" to msg-id
               move ws-alrt-count to msg-insert
               perform emit-operator-message
               move 4 to return-code
           end-if
           compute ws-record-count = ws-aold-count + ws-alrt-count
           move "SH2421I" to msg-id
           move ws-record-count to msg-insert
           perform emit-operator-message
           .

       read-aold-record section.

           read stckaold-file
               at end
                   set ws-eof to true
           end-read
           .

       stage-aold-record section.

           move stckaold-record to stckarep-record
           write stckarep-record
           add 1 to ws-aold-count
           perform read-aold-record
           .

       read-alrt-record section.

           read stckalrt-file
               at end
                   set ws-eof to true
           end-read
           .

       stage-alrt-record section.

           move stckalrt-record to stckarep-record
           write stckarep-record
           add 1 to ws-alrt-count
           subtract 1 from ws-alrt-left
           if ws-alrt-left = 0
               set ws-eof to true
           else
               perform read-alrt-record
           end-if
           .

      ******************************************************************
      *  COMPARE
      ******************************************************************
       compare-rebuilt-master section.

      ***** No master at all to replace is allowed - then every
      ***** rebuilt alert simply reports as new.
           open input stckamsn-file
           if ws-stckamsn-status not = "00"
               move "SH2413E" to msg-id
               move ws-stckamsn-status to msg-insert
               perform emit-operator-message
               move 8 to return-code
               goback
           end-if
           open input stckamst-file
           if ws-stckamst-status = "35"
               set ws-old-eof to true
               move high-values to ws-old-key
           else
               if ws-stckamst-status not = "00"
                   move "SH2401E" to msg-id
                   move ws-stckamst-status to msg-insert
                   perform emit-operator-message
                   close stckamsn-file
                   move 8 to return-code
                   goback
               end-if
               perform read-old-alert
           end-if
           perform read-new-alert

           perform compare-one-key
               until ws-old-eof and ws-new-eof

           close stckamsn-file
           if ws-stckamst-status not = "35"
               close stckamst-file
           end-if
           perform write-compare-totals

           compute ws-record-count =
               ws-differ-count + ws-lost-count + ws-gained-count
           if ws-record-count > 0
               move "SH2414W" to msg-id
               move ws-record-count to msg-insert
               perform emit-operator-message
               move 4 to return-code
           else
               move "SH2415I" to msg-id
               move ws-matched-count to msg-insert
               perform emit-operator-message
           end-if
           .

       read-old-alert section.

           read stckamst-file next record
               at end
                   set ws-old-eof to true
           end-read
           if ws-old-eof
               move high-values to ws-old-key
           else
               move ams-key to ws-old-key
           end-if
           .

       read-new-alert section.

           read stckamsn-file next record
               at end
                   set ws-new-eof to true
           end-read
           if ws-new-eof
               move high-values to ws-new-key
           else
               move amn-key to ws-new-key
           end-if
           .

       compare-one-key section.

           evaluate true
               when ws-old-key < ws-new-key
                   add 1 to ws-lost-count
                   move spaces to ws-rpt-line
                   string "NOT REBUILT  thread " delimited by size
                          ams-thread-id delimited by size
                          " run " delimited by size
                          ams-run-date delimited by size
                          " - " delimited by size
                          ams-state delimited by size
                          " on the master, not in the replay"
                              delimited by size
                          into ws-rpt-line
                   perform write-report-line
                   perform read-old-alert
               when ws-old-key > ws-new-key
                   add 1 to ws-gained-count
                   move spaces to ws-rpt-line
                   string "NEW          thread " delimited by size
                          amn-thread-id delimited by size
                          " run " delimited by size
                          amn-run-date delimited by size
                          " - " delimited by size
                          amn-state delimited by size
                          " rebuilt, not on the master"
                              delimited by size
                          into ws-rpt-line
                   perform write-report-line
                   perform read-new-alert
               when other
                   perform compare-alert-fields
                   perform read-old-alert
                   perform read-new-alert
           end-evaluate
           .

       compare-alert-fields section.

      ***** One line per alert that differs, naming each field as
      ***** master value -> rebuilt value.
           move "N" to ws-differs-switch
           move spaces to ws-rpt-line
           string "DIFFERS      thread " delimited by size
                  ams-thread-id delimited by size
                  " run " delimited by size
                  ams-run-date delimited by size
                  " :" delimited by size
                  into ws-rpt-line

           if ams-state not = amn-state
               set ws-fields-differ to true
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " state " delimited by size
                      ams-state delimited by size
                      "->" delimited by size
                      amn-state delimited by size
                      into ws-rpt-line
           end-if
           if ams-worst-pct not = amn-worst-pct
               set ws-fields-differ to true
               move ams-worst-pct to ws-old-edit
               move amn-worst-pct to ws-new-edit
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " worst " delimited by size
                      function trim(ws-old-edit) delimited by size
                      "->" delimited by size
                      function trim(ws-new-edit) delimited by size
                      into ws-rpt-line
           end-if
           if ams-ticketed-pct not = amn-ticketed-pct
               set ws-fields-differ to true
               move ams-ticketed-pct to ws-old-edit
               move amn-ticketed-pct to ws-new-edit
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " ticketed " delimited by size
                      function trim(ws-old-edit) delimited by size
                      "->" delimited by size
                      function trim(ws-new-edit) delimited by size
                      into ws-rpt-line
           end-if
           if ams-alert-count not = amn-alert-count
               set ws-fields-differ to true
               move ams-alert-count to ws-old-edit
               move amn-alert-count to ws-new-edit
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " crossings " delimited by size
                      function trim(ws-old-edit) delimited by size
                      "->" delimited by size
                      function trim(ws-new-edit) delimited by size
                      into ws-rpt-line
           end-if
           if ams-first-time not = amn-first-time
              or ams-last-time not = amn-last-time
               set ws-fields-differ to true
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " crossing times" delimited by size
                      into ws-rpt-line
           end-if
           if ams-ticket-no not = amn-ticket-no
               set ws-fields-differ to true
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " ticket " delimited by size
                      ams-ticket-no delimited by space
                      "->" delimited by size
                      amn-ticket-no delimited by space
                      into ws-rpt-line
           end-if
           if ams-owner-group not = amn-owner-group
               set ws-fields-differ to true
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " owner " delimited by size
                      ams-owner-group delimited by space
                      "->" delimited by size
                      amn-owner-group delimited by space
                      into ws-rpt-line
           end-if

           if ws-fields-differ
               add 1 to ws-differ-count
               perform write-report-line
           else
               add 1 to ws-matched-count
           end-if
           .

       write-compare-totals section.

           move all "=" to stckmutl-record
           write stckmutl-record

           move ws-matched-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Alerts matched exactly    : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-differ-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Alerts that differ        : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-lost-count to ws-count-edit
           move spaces to ws-rpt-line
           string "On master, not rebuilt    : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

           move ws-gained-count to ws-count-edit
           move spaces to ws-rpt-line
           string "Rebuilt, not on master    : " delimited by size
                  ws-count-edit delimited by size
                  into ws-rpt-line
           perform write-report-line

      ***** Operator ACK/CLOSE/REOPEN moves are not on the queue, so
      ***** a state difference is often one of those - STCKAACT has
      ***** who made it and why.
           if ws-differ-count > 0
               move "State differences may be operator actions - see"
                 to ws-rpt-line
               string function trim(ws-rpt-line trailing)
                          delimited by size
                      " the STCKAACT action log." delimited by size
                      into ws-rpt-line
               perform write-report-line
           end-if
           .

       write-report-line section.

           move ws-rpt-line to stckmutl-record
           write stckmutl-record
           display function trim(ws-rpt-line trailing)
           .

       copy "STCKMSGP.cpy".
