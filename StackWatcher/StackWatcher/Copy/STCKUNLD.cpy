      ******************************************************************
      *  STCKUNLD.cpy
      *
      *  Record layout for the STCKUNLD sequential unload of an
      *  indexed master (STCKAMST alert master or STCKMAST archive
      *  master) written and read by stckmutl. One header record
      *  naming the master, then one data record per master record
      *  carrying the record image in key order, then one trailer
      *  with the record count and two hash totals:
      *
      *      STCKAMST - key hash  = sum of ams-thread-id + ams-run-date
      *                 data hash = sum of ams-alert-count
      *                             + ams-worst-pct
      *      STCKMAST - key hash  = sum of arc-run-date * 10000
      *                             + arc-run-time
      *                 data hash = sum of arc-iterations
      *                             + arc-peak-pct
      *
      *  A reload recomputes all three from the data records and
      *  refuses to touch the master unless they agree with the
      *  trailer. unl-hdr-reclen is the master record length the
      *  unload was taken at; an image shorter than the current
      *  layout reloads with the fields appended since read blank.
      ******************************************************************
       01  stckunld-record.
           05  unl-record-type       pic x(1).
               88  unl-header            value "H".
               88  unl-data              value "D".
               88  unl-trailer           value "T".
           05  filler                pic x(1) value space.
           05  unl-image             pic x(250).
           05  unl-header-area redefines unl-image.
               10  unl-hdr-master    pic x(8).
               10  filler            pic x(1).
               10  unl-hdr-time      pic 9(14).
               10  filler            pic x(1).
               10  unl-hdr-reclen    pic 9(5).
               10  filler            pic x(221).
           05  unl-trailer-area redefines unl-image.
               10  unl-trl-master    pic x(8).
               10  filler            pic x(1).
               10  unl-trl-count     pic 9(10).
               10  filler            pic x(1).
               10  unl-trl-hash-key  pic 9(18).
               10  filler            pic x(1).
               10  unl-trl-hash-data pic 9(18).
               10  filler            pic x(193).
