      *  controlled shutdown, which lets stckamgr close the open
      *  alert for the run instead of leaving it dangling.
      *
      *  stackmon writes a critical "C" record when a watched process
      *  exits with STATUS_STACK_OVERFLOW, carrying the thread that
      *  was deepest at its last sample and alr-stackpct 100 - the
      *  overflow the danger alerts were warning of has happened.
      *
      *  alr-run-date is the run's start date, captured once at
      *  start-up and stamped into every record of the run, so a
      *  danger region that spans midnight still keys to the ONE
      *  alert for the run on the STCKAMST master. alr-timestamp
      *  stays the actual event time of each record.
      *
      *  alr-source names what raised the record, for routing to the
      *  owning support group through the STCKOWNR ownership file:
      *  stackwatcher stamps its STCKWCHR.CFG config name (type "C"),
      *  stackmon the watched image (type "I"). Records queued before
      *  the source was carried read blank, as does an ad hoc
      *  stackwatcher run with no config named.
      ******************************************************************
       01  stckalrt-record.
           05  alr-record-type       pic x(1).
               88  alr-alert             value "A".
               88  alr-resolve           value "R".
               88  alr-critical          value "C".
           05  filler                pic x(1) value space.
           05  alr-run-date          pic 9(8).
           05  filler                pic x(1) value space.
           05  alr-stackpct          pic 9(3).
           05  filler                pic x(1) value space.
           05  alr-timestamp         pic 9(14).
           05  filler                pic x(1) value space.
           05  alr-source-type       pic x(1).
               88  alr-source-config     value "C".
               88  alr-source-image      value "I".
           05  filler                pic x(1) value space.
           05  alr-source            pic x(64).
