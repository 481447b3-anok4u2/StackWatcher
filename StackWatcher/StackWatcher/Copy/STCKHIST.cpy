      *  today's stack headroom can be compared against last month's
      *  after a code change to any program sharing this thread's
      *  stack budget.
      *
      *  hst-release is the release label STCKWCHR.CMD captured for the
      *  run, so a row can be tied to the build it measured; it is
      *  last so records written before labelling read back blank.
      ******************************************************************
       01  stckhist-record.
           05  hst-run-date          pic 9(8).
           05  hst-peak-pct          pic 9(3).
           05  filler                pic x(1) value space.
           05  hst-iterations        pic 9(10).
           05  filler                pic x(1) value space.
           05  hst-release           pic x(16).
