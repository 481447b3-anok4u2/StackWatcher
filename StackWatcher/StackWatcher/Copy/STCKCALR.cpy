      ******************************************************************
      *  STCKCALR.cpy
      *
      *  Record layout for the STCKCALR calibration register. stckclbr
      *  appends one record here for every calibration pass, so the
      *  measured hard limit of each thread-stack build is kept where
      *  a program can read it instead of only in the STCKCLBR report
      *  and a line pasted into STCKWCHR.CFG. The latest record for a
      *  config is its current calibration; earlier ones stay as the
      *  config's calibration history.
      *
      *  clr-crash-size is the measured overflow point in bytes,
      *  clr-reported-limitkb the GetCurrentThreadStackLimits figure
      *  the pcts are taken against, and the clr-rec- fields the
      *  ceilings stckclbr recommended from them.
      ******************************************************************
       01  stckcalr-record.
           05  clr-config-name       pic x(8).
           05  filler                pic x(1) value space.
           05  clr-calib-date        pic 9(8).
           05  filler                pic x(1) value space.
           05  clr-calib-time        pic 9(6).
           05  filler                pic x(1) value space.
           05  clr-crash-depth       pic 9(10).
           05  filler                pic x(1) value space.
           05  clr-crash-size        pic 9(18).
           05  filler                pic x(1) value space.
           05  clr-reported-limitkb  pic 9(5).
           05  filler                pic x(1) value space.
           05  clr-measured-pct      pic 9(3).
           05  filler                pic x(1) value space.
           05  clr-margin            pic 9(3).
           05  filler                pic x(1) value space.
           05  clr-rec-danger-pct    pic 9(3).
           05  filler                pic x(1) value space.
           05  clr-rec-max-pct       pic 9(3).
           05  filler                pic x(1) value space.
           05  clr-rec-max-depth     pic 9(10).
