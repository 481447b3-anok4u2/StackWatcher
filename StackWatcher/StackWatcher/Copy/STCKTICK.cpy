      *  the worst usage moves past the escalation step, RESOLVE at
      *  the controlled-shutdown marker) instead of one per raw
      *  STCKALRT queue record.
      *
      *  Every hand-off carries the owning support group and its
      *  out-of-hours escalation contact from the alert master, so
      *  the intake can assign the ticket without triage. Spaces mean
      *  the alert's config or image has no STCKOWNR entry.
      ******************************************************************
       01  stcktick-record.
           05  tck-action            pic x(8).
           05  tck-stackpct          pic 9(3).
           05  filler                pic x(1) value space.
           05  tck-timestamp         pic 9(14).
           05  filler                pic x(1) value space.
           05  tck-owner-group       pic x(20).
           05  filler                pic x(1) value space.
           05  tck-owner-contact     pic x(40).
