      ******************************************************************
      *  STCKMPEV.cpy
      *
      *  Record layout for the STCKMPEV process-event file stackmon
      *  extends for every watched process it attaches to or sees go
      *  away, so a production process that died and was restarted
      *  shows up as an event trail instead of a gap in STACKLOG:
      *
      *      "S" - attached to a (re)started process
      *      "X" - the process exited; pev-exit-code is its exit code
      *            (3221225725 = STATUS_STACK_OVERFLOW, 0xC00000FD)
      *      "L" - the process went away but its exit code could not
      *            be read
      *      "E" - monitoring ended (pass limit) with the process
      *            still running
      *      "T" - per thread sampled in the process's life: one when
      *            the thread is first sampled, with that sample, and
      *            one after the process's "X"/"L"/"E" with the
      *            thread's last sampled usage
      *
      *  Every thread on a stackmon STACKLOG trail therefore has a
      *  "T" event naming its image from its first sample on - the
      *  join stckpkld uses to pull a multi-process trail apart by
      *  image, even while the process is still running.
      *
      *  pev-run-date is the monitoring run's start date, the same
      *  date stamped into the run's STCKALRT records, so an overflow
      *  exit lines up with the alert it raised on the STCKAMST
      *  master. pev-image is last so the line-sequential record
      *  trims to the name actually used.
      ******************************************************************
       01  stckmpev-record.
           05  pev-event-type        pic x(1).
               88  pev-start             value "S".
               88  pev-exit              value "X".
               88  pev-exit-lost         value "L".
               88  pev-monitor-end       value "E".
               88  pev-thread-usage      value "T".
           05  filler                pic x(1) value space.
           05  pev-run-date          pic 9(8).
           05  filler                pic x(1) value space.
           05  pev-timestamp         pic 9(14).
           05  filler                pic x(1) value space.
           05  pev-pid               pic 9(9).
           05  filler                pic x(1) value space.
           05  pev-exit-code         pic 9(10).
           05  filler                pic x(1) value space.
           05  pev-thread-id         pic 9(9).
           05  filler                pic x(1) value space.
           05  pev-last-pass         pic 9(10).
           05  filler                pic x(1) value space.
           05  pev-stack-size        pic 9(18).
           05  filler                pic x(1) value space.
           05  pev-stackpct          pic 9(3).
           05  filler                pic x(1) value space.
           05  pev-stacklimitkb      pic 9(5).
           05  filler                pic x(1) value space.
           05  pev-image             pic x(64).
