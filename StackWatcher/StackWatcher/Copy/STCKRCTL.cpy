      ******************************************************************
      *  STCKRCTL.cpy
      *
      *  Record layout for the STCKRCTL nightly run-control file kept
      *  by stckrctl for STCKNITE.CMD. One record per step of each
      *  config's run, keyed by the night's run stamp (the same
      *  yyyymmdd_hhmm that names the RUN\<config>\ARCHIVE folder),
      *  the config and the step's place in the sequence, so every
      *  step of a night reads back in the order it runs.
      *
      *  A step is marked STRT before it runs and DONE with its
      *  return code after; a return code above 8 - no program in the
      *  suite ends that way on purpose - marks it FAIL. A STRT with
      *  no end is a step the night never finished. A restart resumes
      *  each config at its first step that is not DONE.
      *
      *  The archive sweep is recorded under the config name *SWEEP.
      *  rct-attempts counts how many times the step was started.
      ******************************************************************
       01  stckrctl-record.
           05  rct-key.
               10  rct-run-stamp     pic x(13).
               10  rct-config-name   pic x(8).
               10  rct-step-seq      pic 9(2).
           05  rct-step-name         pic x(8).
           05  rct-status            pic x(4).
               88  rct-started           value "STRT".
               88  rct-done              value "DONE".
               88  rct-failed            value "FAIL".
           05  rct-rc                pic 9(3).
           05  rct-start-time        pic 9(14).
           05  rct-end-time          pic 9(14).
           05  rct-attempts          pic 9(2).
