      *  is what lets capacity planning answer "every PROD4MB run
      *  since March" with one keyed read instead of a crawl over
      *  seven hundred dated archive directories.
      *
      *  arc-release is the release label the run was captured under
      *  and arc-gate-verdict the stckgate verdict archived with it
      *  (PASS, FAIL, WAIVED, REBASELINED, NO BASELINE, or blank when
      *  the run was never gated), so a release can be certified per
      *  config straight off the master.
      ******************************************************************
       01  stckmast-record.
           05  arc-key.
           05  arc-hist-date         pic 9(8).
           05  arc-hist-time         pic 9(6).
           05  arc-loaded-time       pic 9(14).
           05  arc-release           pic x(16).
           05  arc-gate-verdict      pic x(11).
