      ******************************************************************
      *  STCKAACT.cpy
      *
      *  Record layout for the STCKAACT alert action log: one record
      *  for every operator state change on the STCKAMST alert
      *  master - acknowledge, close or reopen - from the stckacon
      *  console or stckamgr's command mode. The master only carries
      *  the state an alert is in now; this log carries who moved it
      *  there, when, from what, and why.
      ******************************************************************
       01  stckaact-record.
           05  aac-timestamp         pic 9(14).
           05  filler                pic x(1) value space.
           05  aac-program           pic x(8).
           05  filler                pic x(1) value space.
           05  aac-operator          pic x(16).
           05  filler                pic x(1) value space.
           05  aac-thread-id         pic 9(9).
           05  filler                pic x(1) value space.
           05  aac-run-date          pic 9(8).
           05  filler                pic x(1) value space.
           05  aac-action            pic x(8).
           05  filler                pic x(1) value space.
           05  aac-from-state        pic x(4).
           05  filler                pic x(1) value space.
           05  aac-to-state          pic x(4).
           05  filler                pic x(1) value space.
           05  aac-reason            pic x(60).
