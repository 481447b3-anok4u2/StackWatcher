      ******************************************************************
      *  STCKPMST.cpy
      *
      *  Record layout for the STCKPMST keyed production peak master
      *  maintained by stckpkld. One record per watched image and
      *  stackmon run date, summarising that day's per-thread trail
      *  for the image: the highest usage pct any of its threads
      *  reached and the thread that reached it, how many threads
      *  were sampled and how many of them crossed the danger
      *  threshold. stckpkrp sets these production peaks beside the
      *  synthetic STCKMAST peaks of the config sized to match each
      *  image.
      ******************************************************************
       01  stckpmst-record.
           05  ppk-key.
               10  ppk-image         pic x(64).
               10  ppk-run-date      pic 9(8).
           05  ppk-peak-pct          pic 9(3).
           05  ppk-peak-thread-id    pic 9(9).
           05  ppk-peak-size         pic 9(18).
           05  ppk-peak-time         pic 9(14).
           05  ppk-stacklimitkb      pic 9(5).
           05  ppk-thread-count      pic 9(5).
           05  ppk-alerted-count     pic 9(5).
           05  ppk-sample-count      pic 9(10).
           05  ppk-loaded-time       pic 9(14).
