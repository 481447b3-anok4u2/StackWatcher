      *  until the intake has answered the STCKTICK hand-off - so
      *  "which ticket is this alert" is on the master record instead
      *  of a hand cross-reference of timestamps.
      *
      *  ams-source is what raised the alert - the stackwatcher config
      *  or stackmon image off the STCKALRT records - and the owner
      *  fields are the support group and out-of-hours contact
      *  stckamgr looked it up to in the STCKOWNR ownership file.
      *  Spaces in ams-owner-group mean no owner was on file; the
      *  lookup is retried at every later hand-off.
      ******************************************************************
       01  stckamst-record.
           05  ams-key.
           05  ams-last-time         pic 9(14).
           05  ams-alert-count       pic 9(9).
           05  ams-ticket-no         pic x(12).
           05  ams-source-type       pic x(1).
               88  ams-source-config     value "C".
               88  ams-source-image      value "I".
           05  ams-source            pic x(64).
           05  ams-owner-group       pic x(20).
           05  ams-owner-contact     pic x(40).
