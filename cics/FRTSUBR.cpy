      *****************************************************************
      * FRTSUBR - Feed subscriber registry record.  Keyed VSAM KSDS
      * (FRTSUBS), key = SUB-Subscriber-Id.  One record per consumer
      * of the delta feed FRTEXTR builds - the scoreboard vendor, the
      * media partner, the league office - giving the line format
      * that consumer takes, when its pull is scheduled, and when its
      * last successful extract ran.  Maintained by FRTSUBL; each
      * FRTEXTR run stamps the last-extract fields of the subscriber
      * it ran for.  The schedule is what the job stream runs the
      * subscriber's FRTEXTR step on - a missed pull needs no special
      * handling, since the subscriber's pending changes (FRTSUBP)
      * simply wait for its next run.
      *****************************************************************
           05  SUB-Subscriber-Id          pic x(08).
           05  SUB-Subscriber-Name        pic x(30).
           05  SUB-Feed-Format            pic x(01).
               88  SUB-Comma-Delimited    value "C".
               88  SUB-Pipe-Delimited     value "P".
               88  SUB-Fixed-Width        value "F".
               88  SUB-Valid-Format       values "C" "P" "F".
           05  SUB-Schedule               pic x(01).
               88  SUB-Daily              value "D".
               88  SUB-Weekly             value "W".
               88  SUB-Valid-Schedule     values "D" "W".
      * Day of the week a weekly subscriber pulls, 1 = Monday.
           05  SUB-Schedule-Day           pic 9(01).
           05  SUB-Status                 pic x(01).
               88  SUB-Active             value "A".
               88  SUB-Inactive           value "I".
           05  SUB-Added-Date             pic 9(08).
           05  SUB-Last-Extract-Date      pic 9(08).
           05  SUB-Last-Extract-Stamp     pic 9(14).
           05  SUB-Last-Extract-Count     pic 9(07).
           05  filler                     pic x(21).
