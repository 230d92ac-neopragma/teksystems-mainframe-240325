      * looks like: this nightly check compares each program's
      * latest run against the average of its own prior runs and
      * writes an exception line when the swing passes the
      * percentage threshold - EMPDELTA suddenly emitting ten times
      * its usual deltas, or CSHAPP reading half its usual payments,
      * surfaces here instead of downstream.  The threshold is
      * THRESHOLD-PCT on the RUNPARM run-parameter file, read through
      * PRMGET as of today, 50 when the file has no setting; a
      * nonzero percentage in cols 1-3 of an optional SYSIN card is
      * a one-night override, logged on the PRMAUDT audit file.
      *
      * A program with fewer than three prior runs is not judged -
      * there is no "normal" to compare against yet - and a
               10  JOB-Latest-Out         pic 9(9).
               10  JOB-Latest-Date        pic 9(8).
       01  Check-Fields.
           05  Run-Date                   pic 9(8).
           05  Threshold-Pct              pic 9(3).
           05  Minimum-History-Runs       pic 9(1) value 3.
           05  History-Runs               pic 9(5).
           05  Latest-Value               pic 9(9).
           05  History-Total              pic 9(12).
           05  Job-Sub                    pic 9(3).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Threshold-Value redefines RPP-Value.
               10  RPP-Threshold-Pct      pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Report-Counters.
           05  Entries-Read               pic 9(07) comp.
           05  Jobs-Judged                pic 9(03) comp.
           move zero to Entries-Read
           move zero to Jobs-Judged
           move zero to Exceptions-Found
           perform 0050-Get-Threshold
           open input Run-Log-File
           if not Run-Log-OK
               move "OPEN Run-Log-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           display Heading-Line
           .
       0050-Get-Threshold.
      *****************************************************************
      * The file's threshold, unless a SYSIN card overrides it for
      * tonight - and then the override is logged.
      *****************************************************************
           move 50 to Threshold-Pct
           move function current-date(1:8) to Run-Date
           move "G" to RPP-Function
           move "VOLCHECK" to RPP-Program-Id
           move "THRESHOLD-PCT" to RPP-Parm-Name
           move Run-Date to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Threshold-Pct numeric
               and RPP-Threshold-Pct greater than zero
               move RPP-Threshold-Pct to Threshold-Pct
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
                   and CTL-Threshold-Pct numeric
                   and CTL-Threshold-Pct greater than zero
                   move CTL-Threshold-Pct to Threshold-Pct
                   move "O" to RPP-Function
                   move spaces to RPP-Value
                   move CTL-Threshold-Pct to RPP-Threshold-Pct
                   call "PRMGET" using by reference Run-Parm-Parms
                   end-call
               end-if
               close Control-Card-File
           end-if
           .
       1000-Accumulate-Run-Log.
           perform 1100-Read-Next-Entry
