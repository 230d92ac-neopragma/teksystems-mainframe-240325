      * scoreboard transmission.  Compares tonight's FRTFEED against
      * the prior night's - the total record count and the count per
      * team - and ends with return code 8 to hold the transmission
      * when any swing exceeds the percentage threshold.  One bad
      * control card used to send
      * the vendor a near-empty feed; an implausible feed now stops
      * in our shop.  A missing or empty prior feed (the first night)
      * passes with a note - there is nothing to compare against.
      *
      * The threshold is THRESHOLD-PCT (three digits) on the RUNPARM
      * run-parameter file, read through PRMGET as of today, so a
      * change to it is made and audited through PRMMNT rather than
      * in the JCL.  The SYSIN card is now optional and only a
      * one-night override: a nonzero threshold in cols 1-3 replaces
      * the file's setting for this run and is logged on the PRMAUDT
      * audit file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
      *****************************************************************
           05  Prior-File-Switch          pic x value "Y".
               88  Prior-File-Present     value "Y".
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
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Report-Lines.
           goback
           .
       0000-Initialize.
           open input Feed-File
           if not Feed-File-OK
               move "OPEN Feed-File" to Error-Message
           end-if
           .
       1000-Read-Control-Card.
      *****************************************************************
      * The file's threshold, unless a SYSIN card overrides it for
      * tonight - and then the override is logged.
      *****************************************************************
           move zero to Threshold-Pct
           move "G" to RPP-Function
           move "FRTGATE" to RPP-Program-Id
           move "THRESHOLD-PCT" to RPP-Parm-Name
           move function current-date(1:8) to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Threshold-Pct numeric
               move RPP-Threshold-Pct to Threshold-Pct
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File
                   into Control-Card-Record
               end-read
               if Control-Card-OK
                   and CTL-Threshold-Pct numeric
                   and CTL-Threshold-Pct not equal zero
                   move CTL-Threshold-Pct to Threshold-Pct
                   move "O" to RPP-Function
                   move spaces to RPP-Value
                   move CTL-Threshold-Pct to RPP-Threshold-Pct
                   call "PRMGET" using by reference Run-Parm-Parms
                   end-call
               end-if
               close Control-Card-File
           end-if
           if Threshold-Pct equal zero
               move "No nonzero THRESHOLD-PCT on RUNPARM or SYSIN"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Count-Tonight.
           set Counting-Tonight to true
