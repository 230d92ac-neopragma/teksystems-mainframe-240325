      * money, and the auditors noticed.  Two modes off the SYSIN
      * cards:
      *
      * Mode Q (queue): one card, Q.  Every account whose credit
      * balance has sat longer than the threshold age in days goes
      * on the REFUNDQ file and the refund-check listing, with an
      * approval line for the supervisor to sign.  The threshold is
      * THRESHOLD-DAYS on the RUNPARM run-parameter file, read
      * through PRMGET as of today, 60 days when the file has no
      * setting; a nonzero threshold in cols 2-4 of the Q card is a
      * one-night override, logged on the PRMAUDT audit file.
      *
      * Mode A (apply): an A card per approved refund - account plus
      * the approval code off the signed listing.  The credit is
               88  Queue-Mode             value "Q".
               88  Apply-Mode             value "A".
           05  Threshold-Days             pic 9(3).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Threshold-Value redefines RPP-Value.
               10  RPP-Threshold-Days     pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Aging-Work-Fields.
           05  Today-Integer              pic s9(9) comp.
           05  Credit-Integer             pic s9(9) comp.
           evaluate true
               when CRQ-Queue-Mode
                   move "Q" to Run-Mode
                   perform 0050-Get-Threshold
                   close Control-Card-File
               when CRQ-Apply-Mode
                   move "A" to Run-Mode
               perform 8900-Scream-and-Die
           end-if
           .
       0050-Get-Threshold.
      *****************************************************************
      * The file's threshold, unless the Q card overrides it for
      * tonight - and then the override is logged.
      *****************************************************************
           move 60 to Threshold-Days
           move "G" to RPP-Function
           move "CRREFQ" to RPP-Program-Id
           move "THRESHOLD-DAYS" to RPP-Parm-Name
           move RDT-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Threshold-Days numeric
               and RPP-Threshold-Days greater than zero
               move RPP-Threshold-Days to Threshold-Days
           end-if
           if CRQ-Threshold-Days numeric
               and CRQ-Threshold-Days greater than zero
               move CRQ-Threshold-Days to Threshold-Days
               move "O" to RPP-Function
               move spaces to RPP-Value
               move CRQ-Threshold-Days to RPP-Threshold-Days
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           .
       1000-Load-Approval-Cards.
      *****************************************************************
      * The first card said A and also names the first refund; it
