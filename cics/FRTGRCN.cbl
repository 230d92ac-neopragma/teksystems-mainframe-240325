      * record, and reports any season whose stored games, attempts,
      * completed, or three-pointers no longer match its own detail.
      *
      * Report-only by default.  RUN-MODE on the RUNPARM run-parameter
      * file, read through PRMGET as of today, set to FIX turns on
      * correction mode; FIX or RPT in cols 1-3 of the SYSIN card is
      * a one-night override, logged on the PRMAUDT audit file.  In
      * correction mode each mismatched season record is rewritten
      * with the recounted values (percentage and average recomputed
      * the way FRTGPOST recomputes them), with the before-image
      * journalled to FRTAUDIT the same way FRTXFER journals its
       01  Control-Card-Record.
           05  CTL-Run-Mode               pic x(3).
               88  CTL-Fix-Mode           value "FIX".
               88  CTL-Report-Mode        value "RPT".
           05  filler                     pic x(77).
       FD  Game-Detail-File.
       01  FD-Game-Detail-Record.
               88  Audit-File-OK          value "00".
       01  Run-Mode-Switch                pic x value "N".
           88  Fix-Mode                   value "Y".
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Mode-Value redefines RPP-Value.
               10  RPP-Run-Mode           pic x(3).
                   88  RPP-Fix-Mode       value "FIX".
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
      *****************************************************************
      * The player-season whose posted details are being re-summed.
      *****************************************************************
           .
       0100-Read-Mode-Card.
      *****************************************************************
      * The file's run mode as of today, unless the card overrides
      * it for tonight - and then the override is logged.  FIX on
      * either turns on correction mode; RPT on the card holds the
      * run to a report.  A missing or blank card leaves the file's
      * mode alone, the same convention FCOMPARE's APPLY card follows.
      *****************************************************************
           move "G" to RPP-Function
           move "FRTGRCN" to RPP-Program-Id
           move "RUN-MODE" to RPP-Parm-Name
           move TS-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found and RPP-Fix-Mode
               move "Y" to Run-Mode-Switch
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
               if Control-Card-OK
                   and (CTL-Fix-Mode or CTL-Report-Mode)
                   if CTL-Fix-Mode
                       move "Y" to Run-Mode-Switch
                   else
                       move "N" to Run-Mode-Switch
                   end-if
                   move "O" to RPP-Function
                   move spaces to RPP-Value
                   move CTL-Run-Mode to RPP-Run-Mode
                   call "PRMGET" using by reference Run-Parm-Parms
                   end-call
               end-if
               close Control-Card-File
           end-if
