      * Driven by a SYSIN card: the posted-since date (details with
      * an older posted date were judged on an earlier run; zero or
      * blank scans everything, which is how the book is first
      * seeded) and a one-night override of the minimum attempts a
      * perfect night needs to count.  That minimum is
      * PERFECT-MINIMUM on the RUNPARM run-parameter file, read
      * through PRMGET as of today, ten when the file has no setting;
      * a nonzero card value replaces it for the run and is logged on
      * the PRMAUDT audit file.  The current marks are read
      * up front and held in storage, so two record nights in one
      * run are judged against each other, not both against the old
      * book.
           05  Posted-Since-Date          pic 9(8).
           05  Perfect-Minimum            pic 9(3).
           05  Run-Date-Field             pic 9(8).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Minimum-Value redefines RPP-Value.
               10  RPP-Perfect-Minimum    pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Report-Counters.
           05  Details-Read               pic 9(07) comp.
           05  Details-Judged             pic 9(07) comp.
           perform 0300-Load-Current-Marks
           .
       0100-Read-Control-Card.
      *****************************************************************
      * The file's perfect-night minimum as of today, unless the card
      * overrides it for tonight - and then the override is logged.
      *****************************************************************
           move zero to Posted-Since-Date
           move 10 to Perfect-Minimum
           move "G" to RPP-Function
           move "FRTRBOOK" to RPP-Program-Id
           move "PERFECT-MINIMUM" to RPP-Parm-Name
           move Run-Date-Field to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Perfect-Minimum numeric
               and RPP-Perfect-Minimum greater than zero
               move RPP-Perfect-Minimum to Perfect-Minimum
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
                   if CTL-Perfect-Minimum numeric
                       and CTL-Perfect-Minimum greater than zero
                       move CTL-Perfect-Minimum to Perfect-Minimum
                       move "O" to RPP-Function
                       move spaces to RPP-Value
                       move CTL-Perfect-Minimum to RPP-Perfect-Minimum
                       call "PRMGET" using by reference Run-Parm-Parms
                       end-call
                   end-if
               end-if
               close Control-Card-File
