      * expects, one card per job with its predecessor (blank for
      * none), which is the same dependency knowledge the jobs
      * themselves enforce through CYCLCTL's check function.  For
      * the cycle date the board shows every expected job
      * posted-with-time or MISSING, each dependency chain with the
      * FIRST missing predecessor flagged, and a carry-over section
      * listing any expected job still unposted from the prior seven
      * cycle dates.
      *
      * The cycle date is this run's date less CYCLE-DAYS-BACK days,
      * from the RUNPARM run-parameter file through PRMGET as of
      * today - zero, this run's date, the ordinary morning case,
      * when the file has no setting.  The SYSIN card is optional
      * and only a one-night override: a nonzero cycle date in cols
      * 1-8 replaces it for this run and is logged on the PRMAUDT
      * audit file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               10  filler                 pic x(15)
                   value "  Carry-overs: ".
               10  RPT-Carry-Overs        pic zz9.
      * Parameter area for the PRMGET subprogram - same field
      * layout as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Days-Value redefines RPP-Value.
               10  RPP-Days-Back          pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Date-Value redefines RPP-Value.
               10  RPP-Date               pic 9(8).
               10  filler                 pic x(24).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Expected-Jobs
           move zero to Jobs-Missing
           move zero to Carry-Overs-Found
           move function current-date(1:8) to Cycle-Date-Field
           move "G" to RPP-Function
           move "CYCLRPT" to RPP-Program-Id
           move "CYCLE-DAYS-BACK" to RPP-Parm-Name
           move Cycle-Date-Field to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Days-Back numeric
               and RPP-Days-Back greater than zero
               compute Cycle-Date-Field = function date-of-integer
                   (function integer-of-date(Cycle-Date-Field)
                    - RPP-Days-Back)
               end-compute
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
                   and CTL-Cycle-Date numeric
                   and CTL-Cycle-Date greater than zero
                   move CTL-Cycle-Date to Cycle-Date-Field
                   move "O" to RPP-Function
                   move "CYCLE-DATE" to RPP-Parm-Name
                   move spaces to RPP-Value
                   move CTL-Cycle-Date to RPP-Date
                   call "PRMGET" using by reference Run-Parm-Parms
                   end-call
               end-if
               close Control-Card-File
           end-if
