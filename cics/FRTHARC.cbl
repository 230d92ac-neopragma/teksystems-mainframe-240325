      * is older than the cutoff season off the live free-throw KSDS
      * and onto the history KSDS (same record layout), so the live
      * file holds only what the daily operation actually touches and
      * FRTVIEW stops paging through years of dead records.  Seasons
      * that sort below the cutoff season are archived, the cutoff
      * season itself and anything newer stay live.  A record already
      * on the history file from an interrupted earlier run is not an
      * error - it is simply removed from the live file and counted.
      *
      * The cutoff is CUTOFF-SEASON on the RUNPARM run-parameter
      * file, read through PRMGET as of today, so moving it on at a
      * season's end is a PRMMNT change with its own effective date
      * and audit record rather than a JCL edit.  The SYSIN card is
      * now optional and only a one-night override: a season in
      * cols 1-4 replaces the file's setting for this run and is
      * logged on the PRMAUDT audit file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               88  History-Duplicate      value "22".
       01  Archive-Fields.
           05  Cutoff-Season              pic x(4).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Report-Counters.
           05  Records-Read               pic 9(07) comp.
           05  Records-Archived           pic 9(07) comp.
               value " of FRTHIST.".
           05  Const-Of-FRTHROW           pic x(12)
               value " of FRTHROW.".
       01  Report-Lines.
           05  Totals-Line.
               10  filler                 pic x(15)
           move zero to Records-Archived
           move zero to Records-Already-There
           move zero to Records-Kept
           open i-o FT-File
           if not FT-File-OK
               string Const-Got-Status delimited by size
           end-if
           .
       1000-Read-Control-Card.
      *****************************************************************
      * The file's cutoff season, unless a SYSIN card overrides it
      * for tonight - and then the override is logged.  No cutoff at
      * all is refused rather than guessed at.
      *****************************************************************
           move spaces to Cutoff-Season
           move "G" to RPP-Function
           move "FRTHARC" to RPP-Program-Id
           move "CUTOFF-SEASON" to RPP-Parm-Name
           move function current-date(1:8) to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               move RPP-Value(1:4) to Cutoff-Season
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File
                   into Control-Card-Record
               end-read
               if Control-Card-OK
                   and CTL-Cutoff-Season not equal spaces
                   move CTL-Cutoff-Season to Cutoff-Season
                   move "O" to RPP-Function
                   move CTL-Cutoff-Season to RPP-Value
                   call "PRMGET" using by reference Run-Parm-Parms
                   end-call
               end-if
               close Control-Card-File
           end-if
           if Cutoff-Season equal spaces
               move "No CUTOFF-SEASON on RUNPARM or SYSIN override"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Archive-Old-Seasons.
      *****************************************************************
       9900-Close.
           close History-File
           close FT-File
           .
