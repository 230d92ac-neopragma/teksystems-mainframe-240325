       Identification Division.
       Program-Id. FRTGSUS.
      *****************************************************************
      * Suspect game-entry screen.  FRTGLOAD and FRTGENT only check
      * that a detail agrees with itself - completed within attempts,
      * three-pointers within completed - so a scorer who keys 41
      * attempts for 4 sails through and wrecks the season line.
      * This job runs nightly ahead of FRTGPOST and compares every
      * unposted, not-yet-screened detail with the player's own
      * per-game norms: the season record on FRTHROW and the career
      * record on FRTCARR.  The norm is the higher of the two per-game
      * averages, so a line has to be out of pattern against both to
      * be flagged; a season or career too short to average from is
      * left out of it.  A detail is suspect when
      *   - its attempts run several times the per-game norm, or
      *   - its three-pointers run several times the per-game norm,
      *     or show up for a player with none on record at all.
      * A player with no usable history at all is held only to a
      * flat league-wide ceiling on attempts.
      *
      * A suspect detail is listed and marked suspect, and FRTGPOST
      * holds it off posting until a FRTGCORR card clears it - with
      * the corrected counts, or the same counts when the line checks
      * out against the score sheet.  Every other screened detail is
      * marked screened so a rerun does not list it twice.  A game
      * still waiting on second-scorer verification is left for the
      * first run after it is verified.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Game-Detail-File
               Record Key GD-Record-Key
               Assign to "FRTGDTL"
               Organization Indexed
               Access Sequential
               File Status Game-Detail-File-Status.
           Select FT-File
               Record Key FT-Record-Key
               Assign to "FRTHROW"
               Organization Indexed
               Access Random
               File Status FT-File-Status.
           Select Career-File
               Record Key CAR-Record-Key
               Assign to "FRTCARR"
               Organization Indexed
               Access Random
               File Status Career-File-Status.
       Data Division.
       File Section.
       FD  Game-Detail-File.
       01  FD-Game-Detail-Record.
           copy FRTGDTL.
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       FD  Career-File.
       01  FD-Career-Record.
           copy FRTCARR.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Game-Detail-File-Status    pic x(02).
               88  Game-Detail-OK         value "00".
               88  Game-Detail-EOF        value "10".
           05  FT-File-Status             pic x(02).
               88  FT-File-OK             value "00".
               88  FT-File-Not-Found      value "23".
           05  Career-File-Status         pic x(02).
               88  Career-File-OK         value "00".
               88  Career-File-Not-Found  value "23".
      *****************************************************************
      * Screening thresholds.  A norm needs a few games behind it
      * before it means anything; a multiplier alone would flag a
      * 3-for-3 night from a player who averages one attempt, so a
      * line also has to clear a floor before it can be suspect.
      *****************************************************************
       01  Screening-Thresholds.
           05  Min-Games-for-Norm         pic 9(3)    value 5.
           05  Attempts-Multiplier        pic 9(2)    value 3.
           05  Attempts-Floor             pic 9(5)    value 8.
           05  Threes-Multiplier          pic 9(2)    value 3.
           05  Threes-Floor               pic 9(5)    value 3.
           05  Threes-Floor-None-on-Record
                                          pic 9(5)    value 2.
           05  No-History-Attempts-Ceiling
                                          pic 9(5)    value 20.
       01  Screening-Work-Areas.
           05  Season-Norm-Switch         pic x(01).
               88  Season-Norm-Found      value "Y".
           05  Career-Norm-Switch         pic x(01).
               88  Career-Norm-Found      value "Y".
           05  Suspect-Switch             pic x(01).
               88  Line-Is-Suspect        value "Y".
           05  Season-Avg-Attempts        pic 9(5)v99.
           05  Season-Avg-Threes          pic 9(5)v99.
           05  Career-Avg-Attempts        pic 9(5)v99.
           05  Career-Avg-Threes          pic 9(5)v99.
           05  Norm-Attempts              pic 9(5)v99.
           05  Norm-Threes                pic 9(5)v99.
           05  Suspect-Reason             pic x(30).
       01  Report-Counters.
           05  Details-Read               pic 9(07) comp.
           05  Details-Screened           pic 9(07) comp.
           05  Details-Suspect            pic 9(07) comp.
           05  Details-No-History         pic 9(07) comp.
           05  Details-Awaiting-Verify    pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-Of-FRTGDTL           pic x(12)
               value " of FRTGDTL.".
           05  Const-Of-FRTHROW           pic x(12)
               value " of FRTHROW.".
           05  Const-Of-FRTCARR           pic x(12)
               value " of FRTCARR.".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-REWRITE              pic x(07) value "REWRITE".
       01  Report-Lines.
           05  Heading-Line.
               10  filler                 pic x(40)
                   value "Suspect game lines - held off posting".
           05  Suspect-Line.
               10  RPT-Sus-Team           pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Sus-Player         pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Sus-Season         pic x(4).
               10  filler                 pic x(01) value space.
               10  RPT-Sus-Game-Date      pic 9(8).
               10  filler                 pic x(01) value "-".
               10  RPT-Sus-Game-Number    pic 9(1).
               10  filler                 pic x(01) value space.
               10  RPT-Sus-Attempts       pic zzzz9.
               10  filler                 pic x(01) value "/".
               10  RPT-Sus-Completed      pic zzzz9.
               10  filler                 pic x(01) value "/".
               10  RPT-Sus-Three          pic zzzz9.
               10  filler                 pic x(07) value "  norm ".
               10  RPT-Sus-Norm-Attempts  pic zzz9.9.
               10  filler                 pic x(01) value "/".
               10  RPT-Sus-Norm-Threes    pic zzz9.9.
               10  filler                 pic x(01) value space.
               10  RPT-Sus-Reason         pic x(30).
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Details read: ".
               10  RPT-Details-Read       pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Screened: ".
               10  RPT-Details-Screened   pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Suspect: ".
               10  RPT-Details-Suspect    pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  No history: ".
               10  RPT-Details-No-History pic zzz,zz9.
               10  filler                 pic x(20)
                   value "  Awaiting verify: ".
               10  RPT-Awaiting-Verify    pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Screen-Details
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
      *****************************************************************
      * Open the files and clear the report counters.
      *****************************************************************
           move zero to Details-Read
           move zero to Details-Screened
           move zero to Details-Suspect
           move zero to Details-No-History
           move zero to Details-Awaiting-Verify
           open i-o Game-Detail-File
           if not Game-Detail-OK
               string Const-Got-Status delimited by size
                      Game-Detail-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTGDTL  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input FT-File
           if not FT-File-OK
               string Const-Got-Status delimited by size
                      FT-File-Status    delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTHROW  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Career-File
           if not Career-File-OK
               string Const-Got-Status delimited by size
                      Career-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTCARR  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           display Heading-Line
           display space
           .
       1000-Screen-Details.
           perform 1100-Read-Next-Detail
           perform with test before
                   until Game-Detail-EOF
               add 1 to Details-Read
               evaluate true
                   when GD-Posted
                   when not GD-Not-Screened
                       continue
                   when GD-Held-for-Verify
                       add 1 to Details-Awaiting-Verify
                   when other
                       perform 2000-Screen-One-Detail
               end-evaluate
               perform 1100-Read-Next-Detail
           end-perform
           .
       1100-Read-Next-Detail.
           read Game-Detail-File next
               into FD-Game-Detail-Record
           end-read
           if not Game-Detail-OK and not Game-Detail-EOF
               string Const-Got-Status delimited by size
                      Game-Detail-File-Status delimited by size
                      Const-On          delimited by size
                      Const-READ-NEXT   delimited by size
                      Const-Of-FRTGDTL  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Screen-One-Detail.
           move space to Suspect-Switch
           perform 2100-Get-Season-Norm
           perform 2200-Get-Career-Norm
           if Season-Norm-Found or Career-Norm-Found
               perform 2300-Check-Against-Norm
           else
               perform 2400-Check-Without-History
           end-if
           if Line-Is-Suspect
               set GD-Suspect to true
               perform 2900-List-Suspect-Line
           else
               set GD-Screened-OK to true
           end-if
           perform 3000-Rewrite-Detail
           add 1 to Details-Screened
           .
       2100-Get-Season-Norm.
           move space to Season-Norm-Switch
           move zero to Season-Avg-Attempts
           move zero to Season-Avg-Threes
           move GD-Team-Name to FT-Team-Name
           move GD-Player-Name to FT-Player-Name
           move GD-Season to FT-Season
           read FT-File
           end-read
           evaluate true
               when FT-File-OK
                   if FT-Games not less than Min-Games-for-Norm
                       set Season-Norm-Found to true
                       compute Season-Avg-Attempts rounded =
                           FT-Attempts / FT-Games
                       end-compute
                       compute Season-Avg-Threes rounded =
                           FT-Three-Pointers / FT-Games
                       end-compute
                   end-if
               when FT-File-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          FT-File-Status    delimited by size
                          Const-On          delimited by size
                          Const-READ        delimited by size
                          Const-Of-FRTHROW  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2200-Get-Career-Norm.
           move space to Career-Norm-Switch
           move zero to Career-Avg-Attempts
           move zero to Career-Avg-Threes
           move GD-Team-Name to CAR-Team-Name
           move GD-Player-Name to CAR-Player-Name
           read Career-File
           end-read
           evaluate true
               when Career-File-OK
                   if CAR-Games not less than Min-Games-for-Norm
                       set Career-Norm-Found to true
                       compute Career-Avg-Attempts rounded =
                           CAR-Attempts / CAR-Games
                       end-compute
                       compute Career-Avg-Threes rounded =
                           CAR-Three-Pointers / CAR-Games
                       end-compute
                   end-if
               when Career-File-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Career-File-Status delimited by size
                          Const-On          delimited by size
                          Const-READ        delimited by size
                          Const-Of-FRTCARR  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2300-Check-Against-Norm.
      *****************************************************************
      * The norm is the higher of the season and career averages, so
      * a player who has stepped up this season is not flagged for
      * shooting like this season's self.
      *****************************************************************
           move Season-Avg-Attempts to Norm-Attempts
           if Career-Avg-Attempts greater than Norm-Attempts
               move Career-Avg-Attempts to Norm-Attempts
           end-if
           move Season-Avg-Threes to Norm-Threes
           if Career-Avg-Threes greater than Norm-Threes
               move Career-Avg-Threes to Norm-Threes
           end-if
           evaluate true
               when GD-Attempts not less than Attempts-Floor
                    and GD-Attempts greater than
                        Norm-Attempts * Attempts-Multiplier
                   set Line-Is-Suspect to true
                   move "attempts far over per-game norm"
                       to Suspect-Reason
               when Norm-Threes equal zero
                    and GD-Three-Pointers not less than
                        Threes-Floor-None-on-Record
                   set Line-Is-Suspect to true
                   move "three-pointers, none on record"
                       to Suspect-Reason
               when GD-Three-Pointers not less than Threes-Floor
                    and GD-Three-Pointers greater than
                        Norm-Threes * Threes-Multiplier
                   set Line-Is-Suspect to true
                   move "three-pointers far over norm"
                       to Suspect-Reason
               when other
                   continue
           end-evaluate
           .
       2400-Check-Without-History.
           add 1 to Details-No-History
           move zero to Norm-Attempts
           move zero to Norm-Threes
           if GD-Attempts greater than No-History-Attempts-Ceiling
               set Line-Is-Suspect to true
               move "no history, over flat ceiling"
                   to Suspect-Reason
           end-if
           .
       2900-List-Suspect-Line.
           move GD-Team-Name to RPT-Sus-Team
           move GD-Player-Name to RPT-Sus-Player
           move GD-Season to RPT-Sus-Season
           move GD-Game-Date to RPT-Sus-Game-Date
           move GD-Game-Number to RPT-Sus-Game-Number
           move GD-Attempts to RPT-Sus-Attempts
           move GD-Completed to RPT-Sus-Completed
           move GD-Three-Pointers to RPT-Sus-Three
           move Norm-Attempts to RPT-Sus-Norm-Attempts
           move Norm-Threes to RPT-Sus-Norm-Threes
           move Suspect-Reason to RPT-Sus-Reason
           display Suspect-Line
           add 1 to Details-Suspect
           .
       3000-Rewrite-Detail.
           rewrite FD-Game-Detail-Record
           end-rewrite
           if not Game-Detail-OK
               string Const-Got-Status delimited by size
                      Game-Detail-File-Status delimited by size
                      Const-On          delimited by size
                      Const-REWRITE     delimited by size
                      Const-Of-FRTGDTL  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           perform 8910-Scream
           perform 8920-Die
           .
       8910-Scream.
           display Error-Message
           .
       8920-Die.
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Details-Read to RPT-Details-Read
           move Details-Screened to RPT-Details-Screened
           move Details-Suspect to RPT-Details-Suspect
           move Details-No-History to RPT-Details-No-History
           move Details-Awaiting-Verify to RPT-Awaiting-Verify
           display space
           display Totals-Line
           .
       9900-Close.
           close Career-File
           close FT-File
           close Game-Detail-File
           .
