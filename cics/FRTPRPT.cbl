       Identification Division.
       Program-Id. FRTPRPT.
      *****************************************************************
      * Weekly practice-versus-game free-throw report.  For the week
      * ending on the SYSIN card date (the seven days through it)
      * this job totals every player's FRTPRAC practice sessions -
      * the week's and the season's to the week-ending date - and
      * sets the player's practice percentage next to the game
      * percentage on the FRTHROW season record, team by team.  The
      * gap is season practice percentage less game percentage, so a
      * player who shoots well in the gym and poorly in games shows a
      * positive gap.  Only players who practised in the week are
      * listed.
      *
      * Within each team the players are listed biggest gap first,
      * and up to three are flagged when the gap is at least the
      * threshold and both sides rest on enough shots to mean
      * something - the minimum season practice attempts and the
      * minimum game attempts.  The three limits are GAP-THRESHOLD
      * (three digits), MINIMUM-PRACTICE, and MINIMUM-GAME (four
      * digits each) on the RUNPARM run-parameter file, read through
      * PRMGET as of the week-ending date; one the file does not set
      * takes the standard value (10, 20, 10).  A limit on the card
      * is a one-night override, logged on the PRMAUDT audit file.
      * The limits in force are shown in the report heading.
      * A player with no FRTHROW record for the season shows no game
      * shooting and is never flagged.  Practice is read only; this
      * report changes no file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Practice-File
               Record Key PR-Record-Key
               Assign to "FRTPRAC"
               Organization Indexed
               Access Sequential
               File Status Practice-File-Status.
           Select FT-File
               Record Key FT-Record-Key
               Assign to "FRTHROW"
               Organization Indexed
               Access Random
               File Status FT-File-Status.
           Select Player-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Season                 pic x(4).
           05  CTL-Week-Ending            pic 9(8).
           05  CTL-Gap-Threshold          pic x(3).
           05  CTL-Gap-Threshold-N redefines CTL-Gap-Threshold
                                          pic 9(3).
           05  CTL-Minimum-Practice       pic x(4).
           05  CTL-Minimum-Practice-N redefines CTL-Minimum-Practice
                                          pic 9(4).
           05  CTL-Minimum-Game           pic x(4).
           05  CTL-Minimum-Game-N redefines CTL-Minimum-Game
                                          pic 9(4).
           05  filler                     pic x(57).
       FD  Practice-File.
       01  FD-Practice-Record.
           copy FRTPRAC.
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       SD  Player-Sort-File.
       01  SD-Player-Record.
           05  CMP-Team-Name              pic x(20).
           05  CMP-Flag-Order             pic x(1).
               88  CMP-Gap-Qualifies      value "1".
               88  CMP-Gap-Not-Qualified  value "2".
           05  CMP-Absolute-Gap           pic 999v9.
           05  CMP-Player-Name            pic x(20).
           05  CMP-Week-Attempts          pic 9(5).
           05  CMP-Week-Completed         pic 9(5).
           05  CMP-Week-Pct               pic 999v9.
           05  CMP-Season-Attempts        pic 9(7).
           05  CMP-Season-Completed       pic 9(7).
           05  CMP-Season-Pct             pic 999v9.
           05  CMP-Game-Switch            pic x(1).
               88  CMP-Has-Game-Record    value "Y".
           05  CMP-Game-Attempts          pic 9(5).
           05  CMP-Game-Completed         pic 9(5).
           05  CMP-Game-Pct               pic 999v9.
           05  CMP-Gap                    pic s999v9.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Practice-File-Status       pic x(02).
               88  Practice-OK            value "00".
               88  Practice-EOF           value "10".
           05  FT-File-Status             pic x(02).
               88  FT-OK                  value "00".
               88  FT-Not-Found           value "23".
      *****************************************************************
      * The week and the flagging limits in force for this run.
      *****************************************************************
       01  Selection-Fields.
           05  Search-Season              pic x(4).
           05  Week-Ending-Date           pic 9(8).
           05  Week-Start-Date            pic 9(8).
           05  Week-Start-Integer         pic 9(8) comp.
       01  Flagging-Limits.
           05  Gap-Threshold              pic 9(3).
           05  Minimum-Practice           pic 9(4).
           05  Minimum-Game               pic 9(4).
           05  Max-Flagged-Rows           pic 9(02) comp value 3.
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Gap-Value redefines RPP-Value.
               10  RPP-Gap-Threshold      pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Count-Value redefines RPP-Value.
               10  RPP-Minimum-Count      pic 9(4).
               10  filler                 pic x(28).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
      *****************************************************************
      * Control-break holds: the player whose practice is being
      * totalled, and the team being printed.
      *****************************************************************
       01  Break-Controls.
           05  Current-Player-Key         pic x(40).
           05  Player-Sort-Status         pic x.
               88  Player-Sort-EOF        value "Y".
           05  Current-Team-Name          pic x(20).
           05  Team-Flag-Count            pic 9(02) comp.
       01  Report-Counters.
           05  Sessions-Read              pic 9(07) comp.
           05  Sessions-In-Season         pic 9(07) comp.
           05  Players-Reported           pic 9(07) comp.
           05  Gaps-Flagged               pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-Of-FRTPRAC           pic x(12)
               value " of FRTPRAC.".
           05  Const-Of-FRTHROW           pic x(12)
               value " of FRTHROW.".
       01  Report-Lines.
           05  Run-Header-Line.
               10  filler                 pic x(39)
                   value "Practice versus game free throws, week ".
               10  RPT-Week-Start         pic 9999/99/99.
               10  filler                 pic x(04) value " to ".
               10  RPT-Week-Ending        pic 9999/99/99.
               10  filler                 pic x(09) value "  season ".
               10  RPT-Season             pic x(4).
           05  Limits-Line.
               10  filler                 pic x(23)
                   value "Gap flagged at or over ".
               10  RPT-Gap-Threshold      pic zz9.
               10  filler                 pic x(30)
                   value " points, on at least practice ".
               10  RPT-Minimum-Practice   pic z,zz9.
               10  filler                 pic x(11) value " and games ".
               10  RPT-Minimum-Game       pic z,zz9.
               10  filler                 pic x(09) value " attempts".
           05  Team-Header-Line.
               10  filler                 pic x(11)
                   value "=== Team: ".
               10  RPT-Team               pic x(20).
               10  filler                 pic x(04) value " ===".
           05  Column-Group-Line.
               10  filler                 pic x(21) value spaces.
               10  filler                 pic x(19)
                   value "- Practice week -".
               10  filler                 pic x(13)
                   value "Season prac".
               10  filler                 pic x(17)
                   value "----- Games -----".
           05  Column-Header-Line.
               10  filler                 pic x(21) value "Player".
               10  filler                 pic x(19)
                   value "  Att  Comp   Pct".
               10  filler                 pic x(13)
                   value "  Att   Pct".
               10  filler                 pic x(24)
                   value "  Att  Comp   Pct    Gap".
           05  Player-Line.
               10  RPT-Player-Name        pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Week-Attempts      pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Week-Completed     pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Week-Pct           pic zz9.9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Season-Attempts    pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Season-Pct         pic zz9.9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Game-Columns.
                   15  RPT-Game-Attempts  pic zzzz9.
                   15  filler             pic x(01) value space.
                   15  RPT-Game-Completed pic zzzz9.
                   15  filler             pic x(01) value space.
                   15  RPT-Game-Pct       pic zz9.9.
                   15  filler             pic x(01) value space.
                   15  RPT-Gap            pic +zz9.9.
               10  RPT-No-Game-Columns redefines RPT-Game-Columns
                                          pic x(24).
               10  filler                 pic x(01) value space.
               10  RPT-Gap-Flag           pic x(06).
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Sessions read: ".
               10  RPT-Sessions-Read      pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  In season: ".
               10  RPT-Sessions-In-Season pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Players: ".
               10  RPT-Players-Reported   pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Flagged: ".
               10  RPT-Gaps-Flagged       pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 2000-Compare-Players
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Sessions-Read
           move zero to Sessions-In-Season
           move zero to Players-Reported
           move zero to Gaps-Flagged
           open input FT-File
           if not FT-OK
               string Const-Got-Status delimited by size
                      FT-File-Status delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTHROW delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Read-Control-Card.
      *****************************************************************
      * The card must carry the season and a valid week-ending date.
      * Each limit is the run-parameter file's as of the week-ending
      * date, or its standard value when the file has none; a limit
      * on the card overrides it for this run, and is logged.
      *****************************************************************
           open input Control-Card-File
           if not Control-Card-OK
               move "OPEN SYSIN" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           read Control-Card-File
               into Control-Card-Record
           end-read
           if not Control-Card-OK
               or CTL-Season equal spaces
               or CTL-Week-Ending not numeric
               or function test-date-yyyymmdd(CTL-Week-Ending)
                   not equal zero
               move "Card must carry the season and week-ending date"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move CTL-Season to Search-Season
           move CTL-Week-Ending to Week-Ending-Date
           compute Week-Start-Integer =
               function integer-of-date(Week-Ending-Date) - 6
           end-compute
           move function date-of-integer(Week-Start-Integer)
               to Week-Start-Date
           move 10 to Gap-Threshold
           move 20 to Minimum-Practice
           move 10 to Minimum-Game
           move "GAP-THRESHOLD" to RPP-Parm-Name
           perform 1100-Get-Run-Parm
           if RPP-Found
               and RPP-Gap-Threshold numeric
               move RPP-Gap-Threshold to Gap-Threshold
           end-if
           move "MINIMUM-PRACTICE" to RPP-Parm-Name
           perform 1100-Get-Run-Parm
           if RPP-Found
               and RPP-Minimum-Count numeric
               move RPP-Minimum-Count to Minimum-Practice
           end-if
           move "MINIMUM-GAME" to RPP-Parm-Name
           perform 1100-Get-Run-Parm
           if RPP-Found
               and RPP-Minimum-Count numeric
               move RPP-Minimum-Count to Minimum-Game
           end-if
           if CTL-Gap-Threshold numeric
               move CTL-Gap-Threshold-N to Gap-Threshold
               move "GAP-THRESHOLD" to RPP-Parm-Name
               perform 1200-Set-Up-Override
               move CTL-Gap-Threshold-N to RPP-Gap-Threshold
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Minimum-Practice numeric
               move CTL-Minimum-Practice-N to Minimum-Practice
               move "MINIMUM-PRACTICE" to RPP-Parm-Name
               perform 1200-Set-Up-Override
               move CTL-Minimum-Practice-N to RPP-Minimum-Count
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Minimum-Game numeric
               move CTL-Minimum-Game-N to Minimum-Game
               move "MINIMUM-GAME" to RPP-Parm-Name
               perform 1200-Set-Up-Override
               move CTL-Minimum-Game-N to RPP-Minimum-Count
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           close Control-Card-File
           move Week-Start-Date to RPT-Week-Start
           move Week-Ending-Date to RPT-Week-Ending
           move Search-Season to RPT-Season
           display Run-Header-Line
           move Gap-Threshold to RPT-Gap-Threshold
           move Minimum-Practice to RPT-Minimum-Practice
           move Minimum-Game to RPT-Minimum-Game
           display Limits-Line
           .
       1100-Get-Run-Parm.
           move "G" to RPP-Function
           move "FRTPRPT" to RPP-Program-Id
           move Week-Ending-Date to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           .
       1200-Set-Up-Override.
           move "O" to RPP-Function
           move "FRTPRPT" to RPP-Program-Id
           move Week-Ending-Date to RPP-As-Of-Date
           move spaces to RPP-Value
           .
       2000-Compare-Players.
           sort Player-Sort-File
               on ascending key CMP-Team-Name
               on ascending key CMP-Flag-Order
               on descending key CMP-Absolute-Gap
               on ascending key CMP-Player-Name
               input procedure 2100-Total-Player-Practice
               output procedure 3000-Print-Teams
           if not sort-return equal zero
               move "SORT Players" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2100-Total-Player-Practice.
      *****************************************************************
      * The practice file arrives in team and player order, so one
      * control break on the pair totals each player's practice.
      *****************************************************************
           open input Practice-File
           if not Practice-OK
               string Const-Got-Status delimited by size
                      Practice-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTPRAC delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move low-values to Current-Player-Key
           perform 2200-Read-Next-Session
           perform with test before
                   until Practice-EOF
               add 1 to Sessions-Read
               if PR-Record-Key(1:40) not equal Current-Player-Key
                   perform 2500-Close-Player
                   perform 2400-Open-Player
               end-if
               if PR-Season equal Search-Season
                   and PR-Session-Date not greater than Week-Ending-Date
                   perform 2300-Add-Session
               end-if
               perform 2200-Read-Next-Session
           end-perform
           perform 2500-Close-Player
           close Practice-File
           .
       2200-Read-Next-Session.
           read Practice-File next
               into FD-Practice-Record
           end-read
           if not Practice-OK and not Practice-EOF
               string Const-Got-Status delimited by size
                      Practice-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ-NEXT delimited by size
                      Const-Of-FRTPRAC delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2300-Add-Session.
      *****************************************************************
      * Every season session through the week-ending date counts to
      * the season; those in the seven days count to the week too.
      *****************************************************************
           add 1 to Sessions-In-Season
           add PR-Attempts to CMP-Season-Attempts
           add PR-Completed to CMP-Season-Completed
           if PR-Session-Date not less than Week-Start-Date
               add PR-Attempts to CMP-Week-Attempts
               add PR-Completed to CMP-Week-Completed
           end-if
           .
       2400-Open-Player.
           move PR-Record-Key(1:40) to Current-Player-Key
           initialize SD-Player-Record
           move PR-Team-Name to CMP-Team-Name
           move PR-Player-Name to CMP-Player-Name
           .
       2500-Close-Player.
      *****************************************************************
      * A player who practised in the week is set against the game
      * shooting on the season record and released to the sort.
      *****************************************************************
           if Current-Player-Key not equal low-values
               and CMP-Week-Attempts greater than zero
               perform 2600-Look-Up-Game-Shooting
               perform 2800-Measure-the-Gap
               release SD-Player-Record
           end-if
           .
       2600-Look-Up-Game-Shooting.
           move "N" to CMP-Game-Switch
           move CMP-Team-Name to FT-Team-Name
           move CMP-Player-Name to FT-Player-Name
           move Search-Season to FT-Season
           read FT-File
           end-read
           evaluate true
               when FT-OK
                   set CMP-Has-Game-Record to true
                   move FT-Attempts to CMP-Game-Attempts
                   move FT-Completed to CMP-Game-Completed
               when FT-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          FT-File-Status delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-FRTHROW delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2800-Measure-the-Gap.
      *****************************************************************
      * Percentages are worked from the counters, not the stored
      * FT-Pct-Completed, so both sides are rounded the same way.
      *****************************************************************
           compute CMP-Week-Pct rounded =
               CMP-Week-Completed * 100 / CMP-Week-Attempts
           compute CMP-Season-Pct rounded =
               CMP-Season-Completed * 100 / CMP-Season-Attempts
           if CMP-Game-Attempts greater than zero
               compute CMP-Game-Pct rounded =
                   CMP-Game-Completed * 100 / CMP-Game-Attempts
           else
               move zero to CMP-Game-Pct
           end-if
           compute CMP-Gap = CMP-Season-Pct - CMP-Game-Pct
           if CMP-Gap less than zero
               compute CMP-Absolute-Gap = zero - CMP-Gap
           else
               move CMP-Gap to CMP-Absolute-Gap
           end-if
           if CMP-Has-Game-Record
               and CMP-Season-Attempts not less than Minimum-Practice
               and CMP-Game-Attempts not less than Minimum-Game
               and CMP-Absolute-Gap not less than Gap-Threshold
               set CMP-Gap-Qualifies to true
           else
               set CMP-Gap-Not-Qualified to true
           end-if
           .
       3000-Print-Teams.
           move low-values to Current-Team-Name
           move "N" to Player-Sort-Status
           perform 3100-Return-Next-Player
           perform with test before
                   until Player-Sort-EOF
               if CMP-Team-Name not equal Current-Team-Name
                   move CMP-Team-Name to Current-Team-Name
                   move zero to Team-Flag-Count
                   move CMP-Team-Name to RPT-Team
                   display space
                   display Team-Header-Line
                   display Column-Group-Line
                   display Column-Header-Line
               end-if
               perform 3200-Print-Player
               perform 3100-Return-Next-Player
           end-perform
           .
       3100-Return-Next-Player.
           return Player-Sort-File
               at end
                   set Player-Sort-EOF to true
           end-return
           .
       3200-Print-Player.
      *****************************************************************
      * Qualifying gaps sort to the top of the team, biggest first,
      * so the first three of them are the ones flagged.
      *****************************************************************
           add 1 to Players-Reported
           move CMP-Player-Name to RPT-Player-Name
           move CMP-Week-Attempts to RPT-Week-Attempts
           move CMP-Week-Completed to RPT-Week-Completed
           move CMP-Week-Pct to RPT-Week-Pct
           move CMP-Season-Attempts to RPT-Season-Attempts
           move CMP-Season-Pct to RPT-Season-Pct
           if CMP-Has-Game-Record
               move CMP-Game-Attempts to RPT-Game-Attempts
               move CMP-Game-Completed to RPT-Game-Completed
               move CMP-Game-Pct to RPT-Game-Pct
               move CMP-Gap to RPT-Gap
           else
               move "  no game record" to RPT-No-Game-Columns
           end-if
           move spaces to RPT-Gap-Flag
           if CMP-Gap-Qualifies
               and Team-Flag-Count less than Max-Flagged-Rows
               add 1 to Team-Flag-Count
               add 1 to Gaps-Flagged
               move "** GAP" to RPT-Gap-Flag
           end-if
           display Player-Line
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Sessions-Read to RPT-Sessions-Read
           move Sessions-In-Season to RPT-Sessions-In-Season
           move Players-Reported to RPT-Players-Reported
           move Gaps-Flagged to RPT-Gaps-Flagged
           display space
           display Totals-Line
           .
       9900-Close.
           close FT-File
           .
