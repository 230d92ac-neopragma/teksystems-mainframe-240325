       Identification Division.
       Program-Id. FRTGBOX.
      *****************************************************************
      * Per-game free-throw box score.  FRTGLOG shows one player's
      * games and FRTGFEED ships raw lines; this prints the whole
      * game - every player on both sides with that night's attempts,
      * completed, three-pointers, and percentage, a total line for
      * each team, and the final score off the game-result file.
      *
      * Driven by a SYSIN card carrying a from-date and an optional
      * to-date (YYYYMMDD); a blank to-date prints the one day.  The
      * game-detail file is keyed by team and player, not by game,
      * so every detail in the date range is sorted into game order:
      * date, game number, then the two teams in name order - a
      * team and its opponent on the same date and game number are
      * one game, whichever side a detail came in from.  A game where
      * only one side's details have arrived is printed with that
      * side and flagged, so the missing sheet can be chased.
      *
      * The score comes from either half of the result on FRTGRES,
      * the same way FRTWLST reads it; when both halves are on file
      * and disagree, the score is shown as in dispute rather than
      * picking one.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Game-Detail-File
               Record Key GD-Record-Key
               Assign to "FRTGDTL"
               Organization Indexed
               Access Sequential
               File Status Game-Detail-File-Status.
           Select Result-File
               Record Key GR-Record-Key
               Assign to "FRTGRES"
               Organization Indexed
               Access Random
               File Status Result-File-Status.
           Select Box-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-From-Date              pic 9(8).
           05  CTL-To-Date                pic x(8).
           05  CTL-To-Date-Num redefines CTL-To-Date
                                          pic 9(8).
           05  filler                     pic x(64).
       FD  Game-Detail-File.
       01  FD-Game-Detail-Record.
           copy FRTGDTL.
       FD  Result-File.
       01  FD-Result-Record.
           copy FRTGRES.
       SD  Box-Sort-File.
       01  SD-Box-Record.
           05  BOX-Game-Key.
               10  BOX-Game-Date          pic 9(8).
               10  BOX-Game-Number        pic 9(1).
               10  BOX-First-Team         pic x(20).
               10  BOX-Second-Team        pic x(20).
           05  BOX-Team-Name              pic x(20).
           05  BOX-Player-Name            pic x(20).
           05  BOX-Season                 pic x(4).
           05  BOX-Game-Type              pic x(1).
           05  BOX-Attempts               pic 9(5).
           05  BOX-Completed              pic 9(5).
           05  BOX-Three-Pointers         pic 9(5).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Game-Detail-File-Status    pic x(02).
               88  Game-Detail-OK         value "00".
               88  Game-Detail-EOF        value "10".
           05  Result-File-Status         pic x(02).
               88  Result-File-OK         value "00".
               88  Result-Not-Found       value "23".
       01  Selection-Fields.
           05  From-Date                  pic 9(8).
           05  To-Date                    pic 9(8).
       01  Box-Sort-Status                pic x.
           88  Box-Sort-EOF               value "Y".
      *****************************************************************
      * Control-break holds.  The game and team in progress, the
      * number of sides seen for the game, and the running totals
      * for the team being printed.
      *****************************************************************
       01  Box-Controls.
           05  Current-Game-Key.
               10  CUR-Game-Date          pic 9(8).
               10  CUR-Game-Number        pic 9(1).
               10  CUR-First-Team         pic x(20).
               10  CUR-Second-Team        pic x(20).
           05  CUR-Team-Name              pic x(20).
           05  CUR-Season                 pic x(4).
           05  CUR-Game-Type              pic x(1).
               88  CUR-Playoff            value "P".
           05  Sides-Seen                 pic 9(1).
           05  TOT-Attempts               pic 9(5).
           05  TOT-Completed              pic 9(5).
           05  TOT-Three-Pointers         pic 9(5).
           05  Line-Pct                   pic 999v9.
       01  Game-Result-Fields.
           05  Own-Entry-Switch           pic x.
               88  Own-Entry-Found        value "Y".
           05  Own-Score                  pic 9(3).
           05  Own-Opponent-Score         pic 9(3).
           05  Mirror-Entry-Switch        pic x.
               88  Mirror-Entry-Found     value "Y".
           05  Mirror-Score               pic 9(3).
           05  Mirror-Opponent-Score      pic 9(3).
       01  Report-Counters.
           05  Details-Read               pic 9(07) comp.
           05  Details-Selected           pic 9(07) comp.
           05  Games-Printed              pic 9(07) comp.
           05  Games-One-Sided            pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-Of-FRTGDTL           pic x(12)
               value " of FRTGDTL.".
           05  Const-Of-FRTGRES           pic x(12)
               value " of FRTGRES.".
       01  Report-Lines.
           05  Run-Header-Line.
               10  filler                 pic x(26)
                   value "Free-throw box scores for ".
               10  RPT-From-Date          pic 9(8).
               10  filler                 pic x(04) value " to ".
               10  RPT-To-Date            pic 9(8).
           05  Game-Header-Line.
               10  filler                 pic x(04) value "=== ".
               10  RPT-GH-Date            pic 9(8).
               10  filler                 pic x(03) value " g".
               10  RPT-GH-Game-Number     pic 9.
               10  filler                 pic x(02) value spaces.
               10  RPT-GH-First-Team      pic x(20).
               10  filler                 pic x(04) value " vs ".
               10  RPT-GH-Second-Team     pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-GH-Type            pic x(09).
           05  Final-Score-Line.
               10  filler                 pic x(11)
                   value "    Final: ".
               10  RPT-FS-First-Team      pic x(20).
               10  RPT-FS-First-Score     pic zz9.
               10  filler                 pic x(03) value spaces.
               10  RPT-FS-Second-Team     pic x(20).
               10  RPT-FS-Second-Score    pic zz9.
           05  No-Score-Line.
               10  filler                 pic x(11)
                   value "    Final: ".
               10  RPT-NS-Text            pic x(40).
           05  Team-Header-Line.
               10  filler                 pic x(04) value spaces.
               10  RPT-TH-Team            pic x(20).
               10  filler                 pic x(27)
                   value "      Att  Comp   3pt   Pct".
           05  Player-Line.
               10  filler                 pic x(06) value spaces.
               10  RPT-PL-Player          pic x(20).
               10  filler                 pic x(02) value spaces.
               10  RPT-PL-Attempts        pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-PL-Completed       pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-PL-Three           pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-PL-Pct             pic zz9.9.
           05  One-Sided-Line.
               10  filler                 pic x(28)
                   value "    *** No details yet from ".
               10  RPT-OS-Team            pic x(20).
               10  filler                 pic x(04) value " ***".
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Details read: ".
               10  RPT-Details-Read       pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Selected: ".
               10  RPT-Details-Selected   pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Games: ".
               10  RPT-Games-Printed      pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  One-sided: ".
               10  RPT-Games-One-Sided    pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 2000-Print-Box-Scores
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Details-Read
           move zero to Details-Selected
           move zero to Games-Printed
           move zero to Games-One-Sided
           .
       1000-Read-Control-Card.
      *****************************************************************
      * The card must carry the from-date; a blank to-date means the
      * from-date alone.
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
               or CTL-From-Date not numeric
               or function test-date-yyyymmdd(CTL-From-Date)
                   not equal zero
               move "Card must carry a valid from-date YYYYMMDD"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move CTL-From-Date to From-Date
           if CTL-To-Date equal spaces
               move From-Date to To-Date
           else
               if CTL-To-Date not numeric
                   or function test-date-yyyymmdd(CTL-To-Date-Num)
                       not equal zero
                   or CTL-To-Date-Num less than From-Date
                   move "To-date must be a valid date on or after the f
      -                 "rom-date" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move CTL-To-Date-Num to To-Date
           end-if
           close Control-Card-File
           move From-Date to RPT-From-Date
           move To-Date to RPT-To-Date
           display Run-Header-Line
           .
       2000-Print-Box-Scores.
           open input Result-File
           if not Result-File-OK
               string Const-Got-Status delimited by size
                      Result-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTGRES delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           sort Box-Sort-File
               on ascending key BOX-Game-Key
               on ascending key BOX-Team-Name
               on ascending key BOX-Player-Name
               input procedure 2100-Build-Box-Candidates
               output procedure 3000-Print-Games
           if not sort-return equal zero
               move "SORT Box-Scores" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           close Result-File
           .
       2100-Build-Box-Candidates.
           open input Game-Detail-File
           if not Game-Detail-OK
               string Const-Got-Status delimited by size
                      Game-Detail-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTGDTL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 2200-Read-Next-Detail
           perform with test before
                   until Game-Detail-EOF
               add 1 to Details-Read
               if GD-Game-Date not less than From-Date
                   and GD-Game-Date not greater than To-Date
                   perform 2300-Release-Box-Candidate
               end-if
               perform 2200-Read-Next-Detail
           end-perform
           close Game-Detail-File
           .
       2200-Read-Next-Detail.
           read Game-Detail-File next
               into FD-Game-Detail-Record
           end-read
           if not Game-Detail-OK and not Game-Detail-EOF
               string Const-Got-Status delimited by size
                      Game-Detail-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ-NEXT delimited by size
                      Const-Of-FRTGDTL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2300-Release-Box-Candidate.
      *****************************************************************
      * Both sides of a game carry the same pair of team names, put
      * in name order, so both sides' details sort together.
      *****************************************************************
           move GD-Game-Date to BOX-Game-Date
           move GD-Game-Number to BOX-Game-Number
           if GD-Team-Name less than GD-Opponent
               move GD-Team-Name to BOX-First-Team
               move GD-Opponent to BOX-Second-Team
           else
               move GD-Opponent to BOX-First-Team
               move GD-Team-Name to BOX-Second-Team
           end-if
           move GD-Team-Name to BOX-Team-Name
           move GD-Player-Name to BOX-Player-Name
           move GD-Season to BOX-Season
           move GD-Game-Type to BOX-Game-Type
           move GD-Attempts to BOX-Attempts
           move GD-Completed to BOX-Completed
           move GD-Three-Pointers to BOX-Three-Pointers
           add 1 to Details-Selected
           release SD-Box-Record
           .
       3000-Print-Games.
           move low-values to Current-Game-Key
           move spaces to CUR-Team-Name
           move zero to Sides-Seen
           move spaces to Box-Sort-Status
           perform 3900-Return-Next-Box-Line
           perform with test before
                   until Box-Sort-EOF
               if BOX-Game-Key not equal Current-Game-Key
                   if Current-Game-Key not equal low-values
                       perform 3300-End-Team
                       perform 3400-End-Game
                   end-if
                   perform 3100-Start-Game
                   perform 3200-Start-Team
               else
                   if BOX-Team-Name not equal CUR-Team-Name
                       perform 3300-End-Team
                       perform 3200-Start-Team
                   end-if
               end-if
               move BOX-Player-Name to RPT-PL-Player
               move BOX-Attempts to RPT-PL-Attempts
               move BOX-Completed to RPT-PL-Completed
               move BOX-Three-Pointers to RPT-PL-Three
               if BOX-Attempts equal zero
                   move zero to Line-Pct
               else
                   compute Line-Pct rounded =
                       (BOX-Completed / BOX-Attempts) * 100
                   end-compute
               end-if
               move Line-Pct to RPT-PL-Pct
               display Player-Line
               add BOX-Attempts to TOT-Attempts
               add BOX-Completed to TOT-Completed
               add BOX-Three-Pointers to TOT-Three-Pointers
               perform 3900-Return-Next-Box-Line
           end-perform
           if Current-Game-Key not equal low-values
               perform 3300-End-Team
               perform 3400-End-Game
           end-if
           .
       3100-Start-Game.
           move BOX-Game-Key to Current-Game-Key
           move BOX-Season to CUR-Season
           move BOX-Game-Type to CUR-Game-Type
           move zero to Sides-Seen
           add 1 to Games-Printed
           move CUR-Game-Date to RPT-GH-Date
           move CUR-Game-Number to RPT-GH-Game-Number
           move CUR-First-Team to RPT-GH-First-Team
           move CUR-Second-Team to RPT-GH-Second-Team
           if CUR-Playoff
               move "(playoff)" to RPT-GH-Type
           else
               move spaces to RPT-GH-Type
           end-if
           display space
           display Game-Header-Line
           perform 3500-Print-Final-Score
           .
       3200-Start-Team.
           move BOX-Team-Name to CUR-Team-Name
           add 1 to Sides-Seen
           move zero to TOT-Attempts
           move zero to TOT-Completed
           move zero to TOT-Three-Pointers
           move CUR-Team-Name to RPT-TH-Team
           display Team-Header-Line
           .
       3300-End-Team.
           move "Team total" to RPT-PL-Player
           move TOT-Attempts to RPT-PL-Attempts
           move TOT-Completed to RPT-PL-Completed
           move TOT-Three-Pointers to RPT-PL-Three
           if TOT-Attempts equal zero
               move zero to Line-Pct
           else
               compute Line-Pct rounded =
                   (TOT-Completed / TOT-Attempts) * 100
               end-compute
           end-if
           move Line-Pct to RPT-PL-Pct
           display Player-Line
           .
       3400-End-Game.
      *****************************************************************
      * A game with one side's details only - the other scorer's
      * sheet has not come in yet.
      *****************************************************************
           if Sides-Seen less than 2
               if CUR-Team-Name equal CUR-First-Team
                   move CUR-Second-Team to RPT-OS-Team
               else
                   move CUR-First-Team to RPT-OS-Team
               end-if
               display One-Sided-Line
               add 1 to Games-One-Sided
           end-if
           .
       3500-Print-Final-Score.
      *****************************************************************
      * Either half of the result gives the score; both halves on
      * file must mirror each other.  Scores print in the header's
      * team order.
      *****************************************************************
           move "N" to Own-Entry-Switch
           move "N" to Mirror-Entry-Switch
           move CUR-First-Team to GR-Team-Name
           move CUR-Season to GR-Season
           move CUR-Game-Date to GR-Game-Date
           move CUR-Game-Number to GR-Game-Number
           perform 3510-Read-Result
           if Result-File-OK
               move "Y" to Own-Entry-Switch
               move GR-Team-Score to Own-Score
               move GR-Opponent-Score to Own-Opponent-Score
           end-if
           move CUR-Second-Team to GR-Team-Name
           perform 3510-Read-Result
           if Result-File-OK
               move "Y" to Mirror-Entry-Switch
               move GR-Team-Score to Mirror-Score
               move GR-Opponent-Score to Mirror-Opponent-Score
           end-if
           move CUR-First-Team to RPT-FS-First-Team
           move CUR-Second-Team to RPT-FS-Second-Team
           evaluate true
               when Own-Entry-Found and Mirror-Entry-Found
                   if Own-Score equal Mirror-Opponent-Score
                       and Own-Opponent-Score equal Mirror-Score
                       move Own-Score to RPT-FS-First-Score
                       move Own-Opponent-Score to RPT-FS-Second-Score
                       display Final-Score-Line
                   else
                       move "score in dispute - halves disagree"
                           to RPT-NS-Text
                       display No-Score-Line
                   end-if
               when Own-Entry-Found
                   move Own-Score to RPT-FS-First-Score
                   move Own-Opponent-Score to RPT-FS-Second-Score
                   display Final-Score-Line
               when Mirror-Entry-Found
                   move Mirror-Opponent-Score to RPT-FS-First-Score
                   move Mirror-Score to RPT-FS-Second-Score
                   display Final-Score-Line
               when other
                   move "no result on file" to RPT-NS-Text
                   display No-Score-Line
           end-evaluate
           .
       3510-Read-Result.
           read Result-File
           end-read
           if not Result-File-OK and not Result-Not-Found
               string Const-Got-Status delimited by size
                      Result-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-FRTGRES delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       3900-Return-Next-Box-Line.
           return Box-Sort-File
               at end
                   set Box-Sort-EOF to true
           end-return
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Details-Read to RPT-Details-Read
           move Details-Selected to RPT-Details-Selected
           move Games-Printed to RPT-Games-Printed
           move Games-One-Sided to RPT-Games-One-Sided
           display space
           display Totals-Line
           .
