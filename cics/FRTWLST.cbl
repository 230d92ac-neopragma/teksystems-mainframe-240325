       Identification Division.
       Program-Id. FRTWLST.
      *****************************************************************
      * Won-lost standings report, the companion to FRTSTND's
      * free-throw standings.  Loads the team master for each team's
      * division and conference, walks the season's regular-season
      * schedule team by team in date order, and looks up each
      * played game's final score on the game-result file.  Prints
      * per division each team's W-L, winning percentage, games
      * behind the division leader, and last-ten record - the
      * standings the league office has been keeping on a
      * whiteboard.  Driven by a SYSIN card naming the season; a
      * blank season means the current year.
      *
      * Either half of a game's result counts for both teams - a
      * result entered only by the winner still gives the loser its
      * loss.  When both halves are on file they must mirror each
      * other; a disagreeing pair is listed as an exception and the
      * game is held out of the standings until FRTRLOAD corrects
      * one side.  A game dated before today with no result on
      * either side is listed as a missing result.  Playoff games
      * are kept out, the same way FRTSTND keeps them out, and so
      * are postponed and cancelled games - they were not played.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Team-Master-File
               Record Key TM-Team-Name
               Assign to "FRTTEAMS"
               Organization Indexed
               Access Sequential
               File Status Team-Master-File-Status.
           Select Schedule-File
               Record Key SCH-Record-Key
               Assign to "FRTSCHED"
               Organization Indexed
               Access Sequential
               File Status Schedule-File-Status.
           Select Result-File
               Record Key GR-Record-Key
               Assign to "FRTGRES"
               Organization Indexed
               Access Random
               File Status Result-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Season                 pic x(4).
           05  filler                     pic x(76).
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
       FD  Schedule-File.
       01  FD-Schedule-Record.
           copy FRTSCHD.
       FD  Result-File.
       01  FD-Result-Record.
           copy FRTGRES.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-EOF        value "10".
           05  Schedule-File-Status       pic x(02).
               88  Schedule-File-OK       value "00".
               88  Schedule-File-EOF      value "10".
           05  Result-File-Status         pic x(02).
               88  Result-File-OK         value "00".
               88  Result-Not-Found       value "23".
       01  Selection-Fields.
           05  Search-Season              pic x(4).
           05  Run-Date-Field             pic 9(8).
      *****************************************************************
      * One slot per active team, loaded from the master.  The
      * last-ten string is shifted left one W or L per counted game;
      * the schedule arrives in date order within each team, so the
      * right-hand end is always the most recent game.
      *****************************************************************
       01  Team-Count                     pic 9(03) value zero.
       01  Team-Table.
           05  Team-Entry occurs 1 to 200 times
                   depending on Team-Count
                   indexed by Team-Ix.
               10  TS-Team-Name           pic x(20).
               10  TS-Division            pic x(12).
               10  TS-Conference          pic x(12).
               10  TS-Wins                pic 9(03).
               10  TS-Losses              pic 9(03).
               10  TS-Win-Pct             pic 9v999.
               10  TS-Last-Ten            pic x(10).
       01  Game-Result-Fields.
           05  Own-Entry-Switch           pic x.
               88  Own-Entry-Found        value "Y".
           05  Own-Score                  pic 9(3).
           05  Own-Opponent-Score         pic 9(3).
           05  Mirror-Entry-Switch        pic x.
               88  Mirror-Entry-Found     value "Y".
           05  Mirror-Score               pic 9(3).
           05  Mirror-Opponent-Score      pic 9(3).
           05  Game-Outcome               pic x.
               88  Game-Won               value "W".
               88  Game-Lost              value "L".
               88  Game-Not-Counted       value space.
           05  Last-Ten-Work              pic x(10).
       01  Standings-Controls.
           05  Current-Division           pic x(12).
           05  Division-Rank              pic 9(03).
           05  Leader-Wins                pic 9(03).
           05  Leader-Losses              pic 9(03).
           05  Games-Behind               pic s9(03)v9.
           05  Games-Decided              pic 9(03).
           05  Last-Ten-Wins              pic 9(02).
           05  Last-Ten-Losses            pic 9(02).
       01  Report-Counters.
           05  Games-Read                 pic 9(07) comp.
           05  Games-Counted              pic 9(07) comp.
           05  Games-Missing-Result       pic 9(07) comp.
           05  Games-Disagreeing          pic 9(07) comp.
           05  Games-Unknown-Team         pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-Of-FRTTEAMS          pic x(13)
               value " of FRTTEAMS.".
           05  Const-Of-FRTSCHED          pic x(13)
               value " of FRTSCHED.".
           05  Const-Of-FRTGRES           pic x(12)
               value " of FRTGRES.".
       01  Report-Lines.
           05  Season-Header-Line.
               10  filler                 pic x(26)
                   value "Won-lost standings, season".
               10  filler                 pic x(01) value space.
               10  RPT-Season             pic x(4).
           05  Division-Header-Line.
               10  filler                 pic x(17)
                   value "--- Standings: ".
               10  RPT-Division           pic x(12).
               10  filler                 pic x(04) value " ---".
           05  Column-Header-Line.
               10  filler                 pic x(24) value spaces.
               10  filler                 pic x(40)
                   value "  W   L   Pct    GB  Last-10  Conf".
           05  Standings-Line.
               10  RPT-Rank               pic z9.
               10  filler                 pic x(02) value ". ".
               10  RPT-Team-Name          pic x(20).
               10  RPT-Wins               pic zz9.
               10  filler                 pic x(01) value space.
               10  RPT-Losses             pic zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Win-Pct            pic .999.
               10  filler                 pic x(01) value space.
               10  RPT-Games-Behind       pic x(05).
               10  RPT-Games-Behind-Num redefines RPT-Games-Behind
                                          pic -z9.9.
               10  filler                 pic x(03) value spaces.
               10  RPT-Last-Ten-Wins      pic z9.
               10  filler                 pic x(01) value "-".
               10  RPT-Last-Ten-Losses    pic z9.
               10  filler                 pic x(03) value spaces.
               10  RPT-Conference         pic x(12).
           05  Exception-Header-Line      pic x(40)
               value "--- Result exceptions ---".
           05  Missing-Result-Line.
               10  filler                 pic x(18)
                   value "No result posted  ".
               10  RPT-MR-Team            pic x(20).
               10  filler                 pic x(04) value " vs ".
               10  RPT-MR-Opponent        pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-MR-Date            pic 9(8).
               10  filler                 pic x(03) value " g".
               10  RPT-MR-Game-Number     pic 9.
           05  Disagree-Line.
               10  filler                 pic x(18)
                   value "Entries disagree  ".
               10  RPT-DA-Team            pic x(20).
               10  filler                 pic x(04) value " vs ".
               10  RPT-DA-Opponent        pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-DA-Date            pic 9(8).
               10  filler                 pic x(03) value " g".
               10  RPT-DA-Game-Number     pic 9.
               10  filler                 pic x(02) value spaces.
               10  RPT-DA-Own             pic zz9.
               10  filler                 pic x(01) value "-".
               10  RPT-DA-Own-Opp         pic zz9.
               10  filler                 pic x(04) value " vs ".
               10  RPT-DA-Mirror-Opp      pic zz9.
               10  filler                 pic x(01) value "-".
               10  RPT-DA-Mirror          pic zz9.
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Games read: ".
               10  RPT-Games-Read         pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Counted: ".
               10  RPT-Games-Counted      pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Missing: ".
               10  RPT-Games-Missing      pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  Disagreeing: ".
               10  RPT-Games-Disagreeing  pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Unknown teams: ".
               10  RPT-Unknown-Team       pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 2000-Load-Team-Master
           perform 3000-Tally-Season-Results
           perform 4000-Print-Division-Standings
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Games-Read
           move zero to Games-Counted
           move zero to Games-Missing-Result
           move zero to Games-Disagreeing
           move zero to Games-Unknown-Team
           move function current-date(1:8) to Run-Date-Field
           .
       1000-Read-Control-Card.
      *****************************************************************
      * One card names the season; a blank or missing card means the
      * season of the run date.
      *****************************************************************
           move spaces to CTL-Season
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File
                   into Control-Card-Record
               end-read
               if not Control-Card-OK
                   move spaces to CTL-Season
               end-if
               close Control-Card-File
           end-if
           if CTL-Season equal spaces
               move Run-Date-Field(1:4) to Search-Season
           else
               move CTL-Season to Search-Season
           end-if
           move Search-Season to RPT-Season
           display Season-Header-Line
           .
       2000-Load-Team-Master.
           open input Team-Master-File
           if not Team-Master-OK
               string Const-Got-Status delimited by size
                      Team-Master-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTTEAMS delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Team
           perform with test before
                   until Team-Master-EOF
      * retired teams are not ranked
               if TM-Active
                   if Team-Count equal 200
                       move "More than 200 active teams on the master"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Team-Count
                   move TM-Team-Name to TS-Team-Name(Team-Count)
                   move TM-Division to TS-Division(Team-Count)
                   move TM-Conference to TS-Conference(Team-Count)
                   move zero to TS-Wins(Team-Count)
                   move zero to TS-Losses(Team-Count)
                   move zero to TS-Win-Pct(Team-Count)
                   move spaces to TS-Last-Ten(Team-Count)
               end-if
               perform 2100-Read-Next-Team
           end-perform
           close Team-Master-File
           .
       2100-Read-Next-Team.
           read Team-Master-File
               into FD-Team-Master-Record
           end-read
           if not Team-Master-OK and not Team-Master-EOF
               string Const-Got-Status delimited by size
                      Team-Master-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-FRTTEAMS delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Tally-Season-Results.
           open input Schedule-File
           if not Schedule-File-OK
               string Const-Got-Status delimited by size
                      Schedule-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTSCHED delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
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
           display space
           display Exception-Header-Line
           perform 3100-Read-Next-Game
           perform with test before
                   until Schedule-File-EOF
               if SCH-Season equal Search-Season
                   and SCH-Regular-Season
                   and SCH-Scheduled
                   and SCH-Game-Date not greater than Run-Date-Field
                   add 1 to Games-Read
                   perform 3200-Score-One-Game
               end-if
               perform 3100-Read-Next-Game
           end-perform
           close Result-File
           close Schedule-File
           perform 3500-Compute-Win-Percentages
           .
       3100-Read-Next-Game.
           read Schedule-File next
               into FD-Schedule-Record
           end-read
           if not Schedule-File-OK and not Schedule-File-EOF
               string Const-Got-Status delimited by size
                      Schedule-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ-NEXT delimited by size
                      Const-Of-FRTSCHED delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       3200-Score-One-Game.
      *****************************************************************
      * Look up both halves of the game's result and settle what this
      * team's schedule line counts as.  Today's games may still be
      * in progress, so only an earlier game is missing a result.
      *****************************************************************
           perform 3300-Read-Both-Entries
           move space to Game-Outcome
           evaluate true
               when Own-Entry-Found and Mirror-Entry-Found
                   if Own-Score equal Mirror-Opponent-Score
                       and Own-Opponent-Score equal Mirror-Score
                       perform 3250-Set-Outcome-From-Own
                   else
                       move SCH-Team-Name to RPT-DA-Team
                       move SCH-Opponent to RPT-DA-Opponent
                       move SCH-Game-Date to RPT-DA-Date
                       move SCH-Game-Number to RPT-DA-Game-Number
                       move Own-Score to RPT-DA-Own
                       move Own-Opponent-Score to RPT-DA-Own-Opp
                       move Mirror-Opponent-Score to RPT-DA-Mirror-Opp
                       move Mirror-Score to RPT-DA-Mirror
                       display Disagree-Line
                       add 1 to Games-Disagreeing
                   end-if
               when Own-Entry-Found
                   perform 3250-Set-Outcome-From-Own
               when Mirror-Entry-Found
                   if Mirror-Opponent-Score greater than Mirror-Score
                       set Game-Won to true
                   else
                       set Game-Lost to true
                   end-if
               when SCH-Game-Date less than Run-Date-Field
                   move SCH-Team-Name to RPT-MR-Team
                   move SCH-Opponent to RPT-MR-Opponent
                   move SCH-Game-Date to RPT-MR-Date
                   move SCH-Game-Number to RPT-MR-Game-Number
                   display Missing-Result-Line
                   add 1 to Games-Missing-Result
               when other
                   continue
           end-evaluate
           if not Game-Not-Counted
               perform 3400-Credit-Team
           end-if
           .
       3250-Set-Outcome-From-Own.
           if Own-Score greater than Own-Opponent-Score
               set Game-Won to true
           else
               set Game-Lost to true
           end-if
           .
       3300-Read-Both-Entries.
           move "N" to Own-Entry-Switch
           move "N" to Mirror-Entry-Switch
           move SCH-Record-Key to GR-Record-Key
           perform 3310-Read-Result
           if Result-File-OK
               move "Y" to Own-Entry-Switch
               move GR-Team-Score to Own-Score
               move GR-Opponent-Score to Own-Opponent-Score
           end-if
           move SCH-Opponent to GR-Team-Name
           move SCH-Season to GR-Season
           move SCH-Game-Date to GR-Game-Date
           move SCH-Game-Number to GR-Game-Number
           perform 3310-Read-Result
           if Result-File-OK
               move "Y" to Mirror-Entry-Switch
               move GR-Team-Score to Mirror-Score
               move GR-Opponent-Score to Mirror-Opponent-Score
           end-if
           .
       3310-Read-Result.
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
       3400-Credit-Team.
           set Team-Ix to 1
           search Team-Entry
               at end
                   add 1 to Games-Unknown-Team
               when TS-Team-Name(Team-Ix) equal SCH-Team-Name
                   if Game-Won
                       add 1 to TS-Wins(Team-Ix)
                   else
                       add 1 to TS-Losses(Team-Ix)
                   end-if
                   move TS-Last-Ten(Team-Ix)(2:9) to Last-Ten-Work(1:9)
                   move Game-Outcome to Last-Ten-Work(10:1)
                   move Last-Ten-Work to TS-Last-Ten(Team-Ix)
                   add 1 to Games-Counted
           end-search
           .
       3500-Compute-Win-Percentages.
           perform varying Team-Ix from 1 by 1
                   until Team-Ix greater than Team-Count
               compute Games-Decided =
                   TS-Wins(Team-Ix) + TS-Losses(Team-Ix)
               end-compute
               if Games-Decided equal zero
                   move zero to TS-Win-Pct(Team-Ix)
               else
                   compute TS-Win-Pct(Team-Ix) rounded =
                       TS-Wins(Team-Ix) / Games-Decided
                   end-compute
               end-if
           end-perform
           .
       4000-Print-Division-Standings.
      *****************************************************************
      * Sort the team table division-ascending, percentage-descending
      * (most wins breaking a tie) and print each division with a
      * control break.  The first team in a division is its leader;
      * games behind is the usual half the sum of the win and loss
      * differences from the leader.
      *****************************************************************
           sort Team-Entry
               on ascending key TS-Division
               on descending key TS-Win-Pct
               on descending key TS-Wins
           move spaces to Current-Division
           move zero to Division-Rank
           perform varying Team-Ix from 1 by 1
                   until Team-Ix greater than Team-Count
               if TS-Division(Team-Ix) not equal Current-Division
                   move TS-Division(Team-Ix) to Current-Division
                   move zero to Division-Rank
                   move TS-Wins(Team-Ix) to Leader-Wins
                   move TS-Losses(Team-Ix) to Leader-Losses
                   move Current-Division to RPT-Division
                   display space
                   display Division-Header-Line
                   display Column-Header-Line
               end-if
               add 1 to Division-Rank
               move Division-Rank to RPT-Rank
               move TS-Team-Name(Team-Ix) to RPT-Team-Name
               move TS-Wins(Team-Ix) to RPT-Wins
               move TS-Losses(Team-Ix) to RPT-Losses
               move TS-Win-Pct(Team-Ix) to RPT-Win-Pct
               if Division-Rank equal 1
                   move "   - " to RPT-Games-Behind
               else
                   compute Games-Behind =
                       ((Leader-Wins - TS-Wins(Team-Ix))
                       + (TS-Losses(Team-Ix) - Leader-Losses)) / 2
                   end-compute
                   move Games-Behind to RPT-Games-Behind-Num
               end-if
               move zero to Last-Ten-Wins
               move zero to Last-Ten-Losses
               inspect TS-Last-Ten(Team-Ix)
                   tallying Last-Ten-Wins for all "W"
                            Last-Ten-Losses for all "L"
               move Last-Ten-Wins to RPT-Last-Ten-Wins
               move Last-Ten-Losses to RPT-Last-Ten-Losses
               move TS-Conference(Team-Ix) to RPT-Conference
               display Standings-Line
           end-perform
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Games-Read to RPT-Games-Read
           move Games-Counted to RPT-Games-Counted
           move Games-Missing-Result to RPT-Games-Missing
           move Games-Disagreeing to RPT-Games-Disagreeing
           move Games-Unknown-Team to RPT-Unknown-Team
           display space
           display Totals-Line
           .
