       Identification Division.
       Program-Id. FRTSGEN.
      *****************************************************************
      * Round-robin schedule generator.  Reads the active teams off
      * the team master with their division and conference and
      * builds the season's regular-season games from one SYSIN
      * control card:
      *   season, first game date, the allowed game days (seven
      *   Y/N flags, Monday through Sunday), and how many times each
      *   pair meets - within a division, within a conference across
      *   divisions, and across conferences.
      * The games come out as the card images FRTSLOAD already
      * loads - one card per team per game, home half and away half
      * - plus a proof listing per team (every game, home/away and
      * opponent-type counts, a signature line) for the commissioner
      * to sign off before the cards are loaded.
      *
      * The pairings come from the circle method: every team meets
      * every other team once per cycle, one game each per round, and
      * the cycle is repeated as many times as the most frequent
      * pairing calls for - a pair only plays in the cycles its
      * meeting count covers.  Each game goes to the first allowed
      * game day after both teams' previous game, so no team is ever
      * booked twice on one day.  The home side is whichever team of
      * the pair is further behind on home games so far (an even
      * pairing breaks the tie), which keeps every team's home and
      * away counts within one game of each other.
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
           Select Schedule-Card-File
               Assign to "FRTSCARD"
               Organization Sequential
               Access Sequential
               File Status Schedule-Card-File-Status.
           Select Game-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Season                 pic x(4).
           05  CTL-Start-Date             pic 9(8).
           05  CTL-Game-Days.
               10  CTL-Game-Day-Flag      pic x(1) occurs 7 times.
           05  CTL-Division-Meetings      pic 9(1).
           05  CTL-Conference-Meetings    pic 9(1).
           05  CTL-Interconf-Meetings     pic 9(1).
           05  filler                     pic x(58).
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
      * Same card image FRTSLOAD reads from SYSIN.
       FD  Schedule-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Schedule-Card-Record.
           05  SCC-Team-Name              pic x(20).
           05  SCC-Season                 pic x(4).
           05  SCC-Game-Date              pic 9(8).
           05  SCC-Opponent               pic x(20).
           05  SCC-Game-Type              pic x(1).
           05  SCC-Game-Number            pic x(1).
           05  SCC-Site                   pic x(1).
           05  filler                     pic x(25).
       SD  Game-Sort-File.
       01  SD-Game-Record.
           05  SRT-Team-Name              pic x(20).
           05  SRT-Game-Date              pic 9(8).
           05  SRT-Opponent               pic x(20).
           05  SRT-Site                   pic x(1).
           05  SRT-Pairing-Type           pic x(1).
               88  SRT-Division-Game      value "D".
               88  SRT-Conference-Game    value "C".
               88  SRT-Interconf-Game     value "X".
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-EOF        value "10".
           05  Schedule-Card-File-Status  pic x(02).
               88  Schedule-Card-OK       value "00".
      *****************************************************************
      * The active teams, with each team's running home-minus-away
      * balance and the day number of its latest booked game.
      *****************************************************************
       01  Team-Count                     pic 9(03) value zero.
       01  Team-Table.
           05  Team-Entry occurs 1 to 200 times
                   depending on Team-Count
                   indexed by Team-Ix.
               10  TS-Team-Name           pic x(20).
               10  TS-Division            pic x(12).
               10  TS-Conference          pic x(12).
               10  TS-Home-Balance        pic s9(03).
               10  TS-Last-Day            pic 9(03).
      *****************************************************************
      * Circle-method slots: slot 1 stays put, the rest rotate one
      * place per round.  A slot holding zero is the bye that makes
      * an odd number of teams even.
      *****************************************************************
       01  Rotation-Table.
           05  Rotation-Slot              pic 9(03) comp
                                          occurs 201 times.
       01  Rotation-Controls.
           05  Slot-Count                 pic 9(03) comp.
           05  Slot-Sub                   pic 9(03) comp.
           05  Pair-Sub                   pic 9(03) comp.
           05  Pair-Count                 pic 9(03) comp.
           05  Round-Sub                  pic 9(03) comp.
           05  Cycle-Sub                  pic 9(01) comp.
           05  Max-Meetings               pic 9(01) comp.
           05  Carried-Slot               pic 9(03) comp.
           05  Team-A                     pic 9(03) comp.
           05  Team-B                     pic 9(03) comp.
           05  Home-Team                  pic 9(03) comp.
           05  Away-Team                  pic 9(03) comp.
           05  Pair-Meetings              pic 9(01) comp.
           05  Pairing-Type               pic x(1).
           05  Game-Day                   pic 9(04) comp.
           05  Parity-Work                pic 9(03) comp.
      *****************************************************************
      * Game day number to calendar date, filled in forward from the
      * start date as far as the schedule reaches.
      *****************************************************************
       01  Game-Date-Count                pic 9(03) comp value zero.
       01  Game-Date-Table.
           05  Game-Date-Entry            pic 9(8) occurs 999 times.
       01  Date-Walk-Fields.
           05  Walk-Integer               pic s9(9) comp.
           05  Walk-Day-of-Week           pic 9(1).
           05  Walk-Flag-Sub              pic 9(1).
           05  Game-Day-Count             pic 9(1).
       01  Proof-Controls.
           05  Current-Team               pic x(20).
           05  Team-Games                 pic 9(03).
           05  Team-Home-Games            pic 9(03).
           05  Team-Away-Games            pic 9(03).
           05  Team-Division-Games        pic 9(03).
           05  Team-Conference-Games      pic 9(03).
           05  Team-Interconf-Games       pic 9(03).
           05  Team-Imbalance             pic 9(03).
           05  Worst-Imbalance            pic 9(03).
           05  Game-Sort-Status           pic x.
               88  Game-Sort-EOF          value "Y".
       01  Report-Counters.
           05  Games-Generated            pic 9(07) comp.
           05  Cards-Written              pic 9(07) comp.
           05  Last-Game-Date             pic 9(8).
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-FRTTEAMS          pic x(13)
               value " of FRTTEAMS.".
           05  Const-Of-FRTSCARD          pic x(13)
               value " of FRTSCARD.".
           05  Const-Of-SYSIN             pic x(10)
               value " of SYSIN.".
       01  Report-Lines.
           05  Proof-Title-Line.
               10  filler                 pic x(32)
                   value "Schedule proof listing - season ".
               10  RPT-Season             pic x(4).
               10  filler                 pic x(13)
                   value ", first game ".
               10  RPT-Start-Date         pic 9(8).
           05  Team-Header-Line.
               10  filler                 pic x(09)
                   value "--- Team ".
               10  RPT-Team-Name          pic x(20).
               10  filler                 pic x(04) value " ---".
           05  Game-Line.
               10  filler                 pic x(04) value spaces.
               10  RPT-Game-Date          pic 9(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Site-Word          pic x(04).
               10  filler                 pic x(01) value space.
               10  RPT-Opponent           pic x(20).
               10  filler                 pic x(02) value spaces.
               10  RPT-Pairing-Word       pic x(16).
           05  Team-Totals-Line.
               10  filler                 pic x(10)
                   value "    Games ".
               10  RPT-Team-Games         pic zz9.
               10  filler                 pic x(07) value "  Home ".
               10  RPT-Team-Home          pic zz9.
               10  filler                 pic x(07) value "  Away ".
               10  RPT-Team-Away          pic zz9.
               10  filler                 pic x(11)
                   value "  Division ".
               10  RPT-Team-Division      pic zz9.
               10  filler                 pic x(13)
                   value "  Conference ".
               10  RPT-Team-Conference    pic zz9.
               10  filler                 pic x(18)
                   value "  Interconference ".
               10  RPT-Team-Interconf     pic zz9.
           05  Totals-Line.
               10  filler                 pic x(07) value "Teams: ".
               10  RPT-Team-Count         pic zz9.
               10  filler                 pic x(09) value "  Games: ".
               10  RPT-Games-Generated    pic zzz,zz9.
               10  filler                 pic x(09) value "  Cards: ".
               10  RPT-Cards-Written      pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  Last game: ".
               10  RPT-Last-Game-Date     pic 9(8).
               10  filler                 pic x(27)
                   value "  Worst home/away spread: ".
               10  RPT-Worst-Imbalance    pic zz9.
           05  Sign-Off-Line              pic x(80) value
               "Approved for load: ______________________  Commissioner
      -        "   Date: __________".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 2000-Load-Team-Master
           perform 3000-Generate-and-List
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Games-Generated
           move zero to Cards-Written
           move zero to Last-Game-Date
           move zero to Worst-Imbalance
           .
       1000-Read-Control-Card.
      *****************************************************************
      * Everything the generator needs is on the one card; a card
      * that cannot produce a schedule stops the job before a single
      * game card is written.
      *****************************************************************
           open input Control-Card-File
           if not Control-Card-OK
               string Const-Got-Status delimited by size
                      Control-Card-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-SYSIN delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           read Control-Card-File
               into Control-Card-Record
           end-read
           if not Control-Card-OK
               move "No control card - season, start date, and game days
      -            " are required" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           close Control-Card-File
           move zero to Game-Day-Count
           inspect CTL-Game-Days tallying Game-Day-Count for all "Y"
           evaluate true
               when CTL-Season equal spaces
                   move "Control card has no season" to Error-Message
                   perform 8900-Scream-and-Die
               when CTL-Start-Date not numeric
                   move "Control card start date is not numeric"
                       to Error-Message
                   perform 8900-Scream-and-Die
               when function test-date-yyyymmdd(CTL-Start-Date)
                       not equal zero
                   move "Control card start date is not a valid date"
                       to Error-Message
                   perform 8900-Scream-and-Die
               when Game-Day-Count equal zero
                   move "Control card allows no game days"
                       to Error-Message
                   perform 8900-Scream-and-Die
               when CTL-Division-Meetings not numeric
                    or CTL-Conference-Meetings not numeric
                    or CTL-Interconf-Meetings not numeric
                   move "Control card meeting counts must be numeric"
                       to Error-Message
                   perform 8900-Scream-and-Die
               when other
                   continue
           end-evaluate
           move CTL-Division-Meetings to Max-Meetings
           if CTL-Conference-Meetings greater than Max-Meetings
               move CTL-Conference-Meetings to Max-Meetings
           end-if
           if CTL-Interconf-Meetings greater than Max-Meetings
               move CTL-Interconf-Meetings to Max-Meetings
           end-if
           if Max-Meetings equal zero
               move "Control card meeting counts are all zero"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
      * The first game day is the start date itself if it is an
      * allowed day, otherwise the next allowed day after it.
           compute Walk-Integer =
               function integer-of-date(CTL-Start-Date) - 1
           end-compute
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
      * retired teams are not scheduled
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
                   move zero to TS-Home-Balance(Team-Count)
                   move zero to TS-Last-Day(Team-Count)
               end-if
               perform 2100-Read-Next-Team
           end-perform
           close Team-Master-File
           if Team-Count less than 2
               move "Fewer than two active teams - nothing to schedule"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
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
       3000-Generate-and-List.
      *****************************************************************
      * Every game is released twice - once from each side - and the
      * sort hands them back in team/date order for the cards and the
      * proof listing.
      *****************************************************************
           sort Game-Sort-File
               on ascending key SRT-Team-Name
               on ascending key SRT-Game-Date
               input procedure 3100-Generate-Games
               output procedure 5000-Write-Cards-and-Proof
           if not sort-return equal zero
               move "SORT Generate-and-List" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3100-Generate-Games.
           move Team-Count to Slot-Count
           if function mod(Slot-Count 2) not equal zero
               add 1 to Slot-Count
           end-if
           perform varying Cycle-Sub from 1 by 1
                   until Cycle-Sub greater than Max-Meetings
      * Each cycle starts from the same arrangement, so the pairing
      * order repeats and the home side is settled afresh.
               perform varying Slot-Sub from 1 by 1
                       until Slot-Sub greater than Slot-Count
                   if Slot-Sub greater than Team-Count
                       move zero to Rotation-Slot(Slot-Sub)
                   else
                       move Slot-Sub to Rotation-Slot(Slot-Sub)
                   end-if
               end-perform
               perform varying Round-Sub from 1 by 1
                       until Round-Sub not less than Slot-Count
                   perform 3200-Play-One-Round
                   perform 3300-Rotate-Slots
               end-perform
           end-perform
           .
       3200-Play-One-Round.
           compute Pair-Count = Slot-Count / 2
           end-compute
           perform varying Pair-Sub from 1 by 1
                   until Pair-Sub greater than Pair-Count
               move Rotation-Slot(Pair-Sub) to Team-A
               compute Slot-Sub = Slot-Count + 1 - Pair-Sub
               end-compute
               move Rotation-Slot(Slot-Sub) to Team-B
               if Team-A not equal zero and Team-B not equal zero
                   perform 3400-Work-Out-Pair-Meetings
                   if Pair-Meetings not less than Cycle-Sub
                       perform 3500-Book-Game
                   end-if
               end-if
           end-perform
           .
       3300-Rotate-Slots.
      * Slot 1 is fixed; the last slot's team moves to slot 2 and
      * everyone else shifts one place along.
           move Rotation-Slot(Slot-Count) to Carried-Slot
           perform varying Slot-Sub from Slot-Count by -1
                   until Slot-Sub less than 3
               move Rotation-Slot(Slot-Sub - 1)
                   to Rotation-Slot(Slot-Sub)
           end-perform
           move Carried-Slot to Rotation-Slot(2)
           .
       3400-Work-Out-Pair-Meetings.
           evaluate true
               when TS-Conference(Team-A)
                       not equal TS-Conference(Team-B)
                   move CTL-Interconf-Meetings to Pair-Meetings
                   move "X" to Pairing-Type
               when TS-Division(Team-A) equal TS-Division(Team-B)
                   move CTL-Division-Meetings to Pair-Meetings
                   move "D" to Pairing-Type
               when other
                   move CTL-Conference-Meetings to Pair-Meetings
                   move "C" to Pairing-Type
           end-evaluate
           .
       3500-Book-Game.
      *****************************************************************
      * Home goes to whichever team is further behind on home games;
      * a tie alternates by round and pairing so neither side of the
      * circle is favored.  The game lands on the first game day
      * after both teams' last booked game.
      *****************************************************************
           compute Parity-Work =
               function mod(Round-Sub + Pair-Sub 2)
           end-compute
           if TS-Home-Balance(Team-A) less than TS-Home-Balance(Team-B)
               or (TS-Home-Balance(Team-A)
                       equal TS-Home-Balance(Team-B)
                   and Parity-Work equal zero)
               move Team-A to Home-Team
               move Team-B to Away-Team
           else
               move Team-B to Home-Team
               move Team-A to Away-Team
           end-if
           add 1 to TS-Home-Balance(Home-Team)
           subtract 1 from TS-Home-Balance(Away-Team)
           move TS-Last-Day(Team-A) to Game-Day
           if TS-Last-Day(Team-B) greater than Game-Day
               move TS-Last-Day(Team-B) to Game-Day
           end-if
           add 1 to Game-Day
           if Game-Day greater than 999
               move "Schedule needs more than 999 game days"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move Game-Day to TS-Last-Day(Team-A)
           move Game-Day to TS-Last-Day(Team-B)
           perform 3600-Find-Game-Date
           move Pairing-Type to SRT-Pairing-Type
           move Game-Date-Entry(Game-Day) to SRT-Game-Date
           move TS-Team-Name(Home-Team) to SRT-Team-Name
           move TS-Team-Name(Away-Team) to SRT-Opponent
           move "H" to SRT-Site
           release SD-Game-Record
           move TS-Team-Name(Away-Team) to SRT-Team-Name
           move TS-Team-Name(Home-Team) to SRT-Opponent
           move "A" to SRT-Site
           release SD-Game-Record
           add 1 to Games-Generated
           if Game-Date-Entry(Game-Day) greater than Last-Game-Date
               move Game-Date-Entry(Game-Day) to Last-Game-Date
           end-if
           .
       3600-Find-Game-Date.
      *****************************************************************
      * Extend the day-number calendar until it reaches this game's
      * day, stepping one calendar day at a time and keeping only the
      * allowed weekdays.  Day 1 of the date-integer scheme was a
      * Monday, so MOD 7 gives 1 for Monday through 0 for Sunday.
      *****************************************************************
           perform with test before
                   until Game-Date-Count not less than Game-Day
               add 1 to Walk-Integer
               compute Walk-Day-of-Week =
                   function mod(Walk-Integer 7)
               end-compute
               if Walk-Day-of-Week equal zero
                   move 7 to Walk-Flag-Sub
               else
                   move Walk-Day-of-Week to Walk-Flag-Sub
               end-if
               if CTL-Game-Day-Flag(Walk-Flag-Sub) equal "Y"
                   add 1 to Game-Date-Count
                   compute Game-Date-Entry(Game-Date-Count) =
                       function date-of-integer(Walk-Integer)
                   end-compute
               end-if
           end-perform
           .
       5000-Write-Cards-and-Proof.
           open output Schedule-Card-File
           if not Schedule-Card-OK
               string Const-Got-Status delimited by size
                      Schedule-Card-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTSCARD delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move CTL-Season to RPT-Season
           move CTL-Start-Date to RPT-Start-Date
           display Proof-Title-Line
           move spaces to Current-Team
           move spaces to Game-Sort-Status
           perform 5100-Return-Next-Game
           perform with test before
                   until Game-Sort-EOF
               if SRT-Team-Name not equal Current-Team
                   if Current-Team not equal spaces
                       perform 5400-Print-Team-Totals
                   end-if
                   perform 5300-Start-Team
               end-if
               perform 5200-Write-Card-and-Line
               perform 5100-Return-Next-Game
           end-perform
           if Current-Team not equal spaces
               perform 5400-Print-Team-Totals
           end-if
           close Schedule-Card-File
           .
       5100-Return-Next-Game.
           return Game-Sort-File
               at end
                   set Game-Sort-EOF to true
           end-return
           .
       5200-Write-Card-and-Line.
           move spaces to Schedule-Card-Record
           move SRT-Team-Name to SCC-Team-Name
           move CTL-Season to SCC-Season
           move SRT-Game-Date to SCC-Game-Date
           move SRT-Opponent to SCC-Opponent
           move "R" to SCC-Game-Type
           move "1" to SCC-Game-Number
           move SRT-Site to SCC-Site
           write Schedule-Card-Record
           if not Schedule-Card-OK
               string Const-Got-Status delimited by size
                      Schedule-Card-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-FRTSCARD delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           add 1 to Cards-Written
           add 1 to Team-Games
           move SRT-Game-Date to RPT-Game-Date
           move SRT-Opponent to RPT-Opponent
           if SRT-Site equal "H"
               move "vs  " to RPT-Site-Word
               add 1 to Team-Home-Games
           else
               move "at  " to RPT-Site-Word
               add 1 to Team-Away-Games
           end-if
           evaluate true
               when SRT-Division-Game
                   move "division" to RPT-Pairing-Word
                   add 1 to Team-Division-Games
               when SRT-Conference-Game
                   move "conference" to RPT-Pairing-Word
                   add 1 to Team-Conference-Games
               when other
                   move "interconference" to RPT-Pairing-Word
                   add 1 to Team-Interconf-Games
           end-evaluate
           display Game-Line
           .
       5300-Start-Team.
           move SRT-Team-Name to Current-Team
           move zero to Team-Games
           move zero to Team-Home-Games
           move zero to Team-Away-Games
           move zero to Team-Division-Games
           move zero to Team-Conference-Games
           move zero to Team-Interconf-Games
           move Current-Team to RPT-Team-Name
           display space
           display Team-Header-Line
           .
       5400-Print-Team-Totals.
           move Team-Games to RPT-Team-Games
           move Team-Home-Games to RPT-Team-Home
           move Team-Away-Games to RPT-Team-Away
           move Team-Division-Games to RPT-Team-Division
           move Team-Conference-Games to RPT-Team-Conference
           move Team-Interconf-Games to RPT-Team-Interconf
           display Team-Totals-Line
           if Team-Home-Games greater than Team-Away-Games
               compute Team-Imbalance =
                   Team-Home-Games - Team-Away-Games
               end-compute
           else
               compute Team-Imbalance =
                   Team-Away-Games - Team-Home-Games
               end-compute
           end-if
           if Team-Imbalance greater than Worst-Imbalance
               move Team-Imbalance to Worst-Imbalance
           end-if
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Team-Count to RPT-Team-Count
           move Games-Generated to RPT-Games-Generated
           move Cards-Written to RPT-Cards-Written
           move Last-Game-Date to RPT-Last-Game-Date
           move Worst-Imbalance to RPT-Worst-Imbalance
           display space
           display Totals-Line
           display space
           display Sign-Off-Line
           .
