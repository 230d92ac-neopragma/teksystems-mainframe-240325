       Identification Division.
       Program-Id. FRTITIN.
      *****************************************************************
      * Road-trip itinerary builder for the travel desk.  Reads one
      * team's upcoming games off the schedule (FRTSCHED) and groups
      * each run of consecutive away games - broken by the next home
      * game - into a road trip, then prints each trip day by day:
      * the flight out of the team's home airport (TEAMAPT), a leg
      * from city to city between games, and the flight home, each
      * leg with its AIRDIST distance and the AIRARRV local landing
      * time for the standard departure time.
      *
      * The departure time is DEPARTURE-TIME on the RUNPARM run-
      * parameter file, read through PRMGET as of today, 0900 when
      * the file has no setting; a time in cols 25-28 of the SYSIN
      * card is a one-night override, logged on the PRMAUDT audit
      * file.
      *
      * The opponent's airport is the one nearest its arena, through
      * AIRNEAR, when TEAMAPT carries the arena's coordinates, and
      * the opponent's own home airport otherwise.  The team flies
      * out the day before the first game of a trip and the morning
      * after each game; a leg that lands on or after the day of the
      * game it is flying to is flagged, since the day of a back-to-
      * back is the one the desk has to charter around.  Consecutive
      * games in the same city are a stay, not a leg.  Flight time is
      * the great-circle distance at a 500-mph block speed plus half
      * an hour for taxi and climb - close enough for an itinerary.
      * Postponed and cancelled games, and games with no site on the
      * schedule, are left out.  A leg with no airport on either end,
      * or a pair AIRDIST does not know, is listed as not routed.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Team-Airport-File
               Assign to "TEAMAPT"
               Organization Sequential
               Access Sequential
               File Status Team-Airport-File-Status.
           Select Schedule-File
               Record Key SCH-Record-Key
               Assign to "FRTSCHED"
               Organization Indexed
               Access Dynamic
               File Status Schedule-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Team-Name              pic x(20).
           05  CTL-Season                 pic x(4).
           05  CTL-Departure-Time         pic x(4).
           05  CTL-From-Date              pic x(8).
           05  filler                     pic x(44).
      * TEAMAPT card image as FRTTRVL reads it, plus the home arena's
      * coordinates in the columns that follow the airport code.
       FD  Team-Airport-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Team-Airport-Record.
           05  TAP-Team-Name              pic x(20).
           05  TAP-IATA-Code              pic x(3).
           05  filler                     pic x(1).
           05  TAP-Arena-Latitude         pic s9(2)v9(4)
                                          sign leading separate.
           05  filler                     pic x(1).
           05  TAP-Arena-Longitude        pic s9(3)v9(4)
                                          sign leading separate.
           05  filler                     pic x(40).
       FD  Schedule-File.
       01  FD-Schedule-Record.
           copy FRTSCHD.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Team-Airport-File-Status   pic x(02).
               88  Team-Airport-OK        value "00".
               88  Team-Airport-EOF       value "10".
           05  Schedule-File-Status       pic x(02).
               88  Schedule-File-OK       value "00".
               88  Schedule-File-EOF      value "10".
               88  Schedule-File-Not-Found
                                          value "23".
      *****************************************************************
      * Team-to-airport map, loaded up front.  The arena switch says
      * whether the card carried usable coordinates for AIRNEAR.
      *****************************************************************
       01  Airport-Map-Count              pic 9(03) value zero.
       01  Airport-Map-Table.
           05  Airport-Map-Entry occurs 1 to 200 times
                   depending on Airport-Map-Count
                   indexed by Airport-Map-Ix.
               10  APM-Team-Name          pic x(20).
               10  APM-IATA-Code          pic x(3).
               10  APM-Arena-Switch       pic x(1).
                   88  APM-Has-Arena      value "Y".
               10  APM-Arena-Latitude     pic s9(2)v9(4).
               10  APM-Arena-Longitude    pic s9(3)v9(4).
      *****************************************************************
      * The team's upcoming games, home and away, in schedule-key
      * (date) order - a home game is what ends a trip.
      *****************************************************************
       01  Game-Count                     pic 9(03) value zero.
       01  Game-Table.
           05  Game-Entry occurs 1 to 200 times
                   depending on Game-Count
                   indexed by Game-Ix.
               10  GAM-Game-Date          pic 9(8).
               10  GAM-Opponent           pic x(20).
               10  GAM-Site               pic x(1).
                   88  GAM-Home-Game      value "H".
                   88  GAM-Away-Game      value "A".
      * Parameter area for the AIRDIST subprogram - same field layout
      * as AIR-Parms in its Linkage Section.
       01  Distance-Parms.
           05  DSP-IATA-Code-1            pic x(3).
           05  DSP-IATA-Code-2            pic x(3).
           05  DSP-Distance-Miles         pic 9(5).
           05  DSP-Status                 pic x(1).
               88  DSP-Found              value "0".
               88  DSP-Not-Found          value "1".
      * Parameter area for the AIRARRV subprogram - same field layout
      * as ARV-Parms in its Linkage Section.
       01  Arrival-Parms.
           05  ARP-Origin-IATA            pic x(3).
           05  ARP-Dest-IATA              pic x(3).
           05  ARP-Departure-Date         pic 9(8).
           05  ARP-Departure-Time         pic 9(4).
           05  ARP-Duration-Minutes       pic 9(4).
           05  ARP-Arrival-Date           pic 9(8).
           05  ARP-Arrival-Time           pic 9(4).
           05  ARP-Status                 pic x(1).
               88  ARP-Found              value "0".
               88  ARP-Not-Found          value "1".
      * Parameter area for the AIRNEAR subprogram - same field layout
      * as ANR-Parms in its Linkage Section.
       01  Nearest-Parms.
           05  ANP-Latitude               pic s9(2)v9(4).
           05  ANP-Longitude              pic s9(3)v9(4).
           05  ANP-Count-Wanted           pic 9(1).
           05  ANP-Found-Count            pic 9(1).
           05  ANP-Choice occurs 5 times.
               10  ANP-IATA-Code          pic x(3).
               10  ANP-City               pic x(30).
               10  ANP-Distance-Miles     pic 9(5).
       01  Trip-Fields.
           05  Search-Team-Name           pic x(20).
           05  Search-Season              pic x(4).
           05  Search-From-Date           pic 9(8).
           05  Departure-Time             pic 9(4).
           05  Home-IATA-Code             pic x(3).
           05  Current-IATA-Code          pic x(3).
           05  Opponent-IATA-Code         pic x(3).
           05  Previous-Game-Date         pic 9(8).
           05  Trip-Switch                pic x(1).
               88  Trip-Is-Open           value "Y".
               88  Trip-Is-Closed         value "N".
           05  First-Game-Switch          pic x(1).
               88  First-Game-Of-Trip     value "Y".
           05  Trip-Number                pic 9(3).
           05  Trip-Game-Count            pic 9(3).
           05  Leg-Departure-Date         pic 9(8).
           05  Leg-Game-Date              pic 9(8).
           05  Leg-Type-Switch            pic x(1).
               88  Leg-Is-To-A-Game       value "G".
               88  Leg-Is-Home            value "H".
           05  Day-Integer                pic s9(9) comp.
           05  Not-Routed-Reason          pic x(40).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Departure-Value redefines RPP-Value.
               10  RPP-Departure-Time     pic 9(4).
               10  filler                 pic x(28).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Clock-Fields.
           05  CLK-Time                   pic 9(4).
           05  filler redefines CLK-Time.
               10  CLK-Hours              pic 9(2).
               10  CLK-Minutes            pic 9(2).
       01  Report-Counters.
           05  Games-Read                 pic 9(07) comp.
           05  Away-Games                 pic 9(07) comp.
           05  Trips-Built                pic 9(07) comp.
           05  Legs-Routed                pic 9(07) comp.
           05  Legs-Landing-Late          pic 9(07) comp.
           05  Legs-Not-Routed            pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-START                pic x(05) value "START".
           05  Const-Of-SYSIN             pic x(10) value " of SYSIN.".
           05  Const-Of-TEAMAPT           pic x(12)
               value " of TEAMAPT.".
           05  Const-Of-FRTSCHED          pic x(13)
               value " of FRTSCHED.".
           05  Const-Standard-Departure   pic 9(4) value 0900.
           05  Const-Block-Speed-MPH      pic 9(3) value 500.
           05  Const-Taxi-Minutes         pic 9(2) value 30.
       01  Report-Lines.
           05  Header-Line.
               10  filler                 pic x(22)
                   value "--- Road Trips:       ".
               10  RPT-HDR-Team-Name      pic x(20).
               10  filler                 pic x(08)
                   value " season ".
               10  RPT-HDR-Season         pic x(4).
               10  filler                 pic x(04) value " ---".
           05  Trip-Line.
               10  filler                 pic x(05) value "Trip ".
               10  RPT-Trip-Number        pic zz9.
               10  filler                 pic x(02) value ": ".
               10  RPT-Trip-Games         pic zz9.
               10  filler                 pic x(16)
                   value " away game(s), ".
               10  RPT-Trip-From-Date     pic 9999/99/99.
               10  filler                 pic x(03) value " - ".
               10  RPT-Trip-To-Date       pic 9999/99/99.
           05  Leg-Line.
               10  filler                 pic x(02) value spaces.
               10  RPT-Leg-Date           pic 9999/99/99.
               10  filler                 pic x(08) value "  FLY   ".
               10  RPT-Leg-Origin         pic x(3).
               10  filler                 pic x(01) value "-".
               10  RPT-Leg-Dest           pic x(3).
               10  filler                 pic x(01) value space.
               10  RPT-Leg-Miles          pic zz,zz9.
               10  filler                 pic x(08) value " mi dep ".
               10  RPT-Leg-Dep-Hours      pic 9(2).
               10  filler                 pic x(01) value ":".
               10  RPT-Leg-Dep-Minutes    pic 9(2).
               10  filler                 pic x(05) value " arr ".
               10  RPT-Leg-Arr-Date       pic 9999/99/99.
               10  filler                 pic x(01) value space.
               10  RPT-Leg-Arr-Hours      pic 9(2).
               10  filler                 pic x(01) value ":".
               10  RPT-Leg-Arr-Minutes    pic 9(2).
               10  RPT-Leg-Flag           pic x(23).
           05  Not-Routed-Line.
               10  filler                 pic x(02) value spaces.
               10  RPT-Nr-Date            pic 9999/99/99.
               10  filler                 pic x(08) value "  FLY   ".
               10  RPT-Nr-Origin          pic x(3).
               10  filler                 pic x(01) value "-".
               10  RPT-Nr-Dest            pic x(3).
               10  filler                 pic x(17)
                   value " NOT ROUTED - ".
               10  RPT-Nr-Reason          pic x(40).
           05  Game-Line.
               10  filler                 pic x(02) value spaces.
               10  RPT-Game-Date          pic 9999/99/99.
               10  RPT-Game-Activity      pic x(08).
               10  filler                 pic x(03) value "at ".
               10  RPT-Game-Opponent      pic x(20).
               10  filler                 pic x(03) value " (".
               10  RPT-Game-Airport       pic x(3).
               10  filler                 pic x(01) value ")".
           05  Totals-Line.
               10  filler                 pic x(13)
                   value "Games read: ".
               10  RPT-Games-Read         pic zzz,zz9.
               10  filler                 pic x(08)
                   value "  Away: ".
               10  RPT-Away-Games         pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Trips: ".
               10  RPT-Trips              pic zzz,zz9.
               10  filler                 pic x(08)
                   value "  Legs: ".
               10  RPT-Legs-Routed        pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Lands late: ".
               10  RPT-Legs-Late          pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Not routed: ".
               10  RPT-Legs-Not-Routed    pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Airport-Map
           perform 2000-Load-Upcoming-Games
           perform 3000-Build-Road-Trips
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Games-Read
           move zero to Away-Games
           move zero to Trips-Built
           move zero to Legs-Routed
           move zero to Legs-Landing-Late
           move zero to Legs-Not-Routed
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
               or CTL-Team-Name equal spaces
               or CTL-Season equal spaces
               move "Control card must name the team and the season"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move CTL-Team-Name to Search-Team-Name
           move CTL-Season to Search-Season
      *    The file's departure time as of today, unless the card
      *    overrides it for tonight - and then the override is logged.
      *    A blank from-date means games from today on.
           move Const-Standard-Departure to Departure-Time
           move "G" to RPP-Function
           move "FRTITIN" to RPP-Program-Id
           move "DEPARTURE-TIME" to RPP-Parm-Name
           move function current-date(1:8) to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Departure-Time numeric
               move RPP-Departure-Time to Departure-Time
           end-if
           if CTL-Departure-Time numeric
               move CTL-Departure-Time to Departure-Time
               move "O" to RPP-Function
               move spaces to RPP-Value
               move CTL-Departure-Time to RPP-Departure-Time
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-From-Date numeric
               and CTL-From-Date not equal zero
               move CTL-From-Date to Search-From-Date
           else
               move function current-date(1:8) to Search-From-Date
           end-if
           close Control-Card-File
           .
       1000-Load-Airport-Map.
           open input Team-Airport-File
           if not Team-Airport-OK
               string Const-Got-Status delimited by size
                      Team-Airport-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-TEAMAPT delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 1100-Read-Next-Airport
           perform with test before
                   until Team-Airport-EOF
               if TAP-Team-Name greater than spaces
                   and TAP-IATA-Code greater than spaces
                   if Airport-Map-Count equal 200
                       move "More than 200 teams on TEAMAPT"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Airport-Map-Count
                   perform 1200-Map-One-Team
               end-if
               perform 1100-Read-Next-Airport
           end-perform
           close Team-Airport-File
           .
       1100-Read-Next-Airport.
           read Team-Airport-File
               into Team-Airport-Record
           end-read
           if not Team-Airport-OK and not Team-Airport-EOF
               string Const-Got-Status delimited by size
                      Team-Airport-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-TEAMAPT delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1200-Map-One-Team.
      *****************************************************************
      * Cards punched before the arena columns existed are blank
      * there; those teams are routed through their home airport.
      *****************************************************************
           move TAP-Team-Name to APM-Team-Name(Airport-Map-Count)
           move TAP-IATA-Code to APM-IATA-Code(Airport-Map-Count)
           move "N" to APM-Arena-Switch(Airport-Map-Count)
           move zero to APM-Arena-Latitude(Airport-Map-Count)
           move zero to APM-Arena-Longitude(Airport-Map-Count)
           if TAP-Arena-Latitude numeric
               and TAP-Arena-Longitude numeric
               and (TAP-Arena-Latitude not equal zero
                    or TAP-Arena-Longitude not equal zero)
               set APM-Has-Arena(Airport-Map-Count) to true
               move TAP-Arena-Latitude
                   to APM-Arena-Latitude(Airport-Map-Count)
               move TAP-Arena-Longitude
                   to APM-Arena-Longitude(Airport-Map-Count)
           end-if
           .
       2000-Load-Upcoming-Games.
      *****************************************************************
      * The schedule key leads with the team and season, so one
      * START positions on the team's first game on or after the
      * from-date and the browse stops when the team or season
      * changes.
      *****************************************************************
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
           move Search-Team-Name to SCH-Team-Name
           move Search-Season to SCH-Season
           move Search-From-Date to SCH-Game-Date
           move zero to SCH-Game-Number
           start Schedule-File
               key not less than SCH-Record-Key
           end-start
           evaluate true
               when Schedule-File-OK
                   perform 2100-Read-Next-Game
                   perform with test before
                           until Schedule-File-EOF
                           or SCH-Team-Name not equal Search-Team-Name
                           or SCH-Season not equal Search-Season
                       add 1 to Games-Read
                       if SCH-Scheduled
                           and (SCH-Home-Game or SCH-Away-Game)
                           perform 2200-Buffer-One-Game
                       end-if
                       perform 2100-Read-Next-Game
                   end-perform
               when Schedule-File-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Schedule-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-START delimited by size
                          Const-Of-FRTSCHED delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           close Schedule-File
           .
       2100-Read-Next-Game.
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
       2200-Buffer-One-Game.
           if Game-Count equal 200
               move "More than 200 games on the team's schedule"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Game-Count
           move SCH-Game-Date to GAM-Game-Date(Game-Count)
           move SCH-Opponent to GAM-Opponent(Game-Count)
           move SCH-Site to GAM-Site(Game-Count)
           if SCH-Away-Game
               add 1 to Away-Games
           end-if
           .
       3000-Build-Road-Trips.
           move Search-Team-Name to RPT-HDR-Team-Name
           move Search-Season to RPT-HDR-Season
           display Header-Line
           move spaces to Home-IATA-Code
           set Airport-Map-Ix to 1
           search Airport-Map-Entry
               at end
                   continue
               when APM-Team-Name(Airport-Map-Ix)
                       equal Search-Team-Name
                   move APM-IATA-Code(Airport-Map-Ix)
                       to Home-IATA-Code
           end-search
           if Home-IATA-Code equal spaces
               string "No home airport on TEAMAPT for "
                          delimited by size
                      Search-Team-Name delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move zero to Trip-Number
           set Trip-Is-Closed to true
           perform varying Game-Ix from 1 by 1
                   until Game-Ix greater than Game-Count
               evaluate true
                   when GAM-Away-Game(Game-Ix)
                       if Trip-Is-Closed
                           perform 3100-Open-Trip
                       end-if
                       perform 3200-Travel-to-Game
                   when Trip-Is-Open
                       perform 3900-Close-Trip
                   when other
                       continue
               end-evaluate
           end-perform
           if Trip-Is-Open
               perform 3900-Close-Trip
           end-if
           .
       3100-Open-Trip.
      *****************************************************************
      * Count the trip's games ahead for the heading; the trip runs
      * until the next home game or the end of the schedule.
      *****************************************************************
           set Trip-Is-Open to true
           set First-Game-Of-Trip to true
           add 1 to Trip-Number
           add 1 to Trips-Built
           move Home-IATA-Code to Current-IATA-Code
           move zero to Trip-Game-Count
           move GAM-Game-Date(Game-Ix) to RPT-Trip-From-Date
           perform varying Game-Ix from Game-Ix by 1
                   until Game-Ix greater than Game-Count
                   or not GAM-Away-Game(Game-Ix)
               add 1 to Trip-Game-Count
               move GAM-Game-Date(Game-Ix) to RPT-Trip-To-Date
           end-perform
           set Game-Ix down by Trip-Game-Count
           move Trip-Number to RPT-Trip-Number
           move Trip-Game-Count to RPT-Trip-Games
           display space
           display Trip-Line
      *    The flight out leaves the day before the first game.
           compute Day-Integer =
               function integer-of-date(GAM-Game-Date(Game-Ix)) - 1
           end-compute
           compute Leg-Departure-Date =
               function date-of-integer(Day-Integer)
           end-compute
           .
       3200-Travel-to-Game.
           perform 3300-Find-Opponent-Airport
           if First-Game-Of-Trip
               move "N" to First-Game-Switch
           else
      *        Past the first game: leave the morning after the last.
               compute Day-Integer =
                   function integer-of-date(Previous-Game-Date) + 1
               end-compute
               compute Leg-Departure-Date =
                   function date-of-integer(Day-Integer)
               end-compute
           end-if
           if Opponent-IATA-Code equal Current-IATA-Code
               and Opponent-IATA-Code not equal spaces
               move "  STAY  " to RPT-Game-Activity
           else
               set Leg-Is-To-A-Game to true
               move GAM-Game-Date(Game-Ix) to Leg-Game-Date
               perform 5000-Fly-One-Leg
               move "  GAME  " to RPT-Game-Activity
           end-if
           move GAM-Game-Date(Game-Ix) to RPT-Game-Date
           move GAM-Opponent(Game-Ix) to RPT-Game-Opponent
           move Opponent-IATA-Code to RPT-Game-Airport
           display Game-Line
           move Opponent-IATA-Code to Current-IATA-Code
           move GAM-Game-Date(Game-Ix) to Previous-Game-Date
           .
       3300-Find-Opponent-Airport.
      *****************************************************************
      * The airport nearest the opponent's arena when TEAMAPT has the
      * arena's coordinates, the opponent's home airport otherwise.
      *****************************************************************
           move spaces to Opponent-IATA-Code
           set Airport-Map-Ix to 1
           search Airport-Map-Entry
               at end
                   continue
               when APM-Team-Name(Airport-Map-Ix)
                       equal GAM-Opponent(Game-Ix)
                   move APM-IATA-Code(Airport-Map-Ix)
                       to Opponent-IATA-Code
                   if APM-Has-Arena(Airport-Map-Ix)
                       move APM-Arena-Latitude(Airport-Map-Ix)
                           to ANP-Latitude
                       move APM-Arena-Longitude(Airport-Map-Ix)
                           to ANP-Longitude
                       move 1 to ANP-Count-Wanted
                       call "AIRNEAR" using
                           by reference Nearest-Parms
                       end-call
                       if ANP-Found-Count greater than zero
                           move ANP-IATA-Code(1)
                               to Opponent-IATA-Code
                       end-if
                   end-if
           end-search
           .
       3900-Close-Trip.
      *****************************************************************
      * Home the morning after the trip's last game.
      *****************************************************************
           compute Day-Integer =
               function integer-of-date(Previous-Game-Date) + 1
           end-compute
           compute Leg-Departure-Date =
               function date-of-integer(Day-Integer)
           end-compute
           move Home-IATA-Code to Opponent-IATA-Code
           set Leg-Is-Home to true
           perform 5000-Fly-One-Leg
           set Trip-Is-Closed to true
           .
       5000-Fly-One-Leg.
      *****************************************************************
      * One flight from where the team is to Opponent-IATA-Code,
      * leaving Leg-Departure-Date at the standard departure time.
      * A leg to a game that lands on or after game day is flagged.
      *****************************************************************
           move spaces to Not-Routed-Reason
           if Current-IATA-Code equal spaces
               or Opponent-IATA-Code equal spaces
               move "no airport on TEAMAPT for one end"
                   to Not-Routed-Reason
           else
               move Current-IATA-Code to DSP-IATA-Code-1
               move Opponent-IATA-Code to DSP-IATA-Code-2
               call "AIRDIST" using
                   by reference Distance-Parms
               end-call
               if DSP-Not-Found
                   move "airport pair not on airport reference"
                       to Not-Routed-Reason
               end-if
           end-if
           if Not-Routed-Reason equal spaces
               move Current-IATA-Code to ARP-Origin-IATA
               move Opponent-IATA-Code to ARP-Dest-IATA
               move Leg-Departure-Date to ARP-Departure-Date
               move Departure-Time to ARP-Departure-Time
               compute ARP-Duration-Minutes rounded =
                   DSP-Distance-Miles * 60 / Const-Block-Speed-MPH
                   + Const-Taxi-Minutes
               end-compute
               call "AIRARRV" using
                   by reference Arrival-Parms
               end-call
               if ARP-Not-Found
                   move "airport not on the airport reference"
                       to Not-Routed-Reason
               end-if
           end-if
           if Not-Routed-Reason equal spaces
               perform 5100-Report-Leg
           else
               move Leg-Departure-Date to RPT-Nr-Date
               move Current-IATA-Code to RPT-Nr-Origin
               move Opponent-IATA-Code to RPT-Nr-Dest
               move Not-Routed-Reason to RPT-Nr-Reason
               display Not-Routed-Line
               add 1 to Legs-Not-Routed
           end-if
           .
       5100-Report-Leg.
           add 1 to Legs-Routed
           move Leg-Departure-Date to RPT-Leg-Date
           move Current-IATA-Code to RPT-Leg-Origin
           move Opponent-IATA-Code to RPT-Leg-Dest
           move DSP-Distance-Miles to RPT-Leg-Miles
           move Departure-Time to CLK-Time
           move CLK-Hours to RPT-Leg-Dep-Hours
           move CLK-Minutes to RPT-Leg-Dep-Minutes
           move ARP-Arrival-Date to RPT-Leg-Arr-Date
           move ARP-Arrival-Time to CLK-Time
           move CLK-Hours to RPT-Leg-Arr-Hours
           move CLK-Minutes to RPT-Leg-Arr-Minutes
           move spaces to RPT-Leg-Flag
           if Leg-Is-To-A-Game
               and ARP-Arrival-Date not less than Leg-Game-Date
               move "  ** LANDS ON GAME DAY" to RPT-Leg-Flag
               add 1 to Legs-Landing-Late
           end-if
           display Leg-Line
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Games-Read to RPT-Games-Read
           move Away-Games to RPT-Away-Games
           move Trips-Built to RPT-Trips
           move Legs-Routed to RPT-Legs-Routed
           move Legs-Landing-Late to RPT-Legs-Late
           move Legs-Not-Routed to RPT-Legs-Not-Routed
           display space
           display Totals-Line
           .
