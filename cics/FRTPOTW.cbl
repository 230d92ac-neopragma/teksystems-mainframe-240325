       Identification Division.
       Program-Id. FRTPOTW.
      *****************************************************************
      * Player-of-the-week selection worksheet.  The league names a
      * free-throw player of the week in each conference, and the
      * staff used to pick one from memory and the FRTSTRK streak
      * report.  This job totals every player's posted FRTGDTL games
      * for the week ending on the SYSIN card date (the seven days
      * through it), scores each player on the league office's
      * points formula, and prints the top five in each conference
      * - by the team's conference on FRTTEAMS - with the week's
      * game lines under each.  The player ranked first in each
      * conference is filed on the FRTPOWH history file, which
      * FRTBULL prints from and which keeps every winner for the
      * record book.
      *
      * The formula is the league office's to tune, through PRMMNT on
      * the RUNPARM run-parameter file, read through PRMGET as of the
      * week-ending date:
      *   points = completed         x completed weight
      *          + three-pointers    x three-pointer weight
      *          + games played      x game weight
      *          + percentage points x percentage weight, counted
      *            only on at least the minimum attempts for the week
      * The settings are COMPLETED-WEIGHT, THREE-WEIGHT, GAME-WEIGHT,
      * and PCT-WEIGHT (four digits, two of them decimals) and
      * MINIMUM-ATTEMPTS (three digits).  One the file does not set
      * takes the standard value shown in the worksheet heading; a
      * zero weight leaves that term out.  A value in the card's
      * weight fields is a one-night override, logged on the PRMAUDT
      * audit file.
      *
      * A player suspended on FRTELIG at any time during the week is
      * not a candidate, and is listed as excluded so the worksheet
      * shows why a big week is missing.  A player whose team is not
      * active on the team master is not ranked.  Ties rank on
      * completed, then team and player name.
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
           Select Team-Master-File
               Record Key TM-Team-Name
               Assign to "FRTTEAMS"
               Organization Indexed
               Access Random
               File Status Team-Master-File-Status.
           Select Eligibility-File
               Record Key EL-Record-Key
               Assign to "FRTELIG"
               Organization Indexed
               Access Random
               File Status Eligibility-File-Status.
           Select History-File
               Record Key POW-Record-Key
               Assign to "FRTPOWH"
               Organization Indexed
               Access Random
               File Status History-File-Status.
           Select Candidate-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Season                 pic x(4).
           05  CTL-Week-Ending            pic 9(8).
           05  CTL-Completed-Weight       pic x(4).
           05  CTL-Completed-Weight-N redefines CTL-Completed-Weight
                                          pic 9(2)v99.
           05  CTL-Pct-Weight             pic x(4).
           05  CTL-Pct-Weight-N redefines CTL-Pct-Weight
                                          pic 9(2)v99.
           05  CTL-Minimum-Attempts       pic x(3).
           05  CTL-Minimum-Attempts-N redefines CTL-Minimum-Attempts
                                          pic 9(3).
           05  CTL-Three-Weight           pic x(4).
           05  CTL-Three-Weight-N redefines CTL-Three-Weight
                                          pic 9(2)v99.
           05  CTL-Game-Weight            pic x(4).
           05  CTL-Game-Weight-N redefines CTL-Game-Weight
                                          pic 9(2)v99.
           05  filler                     pic x(49).
       FD  Game-Detail-File.
       01  FD-Game-Detail-Record.
           copy FRTGDTL.
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
       FD  Eligibility-File.
       01  FD-Eligibility-Record.
           copy FRTELGB.
       FD  History-File.
       01  FD-History-Record.
           copy FRTPOWH.
       SD  Candidate-Sort-File.
       01  SD-Candidate-Record.
           05  CND-Conference             pic x(12).
           05  CND-Points                 pic 9(5)v9.
           05  CND-Completed              pic 9(5).
           05  CND-Team-Name              pic x(20).
           05  CND-Player-Name            pic x(20).
           05  CND-Games                  pic 9(3).
           05  CND-Attempts               pic 9(5).
           05  CND-Three-Pointers         pic 9(5).
           05  CND-Pct                    pic 999v9.
           05  CND-Line-Count             pic 9(2).
           05  CND-Game-Line occurs 7 times.
               10  CND-Game-Date          pic 9(8).
               10  CND-Game-Number        pic 9(1).
               10  CND-Opponent           pic x(20).
               10  CND-Line-Attempts      pic 9(5).
               10  CND-Line-Completed     pic 9(5).
               10  CND-Line-Three         pic 9(5).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Game-Detail-File-Status    pic x(02).
               88  Game-Detail-OK         value "00".
               88  Game-Detail-EOF        value "10".
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-Not-Found  value "23".
           05  Eligibility-File-Status    pic x(02).
               88  Eligibility-OK         value "00".
               88  Eligibility-Not-Found  value "23".
               88  Eligibility-Missing    value "35".
           05  History-File-Status        pic x(02).
               88  History-OK             value "00".
               88  History-Duplicate      value "22".
       01  Eligibility-File-Switch        pic x value "Y".
           88  Eligibility-File-Present   value "Y".
      *****************************************************************
      * The week and the formula weights in force for this run.
      *****************************************************************
       01  Selection-Fields.
           05  Search-Season              pic x(4).
           05  Week-Ending-Date           pic 9(8).
           05  Week-Start-Date            pic 9(8).
           05  Week-Start-Integer         pic 9(8) comp.
           05  Run-Date-Field             pic 9(8).
       01  Formula-Weights.
           05  Completed-Weight           pic 9(2)v99.
           05  Pct-Weight                 pic 9(2)v99.
           05  Minimum-Attempts           pic 9(3).
           05  Three-Weight               pic 9(2)v99.
           05  Game-Weight                pic 9(2)v99.
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Weight-Value redefines RPP-Value.
               10  RPP-Weight             pic 9(2)v99.
               10  filler                 pic x(28).
           05  RPP-Attempts-Value redefines RPP-Value.
               10  RPP-Minimum-Attempts   pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
      *****************************************************************
      * Control-break holds: the player whose week is being totalled
      * and the team last looked up on the team master.
      *****************************************************************
       01  Week-Controls.
           05  Current-Player-Key         pic x(40).
           05  Current-Team-Name          pic x(20).
           05  Team-Conference            pic x(12).
           05  Team-Roster-Switch         pic x.
               88  Team-Is-Current        value "Y".
           05  Suspension-Switch          pic x.
               88  Player-Was-Suspended   value "Y".
           05  Pct-Points                 pic 9(5)v9.
       01  Ranking-Controls.
           05  Candidate-Sort-Status      pic x.
               88  Candidate-Sort-EOF     value "Y".
           05  Current-Conference         pic x(12).
           05  Conference-Rank            pic 9(03).
           05  Max-Ranked-Rows            pic 9(02) comp value 5.
           05  Line-Sub                   pic 9(02) comp.
       01  Report-Counters.
           05  Details-Read               pic 9(07) comp.
           05  Details-Selected           pic 9(07) comp.
           05  Players-Scored             pic 9(07) comp.
           05  Players-Excluded           pic 9(07) comp.
           05  Winners-Filed              pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-REWRITE              pic x(07) value "REWRITE".
           05  Const-Of-FRTGDTL           pic x(12)
               value " of FRTGDTL.".
           05  Const-Of-FRTTEAMS          pic x(13)
               value " of FRTTEAMS.".
           05  Const-Of-FRTELIG           pic x(12)
               value " of FRTELIG.".
           05  Const-Of-FRTPOWH           pic x(12)
               value " of FRTPOWH.".
       01  Report-Lines.
           05  Run-Header-Line.
               10  filler                 pic x(36)
                   value "Player-of-the-week worksheet, week ".
               10  RPT-Week-Start         pic 9999/99/99.
               10  filler                 pic x(04) value " to ".
               10  RPT-Week-Ending        pic 9999/99/99.
               10  filler                 pic x(09) value "  season ".
               10  RPT-Season             pic x(4).
           05  Formula-Line.
               10  filler                 pic x(21)
                   value "Points = completed x ".
               10  RPT-Completed-Weight   pic z9.99.
               10  filler                 pic x(08) value " + 3pt x".
               10  RPT-Three-Weight       pic z9.99.
               10  filler                 pic x(10) value " + games x".
               10  RPT-Game-Weight        pic z9.99.
               10  filler                 pic x(08) value " + pct x".
               10  RPT-Pct-Weight         pic z9.99.
               10  filler                 pic x(08) value " (min ".
               10  RPT-Minimum-Attempts   pic zz9.
               10  filler                 pic x(06) value " att)".
           05  Conference-Header-Line.
               10  filler                 pic x(17)
                   value "=== Conference: ".
               10  RPT-Conference         pic x(12).
               10  filler                 pic x(04) value " ===".
           05  Column-Header-Line.
               10  filler                 pic x(49)
                   value "Rk Team                 Player".
               10  filler                 pic x(45)
                   value "  G   Att  Comp   3pt   Pct   Points".
           05  Candidate-Line.
               10  RPT-Rank               pic z9.
               10  filler                 pic x(01) value space.
               10  RPT-Team-Name          pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Player-Name        pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Games              pic zz9.
               10  filler                 pic x(01) value space.
               10  RPT-Attempts           pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Completed          pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Three-Pointers     pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Pct                pic zz9.9.
               10  filler                 pic x(01) value space.
               10  RPT-Points             pic zzzz9.9.
               10  filler                 pic x(01) value space.
               10  RPT-Winner-Flag        pic x(10).
           05  Game-Line.
               10  filler                 pic x(07) value spaces.
               10  RPT-GL-Date            pic 9999/99/99.
               10  filler                 pic x(02) value " g".
               10  RPT-GL-Game-Number     pic 9.
               10  filler                 pic x(04) value " vs ".
               10  RPT-GL-Opponent        pic x(20).
               10  filler                 pic x(05) value spaces.
               10  RPT-GL-Attempts        pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-GL-Completed       pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-GL-Three           pic zzzz9.
           05  Excluded-Line.
               10  filler                 pic x(23)
                   value "Excluded - suspended: ".
               10  RPT-EX-Team-Name       pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-EX-Player-Name     pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-EX-Reason          pic x(30).
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Details read: ".
               10  RPT-Details-Read       pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  In week: ".
               10  RPT-Details-Selected   pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Scored: ".
               10  RPT-Players-Scored     pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Excluded: ".
               10  RPT-Players-Excluded   pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Winners: ".
               10  RPT-Winners-Filed      pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 2000-Rank-Candidates
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Details-Read
           move zero to Details-Selected
           move zero to Players-Scored
           move zero to Players-Excluded
           move zero to Winners-Filed
           move function current-date(1:8) to Run-Date-Field
           open input Team-Master-File
           if not Team-Master-OK
               string Const-Got-Status delimited by size
                      Team-Master-File-Status delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTTEAMS delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Eligibility-File
           if Eligibility-Missing
      *****************************************************************
      * No eligibility file defined yet - nobody is suspended, the
      * same reading FRTGLOAD gives a missing file.
      *****************************************************************
               move "N" to Eligibility-File-Switch
           else
               if not Eligibility-OK
                   string Const-Got-Status delimited by size
                          Eligibility-File-Status delimited by size
                          Const-On delimited by size
                          Const-OPEN delimited by size
                          Const-Of-FRTELIG delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open i-o History-File
           if not History-OK
               string Const-Got-Status delimited by size
                      History-File-Status delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTPOWH delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Read-Control-Card.
      *****************************************************************
      * The card must carry the season and a valid week-ending date.
      * Each weight is the run-parameter file's as of the week-ending
      * date, or its standard value when the file has none; a weight
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
           move 1.00 to Completed-Weight
           move 0.25 to Pct-Weight
           move 10 to Minimum-Attempts
           move 0.50 to Three-Weight
           move 2.00 to Game-Weight
           move "COMPLETED-WEIGHT" to RPP-Parm-Name
           perform 1100-Get-Run-Parm
           if RPP-Found
               and RPP-Weight numeric
               move RPP-Weight to Completed-Weight
           end-if
           move "PCT-WEIGHT" to RPP-Parm-Name
           perform 1100-Get-Run-Parm
           if RPP-Found
               and RPP-Weight numeric
               move RPP-Weight to Pct-Weight
           end-if
           move "MINIMUM-ATTEMPTS" to RPP-Parm-Name
           perform 1100-Get-Run-Parm
           if RPP-Found
               and RPP-Minimum-Attempts numeric
               move RPP-Minimum-Attempts to Minimum-Attempts
           end-if
           move "THREE-WEIGHT" to RPP-Parm-Name
           perform 1100-Get-Run-Parm
           if RPP-Found
               and RPP-Weight numeric
               move RPP-Weight to Three-Weight
           end-if
           move "GAME-WEIGHT" to RPP-Parm-Name
           perform 1100-Get-Run-Parm
           if RPP-Found
               and RPP-Weight numeric
               move RPP-Weight to Game-Weight
           end-if
           if CTL-Completed-Weight numeric
               move CTL-Completed-Weight-N to Completed-Weight
               move "COMPLETED-WEIGHT" to RPP-Parm-Name
               perform 1200-Set-Up-Override
               move CTL-Completed-Weight-N to RPP-Weight
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Pct-Weight numeric
               move CTL-Pct-Weight-N to Pct-Weight
               move "PCT-WEIGHT" to RPP-Parm-Name
               perform 1200-Set-Up-Override
               move CTL-Pct-Weight-N to RPP-Weight
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Minimum-Attempts numeric
               move CTL-Minimum-Attempts-N to Minimum-Attempts
               move "MINIMUM-ATTEMPTS" to RPP-Parm-Name
               perform 1200-Set-Up-Override
               move CTL-Minimum-Attempts-N to RPP-Minimum-Attempts
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Three-Weight numeric
               move CTL-Three-Weight-N to Three-Weight
               move "THREE-WEIGHT" to RPP-Parm-Name
               perform 1200-Set-Up-Override
               move CTL-Three-Weight-N to RPP-Weight
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Game-Weight numeric
               move CTL-Game-Weight-N to Game-Weight
               move "GAME-WEIGHT" to RPP-Parm-Name
               perform 1200-Set-Up-Override
               move CTL-Game-Weight-N to RPP-Weight
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           close Control-Card-File
           move Week-Start-Date to RPT-Week-Start
           move Week-Ending-Date to RPT-Week-Ending
           move Search-Season to RPT-Season
           display Run-Header-Line
           move Completed-Weight to RPT-Completed-Weight
           move Three-Weight to RPT-Three-Weight
           move Game-Weight to RPT-Game-Weight
           move Pct-Weight to RPT-Pct-Weight
           move Minimum-Attempts to RPT-Minimum-Attempts
           display Formula-Line
           .
       1100-Get-Run-Parm.
           move "G" to RPP-Function
           move "FRTPOTW" to RPP-Program-Id
           move Week-Ending-Date to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           .
       1200-Set-Up-Override.
           move "O" to RPP-Function
           move "FRTPOTW" to RPP-Program-Id
           move Week-Ending-Date to RPP-As-Of-Date
           move spaces to RPP-Value
           .
       2000-Rank-Candidates.
           sort Candidate-Sort-File
               on ascending key CND-Conference
               on descending key CND-Points
               on descending key CND-Completed
               on ascending key CND-Team-Name
               on ascending key CND-Player-Name
               input procedure 2100-Score-Player-Weeks
               output procedure 3000-Print-Conferences
           if not sort-return equal zero
               move "SORT Candidates" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2100-Score-Player-Weeks.
      *****************************************************************
      * The detail file arrives in team and player order, so one
      * control break on the pair totals each player's week.
      *****************************************************************
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
           move low-values to Current-Player-Key
           move low-values to Current-Team-Name
           move zero to CND-Games
           perform 2200-Read-Next-Detail
           perform with test before
                   until Game-Detail-EOF
               add 1 to Details-Read
               if GD-Record-Key(1:40) not equal Current-Player-Key
                   perform 2500-Close-Player-Week
                   perform 2400-Open-Player-Week
               end-if
               if GD-Season equal Search-Season
                   and GD-Posted
                   and GD-Game-Date not less than Week-Start-Date
                   and GD-Game-Date not greater than Week-Ending-Date
                   perform 2300-Add-Game-to-Week
               end-if
               perform 2200-Read-Next-Detail
           end-perform
           perform 2500-Close-Player-Week
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
       2300-Add-Game-to-Week.
      *****************************************************************
      * A week holds at most seven game dates; a doubleheader past
      * that still counts in the totals, only its line is not kept.
      *****************************************************************
           add 1 to Details-Selected
           add 1 to CND-Games
           add GD-Attempts to CND-Attempts
           add GD-Completed to CND-Completed
           add GD-Three-Pointers to CND-Three-Pointers
           if CND-Line-Count less than 7
               add 1 to CND-Line-Count
               move GD-Game-Date to CND-Game-Date(CND-Line-Count)
               move GD-Game-Number to CND-Game-Number(CND-Line-Count)
               move GD-Opponent to CND-Opponent(CND-Line-Count)
               move GD-Attempts to CND-Line-Attempts(CND-Line-Count)
               move GD-Completed
                   to CND-Line-Completed(CND-Line-Count)
               move GD-Three-Pointers
                   to CND-Line-Three(CND-Line-Count)
           end-if
           .
       2400-Open-Player-Week.
           move GD-Record-Key(1:40) to Current-Player-Key
           initialize SD-Candidate-Record
           move GD-Team-Name to CND-Team-Name
           move GD-Player-Name to CND-Player-Name
           .
       2500-Close-Player-Week.
      *****************************************************************
      * A player with a game in the week is scored and released
      * unless the team is not current or the player was suspended
      * at any time in the week.
      *****************************************************************
           if Current-Player-Key not equal low-values
               and CND-Games greater than zero
               if CND-Team-Name not equal Current-Team-Name
                   perform 2600-Look-Up-Team
               end-if
               if Team-Is-Current
                   perform 2700-Check-Suspension
                   if Player-Was-Suspended
                       add 1 to Players-Excluded
                       move CND-Team-Name to RPT-EX-Team-Name
                       move CND-Player-Name to RPT-EX-Player-Name
                       move EL-Reason to RPT-EX-Reason
                       display Excluded-Line
                   else
                       perform 2800-Score-the-Week
                   end-if
               end-if
           end-if
           .
       2600-Look-Up-Team.
           move CND-Team-Name to Current-Team-Name
           move "N" to Team-Roster-Switch
           move CND-Team-Name to TM-Team-Name
           read Team-Master-File
           end-read
           evaluate true
               when Team-Master-OK
                   if TM-Active
                       set Team-Is-Current to true
                       move TM-Conference to Team-Conference
                   end-if
               when Team-Master-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Team-Master-File-Status delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-FRTTEAMS delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2700-Check-Suspension.
      *****************************************************************
      * Suspended any day of the week counts: the suspension window
      * overlaps the week when it starts on or before the week's last
      * day and ends on or after its first.
      *****************************************************************
           move "N" to Suspension-Switch
           if Eligibility-File-Present
               move CND-Team-Name to EL-Team-Name
               move CND-Player-Name to EL-Player-Name
               read Eligibility-File
               end-read
               evaluate true
                   when Eligibility-OK
                       if EL-Suspension-Start
                               not greater than Week-Ending-Date
                           and EL-Suspension-End
                               not less than Week-Start-Date
                           set Player-Was-Suspended to true
                       end-if
                   when Eligibility-Not-Found
                       continue
                   when other
                       string Const-Got-Status delimited by size
                              Eligibility-File-Status
                                  delimited by size
                              Const-On delimited by size
                              Const-READ delimited by size
                              Const-Of-FRTELIG delimited by size
                          into Error-Message
                       end-string
                       perform 8900-Scream-and-Die
               end-evaluate
           end-if
           .
       2800-Score-the-Week.
           add 1 to Players-Scored
           move Team-Conference to CND-Conference
           if CND-Attempts greater than zero
               compute CND-Pct rounded =
                   CND-Completed * 100 / CND-Attempts
           else
               move zero to CND-Pct
           end-if
           compute CND-Points rounded =
               CND-Completed * Completed-Weight
               + CND-Three-Pointers * Three-Weight
               + CND-Games * Game-Weight
           if CND-Attempts not less than Minimum-Attempts
               and CND-Attempts greater than zero
               compute Pct-Points rounded = CND-Pct * Pct-Weight
               add Pct-Points to CND-Points
           end-if
           release SD-Candidate-Record
           .
       3000-Print-Conferences.
           move spaces to Current-Conference
           move "N" to Candidate-Sort-Status
           perform 3100-Return-Next-Candidate
           perform with test before
                   until Candidate-Sort-EOF
               if CND-Conference not equal Current-Conference
                   or Conference-Rank equal zero
                   move CND-Conference to Current-Conference
                   move zero to Conference-Rank
                   move CND-Conference to RPT-Conference
                   display space
                   display Conference-Header-Line
                   display Column-Header-Line
               end-if
               add 1 to Conference-Rank
               if Conference-Rank not greater than Max-Ranked-Rows
                   perform 3200-Print-Candidate
               end-if
               if Conference-Rank equal 1
                   perform 3500-File-Winner
               end-if
               perform 3100-Return-Next-Candidate
           end-perform
           .
       3100-Return-Next-Candidate.
           return Candidate-Sort-File
               at end
                   set Candidate-Sort-EOF to true
           end-return
           .
       3200-Print-Candidate.
           move Conference-Rank to RPT-Rank
           move CND-Team-Name to RPT-Team-Name
           move CND-Player-Name to RPT-Player-Name
           move CND-Games to RPT-Games
           move CND-Attempts to RPT-Attempts
           move CND-Completed to RPT-Completed
           move CND-Three-Pointers to RPT-Three-Pointers
           move CND-Pct to RPT-Pct
           move CND-Points to RPT-Points
           if Conference-Rank equal 1
               move "** WINNER" to RPT-Winner-Flag
           else
               move spaces to RPT-Winner-Flag
           end-if
           display Candidate-Line
           perform varying Line-Sub from 1 by 1
                   until Line-Sub greater than CND-Line-Count
               move CND-Game-Date(Line-Sub) to RPT-GL-Date
               move CND-Game-Number(Line-Sub) to RPT-GL-Game-Number
               move CND-Opponent(Line-Sub) to RPT-GL-Opponent
               move CND-Line-Attempts(Line-Sub) to RPT-GL-Attempts
               move CND-Line-Completed(Line-Sub) to RPT-GL-Completed
               move CND-Line-Three(Line-Sub) to RPT-GL-Three
               display Game-Line
           end-perform
           .
       3500-File-Winner.
      *****************************************************************
      * A rerun for the same week replaces the week's winner.
      *****************************************************************
           move Week-Ending-Date to POW-Week-Ending
           move CND-Conference to POW-Conference
           move Search-Season to POW-Season
           move CND-Team-Name to POW-Team-Name
           move CND-Player-Name to POW-Player-Name
           move CND-Games to POW-Games
           move CND-Attempts to POW-Attempts
           move CND-Completed to POW-Completed
           move CND-Three-Pointers to POW-Three-Pointers
           move CND-Points to POW-Points
           move Run-Date-Field to POW-Selected-Date
           write FD-History-Record
           end-write
           if History-Duplicate
               rewrite FD-History-Record
               end-rewrite
               if not History-OK
                   string Const-Got-Status delimited by size
                          History-File-Status delimited by size
                          Const-On delimited by size
                          Const-REWRITE delimited by size
                          Const-Of-FRTPOWH delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               end-if
           else
               if not History-OK
                   string Const-Got-Status delimited by size
                          History-File-Status delimited by size
                          Const-On delimited by size
                          Const-WRITE delimited by size
                          Const-Of-FRTPOWH delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               end-if
           end-if
           add 1 to Winners-Filed
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Details-Read to RPT-Details-Read
           move Details-Selected to RPT-Details-Selected
           move Players-Scored to RPT-Players-Scored
           move Players-Excluded to RPT-Players-Excluded
           move Winners-Filed to RPT-Winners-Filed
           display space
           display Totals-Line
           .
       9900-Close.
           close History-File
           if Eligibility-File-Present
               close Eligibility-File
           end-if
           close Team-Master-File
           .
