       Identification Division.
       Program-Id. FRTRLOAD.
      *****************************************************************
      * Game result load job.  Reads SYSIN cards - one per team per
      * final game, carrying team, season, game date, game number,
      * and the final score from that team's side - and writes them
      * to the game-result KSDS beside the schedule.  A card must
      * match a game on the team's schedule (the opponent is taken
      * from there, not keyed), the game must not be dated after the
      * run date, and a basketball game cannot end tied.  A card for
      * a game already on file replaces the earlier entry - that is
      * how a wrong score is corrected.  Each card is checked against
      * the opponent's entry for the same game if one is on file: a
      * disagreeing pair is still loaded, so the two sides can be
      * corrected in either order, but it is listed here and FRTWLST
      * keeps the game out of the standings until the halves agree.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Schedule-File
               Record Key SCH-Record-Key
               Assign to "FRTSCHED"
               Organization Indexed
               Access Random
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
           05  RCC-Team-Name              pic x(20).
           05  RCC-Season                 pic x(4).
           05  RCC-Game-Date              pic 9(8).
           05  RCC-Game-Number            pic x(1).
           05  RCC-Team-Score             pic 9(3).
           05  RCC-Opponent-Score         pic 9(3).
           05  filler                     pic x(41).
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
               88  Control-Card-EOF       value "10".
           05  Schedule-File-Status       pic x(02).
               88  Schedule-File-OK       value "00".
               88  Schedule-Not-Found     value "23".
           05  Result-File-Status         pic x(02).
               88  Result-File-OK         value "00".
               88  Result-Duplicate       value "22".
               88  Result-Not-Found       value "23".
      *****************************************************************
      * The card's entry, held while the opponent's half is read into
      * the same record area.
      *****************************************************************
       01  Card-Result-Record.
           copy FRTGRES.
       01  Run-Date-Field                 pic 9(8).
       01  Report-Counters.
           05  Cards-Read                 pic 9(07) comp.
           05  Results-Loaded             pic 9(07) comp.
           05  Results-Replaced           pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
           05  Results-Disagreeing        pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-REWRITE              pic x(07) value "REWRITE".
           05  Const-Of-FRTSCHED          pic x(13)
               value " of FRTSCHED.".
           05  Const-Of-FRTGRES           pic x(12)
               value " of FRTGRES.".
           05  Const-Of-SYSIN             pic x(10)
               value " of SYSIN.".
       01  Report-Lines.
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Team           pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Rej-Date           pic 9(8).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(40).
           05  Disagree-Line.
               10  filler                 pic x(24)
                   value "Loaded, DISAGREES with  ".
               10  RPT-Dis-Opponent       pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Dis-Date           pic 9(8).
               10  filler                 pic x(08) value " - card".
               10  RPT-Dis-Card-Score     pic zz9.
               10  filler                 pic x(01) value "-".
               10  RPT-Dis-Card-Opp       pic zz9.
               10  filler                 pic x(13)
                   value ", opponent's".
               10  RPT-Dis-Mirror-Score   pic zz9.
               10  filler                 pic x(01) value "-".
               10  RPT-Dis-Mirror-Opp     pic zz9.
           05  Totals-Line.
               10  filler                 pic x(13)
                   value "Cards read: ".
               10  RPT-Cards-Read         pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Loaded: ".
               10  RPT-Results-Loaded     pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Replaced: ".
               10  RPT-Results-Replaced   pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Cards-Rejected     pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  Disagreeing: ".
               10  RPT-Results-Disagreeing
                                          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Results
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Cards-Read
           move zero to Results-Loaded
           move zero to Results-Replaced
           move zero to Cards-Rejected
           move zero to Results-Disagreeing
           move function current-date(1:8) to Run-Date-Field
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
           open i-o Result-File
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
           .
       1000-Load-Results.
           perform 1100-Read-Next-Card
           perform with test before
                   until Control-Card-EOF
               add 1 to Cards-Read
               perform 2000-Validate-and-Write
               perform 1100-Read-Next-Card
           end-perform
           .
       1100-Read-Next-Card.
           read Control-Card-File
               into Control-Card-Record
           end-read
           if not Control-Card-OK and not Control-Card-EOF
               string Const-Got-Status delimited by size
                      Control-Card-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-SYSIN delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Validate-and-Write.
           evaluate true
               when RCC-Team-Name equal spaces
                    or RCC-Season equal spaces
                   move "team and season are required"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when RCC-Game-Date not numeric
                    or RCC-Game-Date equal zero
                   move "game date is missing or not numeric"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when RCC-Game-Date greater than Run-Date-Field
                   move "game date is after today - not final"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when RCC-Team-Score not numeric
                    or RCC-Opponent-Score not numeric
                   move "both scores must be numeric"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when RCC-Team-Score equal RCC-Opponent-Score
                   move "scores are tied - a game cannot end tied"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when other
                   perform 2100-Find-Scheduled-Game
                   evaluate true
                       when not Schedule-File-OK
                           move "no such game on the team's schedule"
                               to RPT-Rej-Reason
                           perform 2900-Reject-Card
                       when not SCH-Scheduled
                           move "game is postponed or cancelled"
                               to RPT-Rej-Reason
                           perform 2900-Reject-Card
                       when other
                           perform 3000-Write-Result-Record
                   end-evaluate
           end-evaluate
           .
       2100-Find-Scheduled-Game.
      *****************************************************************
      * The result hangs off a real schedule game; the opponent comes
      * from the schedule so a misspelled name cannot slip in here.
      *****************************************************************
           move RCC-Team-Name to SCH-Team-Name
           move RCC-Season to SCH-Season
           move RCC-Game-Date to SCH-Game-Date
      * An unnumbered card is the ordinary single game of the day;
      * a doubleheader's second game is punched 2.
           if RCC-Game-Number numeric
               and RCC-Game-Number not equal "0"
               move RCC-Game-Number to SCH-Game-Number
           else
               move 1 to SCH-Game-Number
           end-if
           read Schedule-File
           end-read
           if not Schedule-File-OK and not Schedule-Not-Found
               string Const-Got-Status delimited by size
                      Schedule-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-FRTSCHED delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2900-Reject-Card.
           move RCC-Team-Name to RPT-Rej-Team
           move RCC-Game-Date to RPT-Rej-Date
           display Reject-Line
           add 1 to Cards-Rejected
           .
       3000-Write-Result-Record.
           move SCH-Record-Key to GR-Record-Key in Card-Result-Record
           move SCH-Opponent to GR-Opponent in Card-Result-Record
           move RCC-Team-Score to GR-Team-Score in Card-Result-Record
           move RCC-Opponent-Score
               to GR-Opponent-Score in Card-Result-Record
           move Run-Date-Field to GR-Entered-Date in Card-Result-Record
           perform 3100-Check-Opponent-Entry
           move Card-Result-Record to FD-Result-Record
           write FD-Result-Record
           end-write
           evaluate true
               when Result-File-OK
                   add 1 to Results-Loaded
               when Result-Duplicate
                   perform 3200-Replace-Result-Record
               when other
                   string Const-Got-Status delimited by size
                          Result-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-WRITE delimited by size
                          Const-Of-FRTGRES delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       3100-Check-Opponent-Entry.
      *****************************************************************
      * The opponent's half of the same game, keyed from the other
      * side.  Not on file yet is fine - it simply has not been
      * entered.  On file, its scores must be this card's reversed.
      *****************************************************************
           move SCH-Opponent to GR-Team-Name in FD-Result-Record
           move SCH-Season to GR-Season in FD-Result-Record
           move SCH-Game-Date to GR-Game-Date in FD-Result-Record
           move SCH-Game-Number to GR-Game-Number in FD-Result-Record
           read Result-File
           end-read
           evaluate true
               when Result-File-OK
                   if GR-Team-Score in FD-Result-Record
                           not equal GR-Opponent-Score
                               in Card-Result-Record
                       or GR-Opponent-Score in FD-Result-Record
                           not equal GR-Team-Score
                               in Card-Result-Record
                       move SCH-Opponent to RPT-Dis-Opponent
                       move SCH-Game-Date to RPT-Dis-Date
                       move GR-Team-Score in Card-Result-Record
                           to RPT-Dis-Card-Score
                       move GR-Opponent-Score in Card-Result-Record
                           to RPT-Dis-Card-Opp
                       move GR-Opponent-Score in FD-Result-Record
                           to RPT-Dis-Mirror-Score
                       move GR-Team-Score in FD-Result-Record
                           to RPT-Dis-Mirror-Opp
                       display Disagree-Line
                       add 1 to Results-Disagreeing
                   end-if
               when Result-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Result-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-FRTGRES delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       3200-Replace-Result-Record.
      *****************************************************************
      * A second card for the same team and game is a correction: the
      * earlier entry is read for update and overwritten.
      *****************************************************************
           move GR-Record-Key in Card-Result-Record
               to GR-Record-Key in FD-Result-Record
           read Result-File
           end-read
           if Result-File-OK
               move Card-Result-Record to FD-Result-Record
               rewrite FD-Result-Record
               end-rewrite
           end-if
           if Result-File-OK
               add 1 to Results-Replaced
           else
               string Const-Got-Status delimited by size
                      Result-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-REWRITE delimited by size
                      Const-Of-FRTGRES delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Cards-Read to RPT-Cards-Read
           move Results-Loaded to RPT-Results-Loaded
           move Results-Replaced to RPT-Results-Replaced
           move Cards-Rejected to RPT-Cards-Rejected
           move Results-Disagreeing to RPT-Results-Disagreeing
           display space
           display Totals-Line
           .
       9900-Close.
           close Result-File
           close Schedule-File
           close Control-Card-File
           .
