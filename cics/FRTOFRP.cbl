       Identification Division.
       Program-Id. FRTOFRP.
      *****************************************************************
      * Officials free-throw report.  For each official on the
      * FRTOFCL master, the games worked this season and the free
      * throws awarded in them - both teams' attempts off FRTGDTL -
      * with the official's attempts per game set against the
      * league's, so the league office can spot an official whose
      * games run far above or below everyone else's.
      *
      * Driven by a SYSIN card carrying the season.  The game-detail
      * file is keyed by team and player, not by game, so the
      * season's details are sorted into game order the way FRTGBOX
      * sorts them - date, game number, then the two teams in name
      * order - which is also the order of the FRTOASN assignment
      * key, and the two are matched game by game.  Each game's
      * attempts are credited to every official on its crew.  A game
      * with details but no crew on file is counted, not credited;
      * a crew with no details yet has not played.
      *
      * The league average is attempts per officiated game.  An
      * official with at least Outlier-Minimum-Games games whose
      * average is more than Outlier-Percent over or under it is
      * flagged HIGH or LOW - fewer games than that prove nothing.
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
           Select Assignment-File
               Record Key OA-Record-Key
               Assign to "FRTOASN"
               Organization Indexed
               Access Dynamic
               File Status Assignment-File-Status.
           Select Official-File
               Record Key OF-Official-Id
               Assign to "FRTOFCL"
               Organization Indexed
               Access Sequential
               File Status Official-File-Status.
           Select Game-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Season                 pic x(4).
           05  filler                     pic x(76).
       FD  Game-Detail-File.
       01  FD-Game-Detail-Record.
           copy FRTGDTL.
       FD  Assignment-File.
       01  FD-Assignment-Record.
           copy FRTOASN.
       FD  Official-File.
       01  FD-Official-Record.
           copy FRTOFCL.
       SD  Game-Sort-File.
       01  SD-Game-Record.
           05  GSR-Game-Key.
               10  GSR-Game-Date          pic 9(8).
               10  GSR-Game-Number        pic 9(1).
               10  GSR-First-Team         pic x(20).
               10  GSR-Second-Team        pic x(20).
           05  GSR-Attempts               pic 9(5).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Game-Detail-File-Status    pic x(02).
               88  Game-Detail-OK         value "00".
               88  Game-Detail-EOF        value "10".
           05  Assignment-File-Status     pic x(02).
               88  Assignment-OK          value "00".
               88  Assignment-EOF         value "10".
               88  Assignment-Not-Found   value "23".
           05  Official-File-Status       pic x(02).
               88  Official-OK            value "00".
               88  Official-EOF           value "10".
       01  Report-Season                  pic x(4).
       01  Game-Sort-Status               pic x.
           88  Game-Sort-EOF              value "Y".
      *****************************************************************
      * Outlier thresholds: how many games an official must have
      * worked before being flagged at all, and how far either side
      * of the league average, in percent, an average must sit.
      *****************************************************************
       01  Outlier-Thresholds.
           05  Outlier-Minimum-Games      pic 9(03) value 5.
           05  Outlier-Percent            pic 9(03) value 25.
      *****************************************************************
      * The officials master, loaded in the file's own id order so a
      * crew id can be found with SEARCH ALL, with each official's
      * running games and attempts.
      *****************************************************************
       01  Official-Count                 pic 9(05) value zero.
       01  Official-Table.
           05  Official-Entry occurs 1 to 2000 times
                   depending on Official-Count
                   ascending key OFT-Official-Id
                   indexed by Official-Ix.
               10  OFT-Official-Id        pic x(6).
               10  OFT-Official-Name      pic x(30).
               10  OFT-Games              pic 9(05) comp.
               10  OFT-Attempts           pic 9(07) comp.
       01  Game-Controls.
           05  Current-Game-Key.
               10  CUR-Game-Date          pic 9(8).
               10  CUR-Game-Number        pic 9(1).
               10  CUR-First-Team         pic x(20).
               10  CUR-Second-Team        pic x(20).
           05  Game-Attempts              pic 9(05).
           05  Assignment-Game-Key.
               10  ASG-Season             pic x(4).
               10  ASG-Game-Key           pic x(49).
           05  Crew-Subscript             pic s9(4) binary.
       01  Average-Fields.
           05  League-Average             pic 9(03)v99.
           05  Official-Average           pic 9(03)v99.
           05  Official-Percent           pic 9(04).
       01  Report-Counters.
           05  Details-Read               pic 9(07) comp.
           05  Details-Selected           pic 9(07) comp.
           05  Games-Officiated           pic 9(07) comp.
           05  Games-No-Crew              pic 9(07) comp.
           05  Crew-Ids-Unknown           pic 9(07) comp.
           05  League-Attempts            pic 9(09) comp.
           05  Officials-Listed           pic 9(07) comp.
           05  Officials-Flagged          pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-START                pic x(05) value "START".
           05  Const-Of-FRTGDTL           pic x(12)
               value " of FRTGDTL.".
           05  Const-Of-FRTOASN           pic x(12)
               value " of FRTOASN.".
           05  Const-Of-FRTOFCL           pic x(12)
               value " of FRTOFCL.".
       01  Report-Lines.
           05  Run-Header-Line.
               10  filler                 pic x(40)
                   value "Officials free-throw report for season ".
               10  RPT-Season             pic x(4).
           05  League-Line.
               10  filler                 pic x(33)
                   value "League attempts per game:        ".
               10  RPT-League-Average     pic zz9.99.
           05  Column-Header-Line.
               10  filler                 pic x(38)
                   value "Id     Official".
               10  filler                 pic x(40)
                   value "Games  Attempts  Per game  Pct of lg".
           05  Official-Line.
               10  RPT-Official-Id        pic x(6).
               10  filler                 pic x(01) value space.
               10  RPT-Official-Name      pic x(30).
               10  filler                 pic x(01) value space.
               10  RPT-Games              pic zzzz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Attempts           pic z,zzz,zz9.
               10  filler                 pic x(03) value spaces.
               10  RPT-Average            pic zz9.99.
               10  filler                 pic x(04) value spaces.
               10  RPT-Percent            pic zzz9.
               10  filler                 pic x(01) value "%".
               10  filler                 pic x(02) value spaces.
               10  RPT-Flag               pic x(04).
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Details read: ".
               10  RPT-Details-Read       pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Games w/ crew: ".
               10  RPT-Games-Officiated   pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Games no crew: ".
               10  RPT-Games-No-Crew      pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Flagged: ".
               10  RPT-Officials-Flagged  pic zzz,zz9.
           05  Unknown-Crew-Line.
               10  filler                 pic x(38)
                   value "Crew ids not on the officials master: ".
               10  RPT-Crew-Ids-Unknown   pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 1500-Load-Officials
           perform 2000-Match-Game-Attempts
           perform 4000-Report-Officials
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Details-Read
           move zero to Details-Selected
           move zero to Games-Officiated
           move zero to Games-No-Crew
           move zero to Crew-Ids-Unknown
           move zero to League-Attempts
           move zero to Officials-Listed
           move zero to Officials-Flagged
           .
       1000-Read-Control-Card.
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
               move "Card must carry the season" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move CTL-Season to Report-Season
           close Control-Card-File
           move Report-Season to RPT-Season
           display Run-Header-Line
           .
       1500-Load-Officials.
           open input Official-File
           if not Official-OK
               string Const-Got-Status delimited by size
                      Official-File-Status delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTOFCL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 1600-Read-Next-Official
           perform with test before
                   until Official-EOF
               if Official-Count equal 2000
                   move "More than 2000 officials on FRTOFCL"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Official-Count
               move OF-Official-Id to OFT-Official-Id(Official-Count)
               move OF-Official-Name
                   to OFT-Official-Name(Official-Count)
               move zero to OFT-Games(Official-Count)
               move zero to OFT-Attempts(Official-Count)
               perform 1600-Read-Next-Official
           end-perform
           close Official-File
           .
       1600-Read-Next-Official.
           read Official-File next
               into FD-Official-Record
           end-read
           if not Official-OK and not Official-EOF
               string Const-Got-Status delimited by size
                      Official-File-Status delimited by size
                      Const-On delimited by size
                      Const-READ-NEXT delimited by size
                      Const-Of-FRTOFCL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Match-Game-Attempts.
           sort Game-Sort-File
               on ascending key GSR-Game-Key
               input procedure 2100-Release-Season-Details
               output procedure 3000-Credit-Games
           if not sort-return equal zero
               move "SORT Official-Games" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2100-Release-Season-Details.
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
               if GD-Season equal Report-Season
                   perform 2300-Release-Game-Detail
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
       2300-Release-Game-Detail.
      *****************************************************************
      * Both sides of a game carry the same pair of team names, put
      * in name order, so both sides' details sort together.
      *****************************************************************
           add 1 to Details-Selected
           move GD-Game-Date to GSR-Game-Date
           move GD-Game-Number to GSR-Game-Number
           if GD-Team-Name less than GD-Opponent
               move GD-Team-Name to GSR-First-Team
               move GD-Opponent to GSR-Second-Team
           else
               move GD-Opponent to GSR-First-Team
               move GD-Team-Name to GSR-Second-Team
           end-if
           move GD-Attempts to GSR-Attempts
           release SD-Game-Record
           .
       3000-Credit-Games.
      *****************************************************************
      * Sorted games and the season's assignments arrive in the same
      * key order, so one pass over each matches them: the
      * assignment file is read forward until it reaches or passes
      * each game.
      *****************************************************************
           open input Assignment-File
           if not Assignment-OK
               string Const-Got-Status delimited by size
                      Assignment-File-Status delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTOASN delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move low-values to OA-Record-Key
           move Report-Season to OA-Season
           start Assignment-File
               key not less than OA-Record-Key
           end-start
           evaluate true
               when Assignment-OK
                   perform 3500-Read-Next-Assignment
               when Assignment-Not-Found
                   set Assignment-EOF to true
               when other
                   string Const-Got-Status delimited by size
                          Assignment-File-Status delimited by size
                          Const-On delimited by size
                          Const-START delimited by size
                          Const-Of-FRTOASN delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           move "N" to Game-Sort-Status
           perform 3100-Return-Next-Game
           perform with test before
                   until Game-Sort-EOF
               move GSR-Game-Key to Current-Game-Key
               move zero to Game-Attempts
               perform with test before
                       until Game-Sort-EOF
                       or GSR-Game-Key not equal Current-Game-Key
                   add GSR-Attempts to Game-Attempts
                   perform 3100-Return-Next-Game
               end-perform
               perform 3200-Credit-One-Game
           end-perform
           close Assignment-File
           .
       3100-Return-Next-Game.
           return Game-Sort-File
               at end
                   set Game-Sort-EOF to true
           end-return
           .
       3200-Credit-One-Game.
           move Current-Game-Key to ASG-Game-Key
           move Report-Season to ASG-Season
           perform with test before
                   until Assignment-EOF
                   or OA-Record-Key not less than Assignment-Game-Key
               perform 3500-Read-Next-Assignment
           end-perform
           if not Assignment-EOF
               and OA-Record-Key equal Assignment-Game-Key
               add 1 to Games-Officiated
               add Game-Attempts to League-Attempts
               perform varying Crew-Subscript from 1 by 1
                       until Crew-Subscript greater than 3
                   if OA-Crew-Official-Id(Crew-Subscript)
                           not equal spaces
                       perform 3300-Credit-One-Official
                   end-if
               end-perform
           else
               add 1 to Games-No-Crew
           end-if
           .
       3300-Credit-One-Official.
           if Official-Count equal zero
               add 1 to Crew-Ids-Unknown
           else
               search all Official-Entry
                   at end
                       add 1 to Crew-Ids-Unknown
                   when OFT-Official-Id(Official-Ix)
                           equal OA-Crew-Official-Id(Crew-Subscript)
                       add 1 to OFT-Games(Official-Ix)
                       add Game-Attempts to OFT-Attempts(Official-Ix)
               end-search
           end-if
           .
       3500-Read-Next-Assignment.
      *****************************************************************
      * The next season's assignments end this season's.
      *****************************************************************
           read Assignment-File next
               into FD-Assignment-Record
           end-read
           evaluate true
               when Assignment-OK
                   if OA-Season not equal Report-Season
                       set Assignment-EOF to true
                   end-if
               when Assignment-EOF
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Assignment-File-Status delimited by size
                          Const-On delimited by size
                          Const-READ-NEXT delimited by size
                          Const-Of-FRTOASN delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       4000-Report-Officials.
           if Games-Officiated greater than zero
               compute League-Average rounded =
                   League-Attempts / Games-Officiated
           else
               move zero to League-Average
           end-if
           move League-Average to RPT-League-Average
           display League-Line
           display space
           display Column-Header-Line
           perform varying Official-Ix from 1 by 1
                   until Official-Ix greater than Official-Count
               if OFT-Games(Official-Ix) greater than zero
                   perform 4100-Report-One-Official
               end-if
           end-perform
           .
       4100-Report-One-Official.
           add 1 to Officials-Listed
           compute Official-Average rounded =
               OFT-Attempts(Official-Ix) / OFT-Games(Official-Ix)
           if League-Average greater than zero
               compute Official-Percent rounded =
                   Official-Average * 100 / League-Average
           else
               move zero to Official-Percent
           end-if
           move spaces to RPT-Flag
           if OFT-Games(Official-Ix) not less than
                   Outlier-Minimum-Games
               and League-Average greater than zero
               if Official-Percent greater than
                       100 + Outlier-Percent
                   move "HIGH" to RPT-Flag
                   add 1 to Officials-Flagged
               end-if
               if Official-Percent less than
                       100 - Outlier-Percent
                   move "LOW" to RPT-Flag
                   add 1 to Officials-Flagged
               end-if
           end-if
           move OFT-Official-Id(Official-Ix) to RPT-Official-Id
           move OFT-Official-Name(Official-Ix) to RPT-Official-Name
           move OFT-Games(Official-Ix) to RPT-Games
           move OFT-Attempts(Official-Ix) to RPT-Attempts
           move Official-Average to RPT-Average
           move Official-Percent to RPT-Percent
           display Official-Line
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Details-Read to RPT-Details-Read
           move Games-Officiated to RPT-Games-Officiated
           move Games-No-Crew to RPT-Games-No-Crew
           move Officials-Flagged to RPT-Officials-Flagged
           display space
           display Totals-Line
           if Crew-Ids-Unknown greater than zero
               move Crew-Ids-Unknown to RPT-Crew-Ids-Unknown
               display Unknown-Crew-Line
           end-if
           .
