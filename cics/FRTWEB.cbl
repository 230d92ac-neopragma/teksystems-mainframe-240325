       Identification Division.
       Program-Id. FRTWEB.
      *****************************************************************
      * Nightly league website page build.  Writes the static HTML
      * pages the league website serves, straight from the nightly
      * files, instead of someone retyping the FRTRPT and FRTSTND
      * printouts into a web editor:
      *
      *   standings.html       - FRTSTND's certified team roll-up
      *                          (FRTSTNDR), one table per division;
      *   leaders.html         - free-throw percentage and scoring
      *                          average boards (qualified players
      *                          only, the FRTQUAL rule) and a made-
      *                          free-throws board open to everyone;
      *   team-<team>.html     - one roster page per team: jersey and
      *                          position off FRTPMST, the season line
      *                          off FRTHROW;
      *   player-<team>-<player>.html
      *                        - one page per rostered player: every
      *                          season line on the team plus the
      *                          FRTCARR career totals.
      *
      * The season published is the season FRTSTND ranked, taken from
      * the roll-up file, so this step runs after FRTSTND and every
      * page agrees with the standings.  All pages go to one bundle
      * file (FRTWEBP) handed off with the feeds: each page starts
      * with a *FILE record naming it, and the hand-off splits the
      * bundle on those records.  File names are lower case with
      * anything but letters and digits turned into hyphens.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rollup-File
               Assign to "FRTSTNDR"
               Organization Sequential
               Access Sequential
               File Status Rollup-File-Status.
           Select FT-File
               Record Key FT-Record-Key
               Assign to "FRTHROW"
               Organization Indexed
               Access Sequential
               File Status FT-File-Status.
           Select Career-File
               Record Key CAR-Record-Key
               Assign to "FRTCARR"
               Organization Indexed
               Access Random
               File Status Career-File-Status.
           Select Player-Master-File
               Record Key PM-Record-Key
               Assign to "FRTPMST"
               Organization Indexed
               Access Random
               File Status Player-Master-File-Status.
           Select Page-File
               Assign to "FRTWEBP"
               Organization Sequential
               Access Sequential
               File Status Page-File-Status.
           Select Leader-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       FD  Rollup-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Rollup-Record.
           copy FRTTRUP.
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       FD  Career-File.
       01  FD-Career-Record.
           copy FRTCARR.
       FD  Player-Master-File.
       01  FD-Player-Master-Record.
           copy FRTPMST.
       FD  Page-File
           Recording Mode F
           Record Contains 200 Characters
           Block Contains 0 Records
           Data Record Page-Record.
       01  Page-Record                    pic x(200).
       SD  Leader-Sort-File.
       01  SD-Leader-Record.
           05  LDR-Qualified              pic x(1).
           05  LDR-Value                  pic 9(5)v9.
           05  LDR-Team-Name              pic x(20).
           05  LDR-Player-Name            pic x(20).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Rollup-File-Status         pic x(02).
               88  Rollup-File-OK         value "00".
               88  Rollup-File-EOF        value "10".
           05  FT-File-Status             pic x(02).
               88  FT-File-OK             value "00".
               88  FT-File-EOF            value "10".
           05  Career-File-Status         pic x(02).
               88  Career-File-OK         value "00".
               88  Career-Not-Found       value "23".
           05  Player-Master-File-Status  pic x(02).
               88  Player-Master-OK       value "00".
               88  Player-Master-Not-Found
                                          value "23".
           05  Page-File-Status           pic x(02).
               88  Page-File-OK           value "00".
       01  Selection-Fields.
           05  Web-Season                 pic x(4).
           05  Run-Date-Field             pic 9(8).
           05  Run-Date-View redefines Run-Date-Field.
               10  Run-Date-CCYY          pic 9(4).
               10  Run-Date-MM            pic 9(2).
               10  Run-Date-DD            pic 9(2).
           05  Current-Division           pic x(12).
           05  Table-Open-Switch          pic x.
               88  Table-Is-Open          value "Y".
      *****************************************************************
      * The standings teams, kept from the roll-up pass so each team
      * page can show where its team stands.
      *****************************************************************
       01  Team-Count                     pic 9(03) value zero.
       01  Team-Table.
           05  Team-Entry occurs 1 to 200 times
                   depending on Team-Count
                   indexed by Team-Ix.
               10  TT-Team-Name           pic x(20).
               10  TT-Division            pic x(12).
               10  TT-Division-Rank       pic 9(03).
               10  TT-Pct                 pic 99v9.
      *****************************************************************
      * Control-break work areas for the FRTHROW pass.  A player's
      * season lines are held until the player breaks, so the player
      * page is written in one piece; the team's roster rows are held
      * until the team breaks for the same reason.
      *****************************************************************
       01  Break-Fields.
           05  Prior-Team-Name            pic x(20).
           05  Prior-Player-Name          pic x(20).
           05  Player-Rostered-Switch     pic x.
               88  Player-Is-Rostered     value "Y".
       01  Season-Count                   pic 9(03) value zero.
       01  Season-Table.
           05  Season-Entry occurs 1 to 40 times
                   depending on Season-Count
                   indexed by Season-Ix.
               10  SL-Season              pic x(4).
               10  SL-Games               pic 9(5).
               10  SL-Attempts            pic 9(5).
               10  SL-Completed           pic 9(5).
               10  SL-Three-Pointers      pic 9(5).
               10  SL-Pct                 pic 99v9.
               10  SL-Avg                 pic 99v9.
       01  Roster-Line.
           05  RL-Games                   pic 9(5).
           05  RL-Attempts                pic 9(5).
           05  RL-Completed               pic 9(5).
           05  RL-Three-Pointers          pic 9(5).
           05  RL-Pct                     pic 99v9.
           05  RL-Avg                     pic 99v9.
       01  Roster-Count                   pic 9(03) value zero.
       01  Roster-Table.
           05  Roster-Entry occurs 1 to 60 times
                   depending on Roster-Count
                   indexed by Roster-Ix.
               10  RT-Player-Name         pic x(20).
               10  RT-Jersey-Number       pic x(3).
               10  RT-Position            pic x(2).
               10  RT-Page-Name           pic x(60).
               10  RT-Line                pic x(26).
       01  Player-Bio.
           05  BIO-Jersey-Number          pic x(3).
           05  BIO-Position               pic x(2).
      *****************************************************************
      * HTML building fields.  Every table cell goes out on its own
      * line - the browser does not care - so a cell is just its
      * text between two tags, escaped where it came off a name.
      *****************************************************************
       01  Html-Fields.
           05  Html-Line                  pic x(200).
           05  Tag-Open                   pic x(40).
           05  Tag-Close                  pic x(40).
           05  Cell-Text                  pic x(150).
           05  Cell-Pointer               pic 9(03) comp.
           05  Link-Target                pic x(60).
           05  Page-Name                  pic x(60).
           05  Page-Title                 pic x(150).
           05  Team-Page-Name             pic x(60).
           05  Player-Page-Name           pic x(60).
           05  Escape-In                  pic x(30).
           05  Escape-Char                pic x(1).
           05  Escape-Ix                  pic 9(03) comp.
           05  Slug-In                    pic x(20).
           05  Slug-Out                   pic x(20).
           05  Slug-Length                pic 9(03) comp.
           05  Slug-Ix                    pic 9(03) comp.
           05  Team-Slug                  pic x(20).
           05  Date-Text.
               10  DT-CCYY                pic 9(4).
               10  filler                 pic x value "-".
               10  DT-MM                  pic 9(2).
               10  filler                 pic x value "-".
               10  DT-DD                  pic 9(2).
       01  Edit-Fields.
           05  Edit-Count                 pic zzz,zz9.
           05  Edit-Rate                  pic z9.9.
           05  Edit-Rank                  pic zz9.
       01  Leaderboard-Controls.
           05  Board-Kind                 pic x(1).
               88  Board-Is-Pct           value "P".
               88  Board-Is-Avg           value "A".
               88  Board-Is-Made          value "M".
           05  Board-Rows                 pic 9(03).
           05  Max-Leaderboard-Rows       pic 9(02) comp value 10.
           05  Leader-Sort-Status         pic x.
               88  Leader-Sort-EOF        value "Y".
      * Parameter area for the FRTQUAL subprogram - same field layout
      * as QUA-Parms in its Linkage Section, the way AGEDREC
      * redeclares AGEDAYS' parameters.
       01  Qualification-Parms.
           05  QAP-Team-Name              pic x(20).
           05  QAP-Season                 pic x(4).
           05  QAP-Attempts               pic 9(7).
           05  QAP-Result                 pic x(1).
               88  QAP-Qualified          value "Y".
           05  QAP-Required-Attempts      pic 9(5).
       01  Report-Counters.
           05  Records-Read               pic 9(07) comp.
           05  Pages-Written              pic 9(07) comp.
           05  Lines-Written              pic 9(07) comp.
           05  Team-Pages                 pic 9(07) comp.
           05  Player-Pages               pic 9(07) comp.
           05  Seasons-Not-Shown          pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-FRTSTNDR          pic x(13)
               value " of FRTSTNDR.".
           05  Const-Of-FRTHROW           pic x(12)
               value " of FRTHROW.".
           05  Const-Of-FRTCARR           pic x(12)
               value " of FRTCARR.".
           05  Const-Of-FRTPMST           pic x(12)
               value " of FRTPMST.".
           05  Const-Of-FRTWEBP           pic x(12)
               value " of FRTWEBP.".
           05  Const-Upper-Case           pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  Const-Lower-Case           pic x(26)
               value "abcdefghijklmnopqrstuvwxyz".
       01  Report-Lines.
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Records read: ".
               10  RPT-Records-Read       pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Pages: ".
               10  RPT-Pages-Written      pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Teams: ".
               10  RPT-Team-Pages         pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Players: ".
               10  RPT-Player-Pages       pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Lines: ".
               10  RPT-Lines-Written      pic zzz,zz9.
           05  Season-Limit-Line.
               10  filler                 pic x(34)
                   value "Season lines past 40 not shown: ".
               10  RPT-Seasons-Not-Shown  pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Standings-Page
           perform 2000-Team-and-Player-Pages
           perform 3000-Leaders-Page
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Records-Read
           move zero to Pages-Written
           move zero to Lines-Written
           move zero to Team-Pages
           move zero to Player-Pages
           move zero to Seasons-Not-Shown
           move function current-date(1:8) to Run-Date-Field
           move Run-Date-CCYY to DT-CCYY
           move Run-Date-MM to DT-MM
           move Run-Date-DD to DT-DD
           open input Rollup-File
           if not Rollup-File-OK
               string Const-Got-Status delimited by size
                      Rollup-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTSTNDR delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open output Page-File
           if not Page-File-OK
               string Const-Got-Status delimited by size
                      Page-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTWEBP delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Standings-Page.
      *****************************************************************
      * The roll-up arrives in standings order, so a control break on
      * the division starts each division's table.  The first record
      * also names the season every other page publishes.  An empty
      * roll-up means FRTSTND has not run - nothing is published.
      *****************************************************************
           perform 1100-Read-Next-Rollup
           if Rollup-File-EOF
               move "FRTSTNDR is empty - run FRTSTND first"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move TRU-Season to Web-Season
           move "standings.html" to Page-Name
           move "League Standings" to Page-Title
           perform 6000-Open-Page
           move spaces to Current-Division
           move "N" to Table-Open-Switch
           perform with test before
                   until Rollup-File-EOF
               if TRU-Division not equal Current-Division
                   perform 1200-Start-Division-Table
               end-if
               perform 1300-Write-Standings-Row
               perform 1100-Read-Next-Rollup
           end-perform
           if Table-Is-Open
               move "</table>" to Html-Line
               perform 6500-Write-Html-Line
           end-if
           perform 6900-Close-Page
           close Rollup-File
           .
       1100-Read-Next-Rollup.
           read Rollup-File
           end-read
           if not Rollup-File-OK and not Rollup-File-EOF
               string Const-Got-Status delimited by size
                      Rollup-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-FRTSTNDR delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1200-Start-Division-Table.
           if Table-Is-Open
               move "</table>" to Html-Line
               perform 6500-Write-Html-Line
           end-if
           move TRU-Division to Current-Division
           move TRU-Division to Escape-In
           perform 7100-Escape-Text
           move "<h2>" to Tag-Open
           move "</h2>" to Tag-Close
           perform 6100-Write-Tagged-Line
           move "<table>" to Html-Line
           perform 6500-Write-Html-Line
           move "<tr><th>Rank</th><th>Team</th><th>Conference</th>"
               to Html-Line
           perform 6500-Write-Html-Line
           move "<th>Pct</th><th>FTA</th><th>FTM</th></tr>"
               to Html-Line
           perform 6500-Write-Html-Line
           set Table-Is-Open to true
           .
       1300-Write-Standings-Row.
           if Team-Count equal 200
               move "More than 200 teams on the standings roll-up"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Team-Count
           move TRU-Team-Name to TT-Team-Name(Team-Count)
           move TRU-Division to TT-Division(Team-Count)
           move TRU-Division-Rank to TT-Division-Rank(Team-Count)
           move TRU-Pct to TT-Pct(Team-Count)
           move "<tr>" to Html-Line
           perform 6500-Write-Html-Line
           move TRU-Division-Rank to Edit-Rank
           move Edit-Rank to Cell-Text
           perform 6600-Write-Cell
           move TRU-Team-Name to Slug-In
           perform 7200-Make-Slug
           perform 7300-Set-Team-Page-Name
           move Team-Page-Name to Link-Target
           move TRU-Team-Name to Escape-In
           perform 7100-Escape-Text
           perform 6700-Write-Link-Cell
           move TRU-Conference to Escape-In
           perform 7100-Escape-Text
           perform 6600-Write-Cell
           move TRU-Pct to Edit-Rate
           move Edit-Rate to Cell-Text
           perform 6600-Write-Cell
           move TRU-Attempts to Edit-Count
           move Edit-Count to Cell-Text
           perform 6600-Write-Cell
           move TRU-Completed to Edit-Count
           move Edit-Count to Cell-Text
           perform 6600-Write-Cell
           move "</tr>" to Html-Line
           perform 6500-Write-Html-Line
           .
       2000-Team-and-Player-Pages.
      *****************************************************************
      * One pass down FRTHROW, which is already in team/player/season
      * order.  A player is on the roster when an active record
      * matches the published season (any active record when the
      * standings covered every season); the roster row carries that
      * season's line - the latest one, when every season counts.
      *****************************************************************
           open input FT-File
           if not FT-File-OK
               string Const-Got-Status delimited by size
                      FT-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTHROW delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Career-File
           if not Career-File-OK
               string Const-Got-Status delimited by size
                      Career-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTCARR delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Player-Master-File
           if not Player-Master-OK
               string Const-Got-Status delimited by size
                      Player-Master-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTPMST delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move spaces to Prior-Team-Name
           move spaces to Prior-Player-Name
           move "N" to Player-Rostered-Switch
           move zero to Season-Count
           move zero to Roster-Count
           perform 2100-Read-Next-Record
           perform with test before
                   until FT-File-EOF
               add 1 to Records-Read
               if FT-Team-Name not equal Prior-Team-Name
                   perform 2300-Finish-Player
                   perform 2500-Finish-Team
                   move FT-Team-Name to Prior-Team-Name
                   move FT-Player-Name to Prior-Player-Name
               else
                   if FT-Player-Name not equal Prior-Player-Name
                       perform 2300-Finish-Player
                       move FT-Player-Name to Prior-Player-Name
                   end-if
               end-if
               if FT-Active
                   perform 2200-Hold-Season-Line
               end-if
               perform 2100-Read-Next-Record
           end-perform
           perform 2300-Finish-Player
           perform 2500-Finish-Team
           close Player-Master-File
           close Career-File
           close FT-File
           .
       2100-Read-Next-Record.
           read FT-File next
               into FD-FT-Record
           end-read
           if not FT-File-OK and not FT-File-EOF
               string Const-Got-Status delimited by size
                      FT-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ-NEXT delimited by size
                      Const-Of-FRTHROW delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Hold-Season-Line.
           if Season-Count equal 40
               add 1 to Seasons-Not-Shown
           else
               add 1 to Season-Count
               move FT-Season to SL-Season(Season-Count)
               move FT-Games to SL-Games(Season-Count)
               move FT-Attempts to SL-Attempts(Season-Count)
               move FT-Completed to SL-Completed(Season-Count)
               move FT-Three-Pointers
                   to SL-Three-Pointers(Season-Count)
               move FT-Pct-Completed to SL-Pct(Season-Count)
               move FT-Avg-Points to SL-Avg(Season-Count)
           end-if
           if Web-Season equal spaces
               or FT-Season equal Web-Season
               set Player-Is-Rostered to true
               move FT-Games to RL-Games
               move FT-Attempts to RL-Attempts
               move FT-Completed to RL-Completed
               move FT-Three-Pointers to RL-Three-Pointers
               move FT-Pct-Completed to RL-Pct
               move FT-Avg-Points to RL-Avg
           end-if
           .
       2300-Finish-Player.
      *****************************************************************
      * A rostered player gets a roster row on the team page and a
      * page of their own; a player with no line in the published
      * season gets neither.
      *****************************************************************
           if Player-Is-Rostered
               perform 2350-Read-Player-Bio
               perform 2400-Write-Player-Page
               if Roster-Count less than 60
                   add 1 to Roster-Count
                   move Prior-Player-Name
                       to RT-Player-Name(Roster-Count)
                   move BIO-Jersey-Number
                       to RT-Jersey-Number(Roster-Count)
                   move BIO-Position to RT-Position(Roster-Count)
                   move Player-Page-Name to RT-Page-Name(Roster-Count)
                   move Roster-Line to RT-Line(Roster-Count)
               end-if
           end-if
           move "N" to Player-Rostered-Switch
           move zero to Season-Count
           .
       2350-Read-Player-Bio.
           move spaces to Player-Bio
           move Prior-Team-Name to PM-Team-Name
           move Prior-Player-Name to PM-Player-Name
           read Player-Master-File
           end-read
           evaluate true
               when Player-Master-OK
                   move PM-Jersey-Number to BIO-Jersey-Number
                   move PM-Position to BIO-Position
               when Player-Master-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Player-Master-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-FRTPMST delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2400-Write-Player-Page.
           move Prior-Team-Name to Slug-In
           perform 7200-Make-Slug
           move Slug-Out to Team-Slug
           perform 7300-Set-Team-Page-Name
           move Prior-Player-Name to Slug-In
           perform 7200-Make-Slug
           move spaces to Player-Page-Name
           string "player-" delimited by size
                  Team-Slug delimited by space
                  "-" delimited by size
                  Slug-Out delimited by space
                  ".html" delimited by size
              into Player-Page-Name
           end-string
           move Player-Page-Name to Page-Name
           move Prior-Player-Name to Page-Title
           perform 6000-Open-Page
           move "<p>" to Html-Line
           perform 6500-Write-Html-Line
           move Team-Page-Name to Link-Target
           move Prior-Team-Name to Escape-In
           perform 7100-Escape-Text
           move spaces to Tag-Open
           move spaces to Tag-Close
           perform 6750-Write-Link
           if BIO-Jersey-Number not equal spaces
               move "#" to Tag-Open
               move BIO-Jersey-Number to Cell-Text
               perform 6100-Write-Tagged-Line
           end-if
           if BIO-Position not equal spaces
               move spaces to Tag-Open
               move BIO-Position to Cell-Text
               perform 6100-Write-Tagged-Line
           end-if
           move "</p>" to Html-Line
           perform 6500-Write-Html-Line
           move "<table>" to Html-Line
           perform 6500-Write-Html-Line
           move "<tr><th>Season</th><th>G</th><th>FTA</th>"
               to Html-Line
           perform 6500-Write-Html-Line
           move "<th>FTM</th><th>3PT</th><th>Pct</th><th>Avg</th></tr>"
               to Html-Line
           perform 6500-Write-Html-Line
           perform varying Season-Ix from 1 by 1
                   until Season-Ix greater than Season-Count
               move "<tr>" to Html-Line
               perform 6500-Write-Html-Line
               move SL-Season(Season-Ix) to Cell-Text
               perform 6600-Write-Cell
               move SL-Games(Season-Ix) to Edit-Count
               perform 6800-Write-Count-Cell
               move SL-Attempts(Season-Ix) to Edit-Count
               perform 6800-Write-Count-Cell
               move SL-Completed(Season-Ix) to Edit-Count
               perform 6800-Write-Count-Cell
               move SL-Three-Pointers(Season-Ix) to Edit-Count
               perform 6800-Write-Count-Cell
               move SL-Pct(Season-Ix) to Edit-Rate
               perform 6850-Write-Rate-Cell
               move SL-Avg(Season-Ix) to Edit-Rate
               perform 6850-Write-Rate-Cell
               move "</tr>" to Html-Line
               perform 6500-Write-Html-Line
           end-perform
           perform 2450-Write-Career-Row
           move "</table>" to Html-Line
           perform 6500-Write-Html-Line
           perform 6900-Close-Page
           add 1 to Player-Pages
           .
       2450-Write-Career-Row.
      *****************************************************************
      * The career line comes off FRTCARR as FRTCBLD last rebuilt it;
      * a player new since the last rebuild simply has no career row
      * yet.
      *****************************************************************
           move Prior-Team-Name to CAR-Team-Name
           move Prior-Player-Name to CAR-Player-Name
           read Career-File
           end-read
           evaluate true
               when Career-File-OK
                   move "<tr>" to Html-Line
                   perform 6500-Write-Html-Line
                   move "Career" to Cell-Text
                   perform 6600-Write-Cell
                   move CAR-Games to Edit-Count
                   perform 6800-Write-Count-Cell
                   move CAR-Attempts to Edit-Count
                   perform 6800-Write-Count-Cell
                   move CAR-Completed to Edit-Count
                   perform 6800-Write-Count-Cell
                   move CAR-Three-Pointers to Edit-Count
                   perform 6800-Write-Count-Cell
                   move CAR-Pct-Completed to Edit-Rate
                   perform 6850-Write-Rate-Cell
                   move CAR-Avg-Points to Edit-Rate
                   perform 6850-Write-Rate-Cell
                   move "</tr>" to Html-Line
                   perform 6500-Write-Html-Line
               when Career-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Career-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-FRTCARR delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2500-Finish-Team.
      *****************************************************************
      * The team page lists the held roster rows, headed by where the
      * team stands in its division when it is on the standings.
      *****************************************************************
           if Roster-Count greater than zero
               perform 2600-Write-Team-Page
           end-if
           move zero to Roster-Count
           .
       2600-Write-Team-Page.
           move Prior-Team-Name to Slug-In
           perform 7200-Make-Slug
           perform 7300-Set-Team-Page-Name
           move Team-Page-Name to Page-Name
           move Prior-Team-Name to Page-Title
           perform 6000-Open-Page
           set Team-Ix to 1
           search Team-Entry
               at end
                   continue
               when TT-Team-Name(Team-Ix) equal Prior-Team-Name
                   move TT-Division(Team-Ix) to Escape-In
                   perform 7100-Escape-Text
                   move "<p>" to Tag-Open
                   move spaces to Tag-Close
                   perform 6100-Write-Tagged-Line
                   move TT-Division-Rank(Team-Ix) to Edit-Rank
                   move TT-Pct(Team-Ix) to Edit-Rate
                   move spaces to Html-Line
                   string "division rank " delimited by size
                          function trim(Edit-Rank) delimited by size
                          ", team free-throw pct " delimited by size
                          function trim(Edit-Rate) delimited by size
                          "</p>" delimited by size
                      into Html-Line
                   end-string
                   perform 6500-Write-Html-Line
           end-search
           move "<table>" to Html-Line
           perform 6500-Write-Html-Line
           move "<tr><th>No.</th><th>Pos</th><th>Player</th><th>G</th>"
               to Html-Line
           perform 6500-Write-Html-Line
           move "<th>FTA</th><th>FTM</th><th>3PT</th><th>Pct</th>"
               to Html-Line
           perform 6500-Write-Html-Line
           move "<th>Avg</th></tr>" to Html-Line
           perform 6500-Write-Html-Line
           perform varying Roster-Ix from 1 by 1
                   until Roster-Ix greater than Roster-Count
               move RT-Line(Roster-Ix) to Roster-Line
               move "<tr>" to Html-Line
               perform 6500-Write-Html-Line
               move RT-Jersey-Number(Roster-Ix) to Cell-Text
               perform 6600-Write-Cell
               move RT-Position(Roster-Ix) to Cell-Text
               perform 6600-Write-Cell
               move RT-Page-Name(Roster-Ix) to Link-Target
               move RT-Player-Name(Roster-Ix) to Escape-In
               perform 7100-Escape-Text
               perform 6700-Write-Link-Cell
               move RL-Games to Edit-Count
               perform 6800-Write-Count-Cell
               move RL-Attempts to Edit-Count
               perform 6800-Write-Count-Cell
               move RL-Completed to Edit-Count
               perform 6800-Write-Count-Cell
               move RL-Three-Pointers to Edit-Count
               perform 6800-Write-Count-Cell
               move RL-Pct to Edit-Rate
               perform 6850-Write-Rate-Cell
               move RL-Avg to Edit-Rate
               perform 6850-Write-Rate-Cell
               move "</tr>" to Html-Line
               perform 6500-Write-Html-Line
           end-perform
           move "</table>" to Html-Line
           perform 6500-Write-Html-Line
           perform 6900-Close-Page
           add 1 to Team-Pages
           .
       3000-Leaders-Page.
      *****************************************************************
      * Three boards, each its own sort of the published season's
      * active records: percentage and scoring average are rates, so
      * only players FRTQUAL rules qualified are ranked on them;
      * made free throws is a count and ranks everyone.
      *****************************************************************
           move "leaders.html" to Page-Name
           move "League Leaders" to Page-Title
           perform 6000-Open-Page
           set Board-Is-Pct to true
           move "Free-Throw Percentage" to Cell-Text
           perform 3100-Build-One-Board
           set Board-Is-Avg to true
           move "Free-Throw Points per Game" to Cell-Text
           perform 3100-Build-One-Board
           set Board-Is-Made to true
           move "Free Throws Made" to Cell-Text
           perform 3100-Build-One-Board
           perform 6900-Close-Page
           .
       3100-Build-One-Board.
           move "<h2>" to Tag-Open
           move "</h2>" to Tag-Close
           perform 6100-Write-Tagged-Line
           sort Leader-Sort-File
               on descending key LDR-Qualified
               on descending key LDR-Value
               input procedure 3200-Build-Leader-Candidates
               output procedure 3300-Write-Board-Rows
           if not sort-return equal zero
               move "SORT Leaders-Page" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3200-Build-Leader-Candidates.
           open input FT-File
           if not FT-File-OK
               string Const-Got-Status delimited by size
                      FT-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTHROW delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Record
           perform with test before
                   until FT-File-EOF
               if FT-Active
                   and (Web-Season equal spaces
                       or FT-Season equal Web-Season)
                   perform 3210-Release-Leader-Candidate
               end-if
               perform 2100-Read-Next-Record
           end-perform
           close FT-File
           .
       3210-Release-Leader-Candidate.
           move FT-Team-Name to LDR-Team-Name
           move FT-Player-Name to LDR-Player-Name
           evaluate true
               when Board-Is-Pct
                   move FT-Pct-Completed to LDR-Value
               when Board-Is-Avg
                   move FT-Avg-Points to LDR-Value
               when other
                   move FT-Completed to LDR-Value
           end-evaluate
           if Board-Is-Made
               move "Y" to LDR-Qualified
           else
               move FT-Team-Name to QAP-Team-Name
               move FT-Season to QAP-Season
               move FT-Attempts to QAP-Attempts
               call "FRTQUAL"
                   using by reference Qualification-Parms
               end-call
               move QAP-Result to LDR-Qualified
           end-if
           release SD-Leader-Record
           .
       3300-Write-Board-Rows.
      *****************************************************************
      * Qualified candidates arrive first, best value first; the top
      * rows are the board and the non-qualifiers behind them are
      * not published.
      *****************************************************************
           move "<table>" to Html-Line
           perform 6500-Write-Html-Line
           move "<tr><th>Rank</th><th>Player</th><th>Team</th>"
               to Html-Line
           perform 6500-Write-Html-Line
           move "<th>Value</th></tr>" to Html-Line
           perform 6500-Write-Html-Line
           move zero to Board-Rows
           move spaces to Leader-Sort-Status
           perform 3310-Return-Next-Leader
           perform with test before
                   until Leader-Sort-EOF
               if LDR-Qualified equal "Y"
                   and Board-Rows less than Max-Leaderboard-Rows
                   perform 3320-Write-Leader-Row
               end-if
               perform 3310-Return-Next-Leader
           end-perform
           move "</table>" to Html-Line
           perform 6500-Write-Html-Line
           .
       3310-Return-Next-Leader.
           return Leader-Sort-File
               at end
                   set Leader-Sort-EOF to true
           end-return
           .
       3320-Write-Leader-Row.
           add 1 to Board-Rows
           move "<tr>" to Html-Line
           perform 6500-Write-Html-Line
           move Board-Rows to Edit-Rank
           move Edit-Rank to Cell-Text
           perform 6600-Write-Cell
           move LDR-Team-Name to Slug-In
           perform 7200-Make-Slug
           move Slug-Out to Team-Slug
           perform 7300-Set-Team-Page-Name
           move LDR-Player-Name to Slug-In
           perform 7200-Make-Slug
           move spaces to Link-Target
           string "player-" delimited by size
                  Team-Slug delimited by space
                  "-" delimited by size
                  Slug-Out delimited by space
                  ".html" delimited by size
              into Link-Target
           end-string
           move LDR-Player-Name to Escape-In
           perform 7100-Escape-Text
           perform 6700-Write-Link-Cell
           move Team-Page-Name to Link-Target
           move LDR-Team-Name to Escape-In
           perform 7100-Escape-Text
           perform 6700-Write-Link-Cell
           if Board-Is-Made
               move LDR-Value to Edit-Count
               perform 6800-Write-Count-Cell
           else
               move LDR-Value to Edit-Rate
               perform 6850-Write-Rate-Cell
           end-if
           move "</tr>" to Html-Line
           perform 6500-Write-Html-Line
           .
       6000-Open-Page.
      *****************************************************************
      * The *FILE record the hand-off splits the bundle on, then the
      * page head: the title, the season, and the run date.
      *****************************************************************
           move spaces to Html-Line
           string "*FILE " delimited by size
                  Page-Name delimited by space
              into Html-Line
           end-string
           perform 6500-Write-Html-Line
           move "<!DOCTYPE html>" to Html-Line
           perform 6500-Write-Html-Line
           move "<html>" to Html-Line
           perform 6500-Write-Html-Line
           move "<head>" to Html-Line
           perform 6500-Write-Html-Line
           move "<meta charset=""utf-8"">" to Html-Line
           perform 6500-Write-Html-Line
           move Page-Title to Escape-In
           perform 7100-Escape-Text
           move "<title>" to Tag-Open
           move "</title>" to Tag-Close
           perform 6100-Write-Tagged-Line
           move "</head>" to Html-Line
           perform 6500-Write-Html-Line
           move "<body>" to Html-Line
           perform 6500-Write-Html-Line
           move Page-Title to Escape-In
           perform 7100-Escape-Text
           move "<h1>" to Tag-Open
           move "</h1>" to Tag-Close
           perform 6100-Write-Tagged-Line
           move spaces to Html-Line
           if Web-Season equal spaces
               string "<p>All seasons - updated " delimited by size
                      Date-Text delimited by size
                      "</p>" delimited by size
                  into Html-Line
               end-string
           else
               string "<p>Season " delimited by size
                      Web-Season delimited by size
                      " - updated " delimited by size
                      Date-Text delimited by size
                      "</p>" delimited by size
                  into Html-Line
               end-string
           end-if
           perform 6500-Write-Html-Line
           add 1 to Pages-Written
           .
       6100-Write-Tagged-Line.
           move spaces to Html-Line
           string function trim(Tag-Open) delimited by size
                  function trim(Cell-Text) delimited by size
                  function trim(Tag-Close) delimited by size
              into Html-Line
           end-string
           perform 6500-Write-Html-Line
           .
       6500-Write-Html-Line.
           write Page-Record from Html-Line
           if not Page-File-OK
               string Const-Got-Status delimited by size
                      Page-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-FRTWEBP delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           add 1 to Lines-Written
           move spaces to Html-Line
           .
       6600-Write-Cell.
           move "<td>" to Tag-Open
           move "</td>" to Tag-Close
           perform 6100-Write-Tagged-Line
           .
       6700-Write-Link-Cell.
           move "<td>" to Tag-Open
           move "</td>" to Tag-Close
           perform 6750-Write-Link
           .
       6750-Write-Link.
           move spaces to Html-Line
           string function trim(Tag-Open) delimited by size
                  "<a href=""" delimited by size
                  Link-Target delimited by space
                  """>" delimited by size
                  function trim(Cell-Text) delimited by size
                  "</a>" delimited by size
                  function trim(Tag-Close) delimited by size
              into Html-Line
           end-string
           perform 6500-Write-Html-Line
           .
       6800-Write-Count-Cell.
           move Edit-Count to Cell-Text
           perform 6600-Write-Cell
           .
       6850-Write-Rate-Cell.
           move Edit-Rate to Cell-Text
           perform 6600-Write-Cell
           .
       6900-Close-Page.
           move "<p><a href=""standings.html"">Standings</a> |"
               to Html-Line
           perform 6500-Write-Html-Line
           move "<a href=""leaders.html"">Leaders</a></p>"
               to Html-Line
           perform 6500-Write-Html-Line
           move "</body>" to Html-Line
           perform 6500-Write-Html-Line
           move "</html>" to Html-Line
           perform 6500-Write-Html-Line
           .
       7100-Escape-Text.
      *****************************************************************
      * Copy a name into Cell-Text with the three characters HTML
      * reserves spelled out as entities.
      *****************************************************************
           move spaces to Cell-Text
           move 1 to Cell-Pointer
           perform varying Escape-Ix from 1 by 1
                   until Escape-Ix greater than length of Escape-In
               move Escape-In(Escape-Ix:1) to Escape-Char
               evaluate Escape-Char
                   when "&"
                       string "&amp;" delimited by size
                          into Cell-Text with pointer Cell-Pointer
                       end-string
                   when "<"
                       string "&lt;" delimited by size
                          into Cell-Text with pointer Cell-Pointer
                       end-string
                   when ">"
                       string "&gt;" delimited by size
                          into Cell-Text with pointer Cell-Pointer
                       end-string
                   when other
                       string Escape-Char delimited by size
                          into Cell-Text with pointer Cell-Pointer
                       end-string
               end-evaluate
           end-perform
           move spaces to Escape-In
           .
       7200-Make-Slug.
      *****************************************************************
      * A name as a file-name piece: lower case, and every character
      * up to the last non-blank that is not a letter or a digit
      * turned into a hyphen.
      *****************************************************************
           move Slug-In to Slug-Out
           inspect Slug-Out
               converting Const-Upper-Case to Const-Lower-Case
           move zero to Slug-Length
           perform varying Slug-Ix from length of Slug-Out by -1
                   until Slug-Ix less than 1
                      or Slug-Length greater than zero
               if Slug-Out(Slug-Ix:1) not equal space
                   move Slug-Ix to Slug-Length
               end-if
           end-perform
           perform varying Slug-Ix from 1 by 1
                   until Slug-Ix greater than Slug-Length
               if (Slug-Out(Slug-Ix:1) less than "a"
                       or Slug-Out(Slug-Ix:1) greater than "z")
                   and (Slug-Out(Slug-Ix:1) less than "0"
                       or Slug-Out(Slug-Ix:1) greater than "9")
                   move "-" to Slug-Out(Slug-Ix:1)
               end-if
           end-perform
           .
       7300-Set-Team-Page-Name.
           move spaces to Team-Page-Name
           string "team-" delimited by size
                  Slug-Out delimited by space
                  ".html" delimited by size
              into Team-Page-Name
           end-string
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Records-Read to RPT-Records-Read
           move Pages-Written to RPT-Pages-Written
           move Team-Pages to RPT-Team-Pages
           move Player-Pages to RPT-Player-Pages
           move Lines-Written to RPT-Lines-Written
           display space
           display Totals-Line
           if Seasons-Not-Shown greater than zero
               move Seasons-Not-Shown to RPT-Seasons-Not-Shown
               display Season-Limit-Line
           end-if
           .
       9900-Close.
           close Page-File
           .
