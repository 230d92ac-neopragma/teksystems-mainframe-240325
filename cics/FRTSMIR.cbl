       Identification Division.
       Program-Id. FRTSMIR.
      *****************************************************************
      * Schedule mirror-integrity check, run nightly ahead of FRTSVAL
      * and FRTGVAL.  Each team's schedule is loaded on its own
      * through FRTSLOAD, so nothing else makes sure the two halves
      * of a game match.  Every schedule record is paired with its
      * mirror - the opponent's record for the same season, date,
      * and game number - and the run lists:
      *   - a one-sided game (no mirror on file; when the opponent is
      *     not on the team master at all, the name is flagged as a
      *     likely misspelling),
      *   - a mirror that names some other team as its opponent,
      *   - a site conflict (both halves home, both away, or only one
      *     half carrying a site), a game-type mismatch, or a game
      *     postponed or cancelled on one half only,
      *   - a double-booked date (one team scheduled against two
      *     different opponents on the same day - a doubleheader
      *     against one opponent is fine).
      * Pair-level conflicts are listed once, from the side whose
      * team name sorts first.  Any exception ends the run with
      * return code 8, the same hold code FRTGATE uses, so the
      * schedule-trusting steps behind it do not run on a broken
      * schedule.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Team-Master-File
               Record Key TM-Team-Name
               Assign to "FRTTEAMS"
               Organization Indexed
               Access Sequential
               File Status Team-Master-File-Status.
           Select Schedule-File
               Record Key SCH-Record-Key in FD-Schedule-Record
               Assign to "FRTSCHED"
               Organization Indexed
               Access Sequential
               File Status Schedule-File-Status.
      * The same cluster opened a second time for keyed reads of the
      * mirror, so the sequential pass keeps its place.
           Select Mirror-File
               Record Key SCH-Record-Key in FD-Mirror-Record
               Assign to "FRTSCHED"
               Organization Indexed
               Access Random
               File Status Mirror-File-Status.
       Data Division.
       File Section.
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
       FD  Schedule-File.
       01  FD-Schedule-Record.
           copy FRTSCHD.
       FD  Mirror-File.
       01  FD-Mirror-Record.
           copy FRTSCHD.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-EOF        value "10".
           05  Schedule-File-Status       pic x(02).
               88  Schedule-File-OK       value "00".
               88  Schedule-File-EOF      value "10".
           05  Mirror-File-Status         pic x(02).
               88  Mirror-File-OK         value "00".
               88  Mirror-Not-Found       value "23".
      *****************************************************************
      * Every team name on the master, active or retired - a retired
      * team's old games still mirror a real team.
      *****************************************************************
       01  Team-Count                     pic 9(03) value zero.
       01  Team-Table.
           05  Team-Entry occurs 1 to 500 times
                   depending on Team-Count
                   ascending key TS-Team-Name
                   indexed by Team-Ix.
               10  TS-Team-Name           pic x(20).
       01  Previous-Game.
           05  PRV-Team-Name              pic x(20).
           05  PRV-Season                 pic x(04).
           05  PRV-Game-Date              pic 9(8).
           05  PRV-Opponent               pic x(20).
       01  Check-Fields.
           05  Sites-Agree-Switch         pic x.
               88  Sites-Agree            value "Y".
       01  Report-Counters.
           05  Games-Read                 pic 9(07) comp.
           05  Games-Paired               pic 9(07) comp.
           05  Games-One-Sided            pic 9(07) comp.
           05  Games-Wrong-Opponent       pic 9(07) comp.
           05  Games-Site-Conflict        pic 9(07) comp.
           05  Dates-Double-Booked        pic 9(07) comp.
           05  Total-Exceptions           pic 9(07) comp.
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
       01  Report-Lines.
           05  Exception-Line.
               10  RPT-Exception          pic x(24).
               10  RPT-Team-Name          pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Season             pic x(4).
               10  filler                 pic x(01) value space.
               10  RPT-Game-Date          pic 9(8).
               10  filler                 pic x(02) value " g".
               10  RPT-Game-Number        pic 9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Site               pic x(1).
               10  RPT-Game-Type          pic x(1).
               10  filler                 pic x(04) value " vs ".
               10  RPT-Opponent           pic x(20).
               10  filler                 pic x(02) value spaces.
               10  RPT-Detail             pic x(40).
           05  Totals-Line.
               10  filler                 pic x(12)
                   value "Games read: ".
               10  RPT-Games-Read         pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Paired: ".
               10  RPT-Games-Paired       pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  One-sided: ".
               10  RPT-One-Sided          pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Wrong opponent: ".
               10  RPT-Wrong-Opponent     pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Site/type conf: ".
               10  RPT-Site-Conflict      pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Double-booked: ".
               10  RPT-Double-Booked      pic zzz,zz9.
           05  Hold-Line                  pic x(60) value
               "*** Schedule exceptions found - return code 8 ***".
           05  Clean-Line                 pic x(60) value
               "Schedule mirrors clean.".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Team-Master
           perform 2000-Check-Schedule
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Games-Read
           move zero to Games-Paired
           move zero to Games-One-Sided
           move zero to Games-Wrong-Opponent
           move zero to Games-Site-Conflict
           move zero to Dates-Double-Booked
           move zero to Total-Exceptions
           move spaces to Previous-Game
           move zero to PRV-Game-Date
           .
       1000-Load-Team-Master.
      * The master arrives in key order, so the table is ready for a
      * binary search.
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
           perform 1100-Read-Next-Team
           perform with test before
                   until Team-Master-EOF
               if Team-Count equal 500
                   move "More than 500 teams on the master"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Team-Count
               move TM-Team-Name to TS-Team-Name(Team-Count)
               perform 1100-Read-Next-Team
           end-perform
           close Team-Master-File
           .
       1100-Read-Next-Team.
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
       2000-Check-Schedule.
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
           open input Mirror-File
           if not Mirror-File-OK
               string Const-Got-Status delimited by size
                      Mirror-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTSCHED delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Game
           perform with test before
                   until Schedule-File-EOF
               add 1 to Games-Read
               perform 3000-Check-Double-Booking
               perform 4000-Check-Mirror
               perform 2100-Read-Next-Game
           end-perform
           close Mirror-File
           close Schedule-File
           .
       2100-Read-Next-Game.
           read Schedule-File next
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
       3000-Check-Double-Booking.
      *****************************************************************
      * A team's games on one date sit next to each other in key
      * order.  A second game that day is only legitimate as a
      * doubleheader against the same opponent.
      *****************************************************************
           if SCH-Team-Name in FD-Schedule-Record equal PRV-Team-Name
               and SCH-Season in FD-Schedule-Record equal PRV-Season
               and SCH-Game-Date in FD-Schedule-Record
                   equal PRV-Game-Date
               and SCH-Opponent in FD-Schedule-Record
                   not equal PRV-Opponent
               move "Double-booked date      " to RPT-Exception
               move "also scheduled against" to RPT-Detail
               move PRV-Opponent to RPT-Detail(24:17)
               perform 8000-List-Exception
               add 1 to Dates-Double-Booked
           end-if
           move SCH-Team-Name in FD-Schedule-Record to PRV-Team-Name
           move SCH-Season in FD-Schedule-Record to PRV-Season
           move SCH-Game-Date in FD-Schedule-Record to PRV-Game-Date
           move SCH-Opponent in FD-Schedule-Record to PRV-Opponent
           .
       4000-Check-Mirror.
           move SCH-Opponent in FD-Schedule-Record
               to SCH-Team-Name in FD-Mirror-Record
           move SCH-Season in FD-Schedule-Record
               to SCH-Season in FD-Mirror-Record
           move SCH-Game-Date in FD-Schedule-Record
               to SCH-Game-Date in FD-Mirror-Record
           move SCH-Game-Number in FD-Schedule-Record
               to SCH-Game-Number in FD-Mirror-Record
           read Mirror-File
           end-read
           evaluate true
               when Mirror-File-OK
                   add 1 to Games-Paired
                   perform 4100-Compare-Halves
               when Mirror-Not-Found
                   perform 4200-Report-One-Sided
               when other
                   string Const-Got-Status delimited by size
                          Mirror-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-FRTSCHED delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       4100-Compare-Halves.
      *****************************************************************
      * Both halves exist.  The mirror's opponent must be this team;
      * its site must be the other side of this one, and both halves
      * must agree on regular season versus playoff.  Listed once,
      * from the side that sorts first - unless the mirror points at
      * some other team, in which case its own pass will not come
      * back here and this side reports it.
      *****************************************************************
           if SCH-Opponent in FD-Mirror-Record
                   not equal SCH-Team-Name in FD-Schedule-Record
               move "Mirror names other team " to RPT-Exception
               move "mirror's opponent is" to RPT-Detail
               move SCH-Opponent in FD-Mirror-Record
                   to RPT-Detail(22:19)
               perform 8000-List-Exception
               add 1 to Games-Wrong-Opponent
           else
               move "N" to Sites-Agree-Switch
               evaluate true
                   when SCH-Home-Game in FD-Schedule-Record
                       and SCH-Away-Game in FD-Mirror-Record
                       move "Y" to Sites-Agree-Switch
                   when SCH-Away-Game in FD-Schedule-Record
                       and SCH-Home-Game in FD-Mirror-Record
                       move "Y" to Sites-Agree-Switch
                   when SCH-Site in FD-Schedule-Record equal space
                       and SCH-Site in FD-Mirror-Record equal space
                       move "Y" to Sites-Agree-Switch
               end-evaluate
               if SCH-Game-Type in FD-Schedule-Record
                       not equal SCH-Game-Type in FD-Mirror-Record
                   or SCH-Game-Status in FD-Schedule-Record
                       not equal SCH-Game-Status in FD-Mirror-Record
                   move "N" to Sites-Agree-Switch
               end-if
               if not Sites-Agree
                   and SCH-Team-Name in FD-Schedule-Record
                       less than SCH-Opponent in FD-Schedule-Record
                   move "Site/type/status clash  " to RPT-Exception
                   move "mirror shows site/type/status" to RPT-Detail
                   move SCH-Site in FD-Mirror-Record to RPT-Detail(31:1)
                   move SCH-Game-Type in FD-Mirror-Record
                       to RPT-Detail(32:1)
                   move SCH-Game-Status in FD-Mirror-Record
                       to RPT-Detail(33:1)
                   perform 8000-List-Exception
                   add 1 to Games-Site-Conflict
               end-if
           end-if
           .
       4200-Report-One-Sided.
           move "One-sided game          " to RPT-Exception
           search all Team-Entry
               at end
                   move "opponent not on team master - misspelled?"
                       to RPT-Detail
               when TS-Team-Name(Team-Ix)
                       equal SCH-Opponent in FD-Schedule-Record
                   move "opponent has no matching game"
                       to RPT-Detail
           end-search
           perform 8000-List-Exception
           add 1 to Games-One-Sided
           .
       8000-List-Exception.
           move SCH-Team-Name in FD-Schedule-Record to RPT-Team-Name
           move SCH-Season in FD-Schedule-Record to RPT-Season
           move SCH-Game-Date in FD-Schedule-Record to RPT-Game-Date
           move SCH-Game-Number in FD-Schedule-Record
               to RPT-Game-Number
           move SCH-Site in FD-Schedule-Record to RPT-Site
           move SCH-Game-Type in FD-Schedule-Record to RPT-Game-Type
           move SCH-Opponent in FD-Schedule-Record to RPT-Opponent
           display Exception-Line
           move spaces to RPT-Detail
           add 1 to Total-Exceptions
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Games-Read to RPT-Games-Read
           move Games-Paired to RPT-Games-Paired
           move Games-One-Sided to RPT-One-Sided
           move Games-Wrong-Opponent to RPT-Wrong-Opponent
           move Games-Site-Conflict to RPT-Site-Conflict
           move Dates-Double-Booked to RPT-Double-Booked
           display space
           display Totals-Line
           if Total-Exceptions greater than zero
               display Hold-Line
               move 8 to return-code
           else
               display Clean-Line
           end-if
           .
