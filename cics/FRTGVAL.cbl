      * team/season/date up on the schedule KSDS - a detail whose
      * game date is not on that team's schedule is reported, and a
      * detail whose opponent does not match the schedule's opponent
      * for that game is reported as a mismatch.  A detail filed
      * against a game since postponed or cancelled is reported as
      * not played - the detail belongs on the rescheduled date.
      *
      * Pass two reads the schedule and reports every game already
      * past its date for which neither the team's own details nor
      * the opponent's details were seen in pass one - a game that
      * was supposed to happen and left no trace from either side.
      * Postponed and cancelled games were never supposed to leave
      * one, so they sit out pass two.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  Details-Read               pic 9(07) comp.
           05  Details-Off-Schedule       pic 9(07) comp.
           05  Details-Opponent-Mismatch  pic 9(07) comp.
           05  Details-Not-Played         pic 9(07) comp.
           05  Games-Checked              pic 9(07) comp.
           05  Games-Unaccounted          pic 9(07) comp.
       01  Error-Messages.
               10  filler                 pic x(10)
                   value " schedule ".
               10  RPT-MM-SCH-Opponent    pic x(20).
           05  Not-Played-Line.
               10  filler                 pic x(21)
                   value "Game not played    - ".
               10  RPT-NP-Team            pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-NP-Player          pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-NP-Game-Date       pic 9(8).
               10  filler                 pic x(01) value space.
               10  RPT-NP-Status          pic x(09).
           05  Unaccounted-Line.
               10  filler                 pic x(21)
                   value "No detail filed    - ".
               10  filler                 pic x(21)
                   value "  Opponent mismatch: ".
               10  RPT-Mismatch           pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Not played: ".
               10  RPT-Not-Played         pic zzz,zz9.
               10  filler                 pic x(19)
                   value "  No detail filed: ".
               10  RPT-Unaccounted        pic zzz,zz9.
           move zero to Details-Read
           move zero to Details-Off-Schedule
           move zero to Details-Opponent-Mismatch
           move zero to Details-Not-Played
           move zero to Games-Checked
           move zero to Games-Unaccounted
           move function current-date(1:8) to Run-Date-Field
           read Schedule-File
           end-read
           evaluate true
               when Schedule-File-OK
                   and not SCH-Scheduled
                   move GD-Team-Name to RPT-NP-Team
                   move GD-Player-Name to RPT-NP-Player
                   move GD-Game-Date to RPT-NP-Game-Date
                   if SCH-Postponed
                       move "postponed" to RPT-NP-Status
                   else
                       move "cancelled" to RPT-NP-Status
                   end-if
                   display Not-Played-Line
                   add 1 to Details-Not-Played
               when Schedule-File-OK
                   perform 3000-Remember-Game-Seen
                   if GD-Opponent not equal SCH-Opponent
           perform with test before
                   until Schedule-File-EOF
               if SCH-Game-Date less than Run-Date-Field
                   and SCH-Scheduled
                   add 1 to Games-Checked
                   perform 5000-Check-One-Game
               end-if
           move Details-Read to RPT-Details-Read
           move Details-Off-Schedule to RPT-Off-Schedule
           move Details-Opponent-Mismatch to RPT-Mismatch
           move Details-Not-Played to RPT-Not-Played
           move Games-Unaccounted to RPT-Unaccounted
           display space
           display Totals-Line
