       Identification Division.
       Program-Id. FRTPLOAD.
      *****************************************************************
      * Practice-session load for the free-throw system.  Reads the
      * coaches' clipboard sheets - one record per player per
      * practice session with the session date and number, attempts,
      * and completed - and writes them to the practice KSDS, the
      * same WRITE and duplicate-key handling FRTGLOAD uses against
      * the game-detail file.  Practice never goes near FRTGDTL, so
      * FRTGPOST never sees it and the FRTHROW season counters stay
      * game shooting only.  A sheet line is rejected if its counts
      * are inconsistent, its date is not a real date or is in the
      * future, its team is not active on the team master, or the
      * player has no FRTHROW record for that team and season -
      * FRTPRPT sets practice beside game shooting, so a misspelt
      * name would be practice with nothing to compare it to.  The
      * same edits apply to a session keyed online through FRTPENT.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Practice-Input-File
               Assign to "FRTPRIN"
               Organization Sequential
               Access Sequential
               File Status Practice-Input-File-Status.
           Select Practice-File
               Record Key PR-Record-Key
               Assign to "FRTPRAC"
               Organization Indexed
               Access Dynamic
               File Status Practice-File-Status.
           Select Team-Master-File
               Record Key TM-Team-Name
               Assign to "FRTTEAMS"
               Organization Indexed
               Access Random
               File Status Team-Master-File-Status.
           Select FT-File
               Record Key FT-Record-Key
               Assign to "FRTHROW"
               Organization Indexed
               Access Random
               File Status FT-File-Status.
       Data Division.
       File Section.
       FD  Practice-Input-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Practice-Input-Record.
           05  PF-Team-Name               pic x(20).
           05  PF-Player-Name             pic x(20).
           05  PF-Season                  pic x(4).
           05  PF-Session-Date            pic 9(8).
           05  PF-Session-Number          pic x(1).
           05  PF-Attempts                pic 9(5).
           05  PF-Completed               pic 9(5).
           05  filler                     pic x(17).
       FD  Practice-File.
       01  FD-Practice-Record.
           copy FRTPRAC.
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Practice-Input-File-Status pic x(02).
               88  Practice-Input-OK      value "00".
               88  Practice-Input-EOF     value "10".
           05  Practice-File-Status       pic x(02).
               88  Practice-OK            value "00".
               88  Practice-Duplicate     value "22".
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-Not-Found  value "23".
           05  FT-File-Status             pic x(02).
               88  FT-OK                  value "00".
               88  FT-Not-Found           value "23".
       01  Lookup-Switch                  pic x.
           88  Lookup-Passed              value "Y".
       01  Run-Date                       pic 9(8).
       01  Report-Counters.
           05  Records-Read               pic 9(07) comp.
           05  Records-Loaded             pic 9(07) comp.
           05  Records-Rejected           pic 9(07) comp.
           05  Records-Duplicate          pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-Of-FRTPRIN           pic x(12)
               value " of FRTPRIN.".
           05  Const-Of-FRTPRAC           pic x(12)
               value " of FRTPRAC.".
           05  Const-Of-FRTTEAMS          pic x(13)
               value " of FRTTEAMS.".
           05  Const-Of-FRTHROW           pic x(12)
               value " of FRTHROW.".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
       01  Report-Lines.
           05  Reject-Line.
               10  filler                 pic x(10)
                   value "Rejected  ".
               10  RPT-Rej-Player         pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Rej-Session-Date   pic 9(8).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(40).
           05  Duplicate-Line.
               10  filler                 pic x(25)
                   value "Skipped, already on file ".
               10  RPT-Dup-Player         pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Dup-Session-Date   pic 9(8).
               10  filler                 pic x(09)
                   value " session ".
               10  RPT-Dup-Session-Number pic 9(1).
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Records read: ".
               10  RPT-Records-Read       pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Loaded: ".
               10  RPT-Records-Loaded     pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Records-Rejected   pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Duplicates: ".
               10  RPT-Records-Duplicate  pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Sheets
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
      *****************************************************************
      * Open the files and clear the report counters.  The run date
      * stamps every loaded session and is the limit a session date
      * may not pass.
      *****************************************************************
           move zero to Records-Read
           move zero to Records-Loaded
           move zero to Records-Rejected
           move zero to Records-Duplicate
           move function current-date(1:8) to Run-Date
           open input Practice-Input-File
           if not Practice-Input-OK
               string Const-Got-Status delimited by size
                      Practice-Input-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTPRIN  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open i-o Practice-File
           if not Practice-OK
               string Const-Got-Status delimited by size
                      Practice-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTPRAC  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Team-Master-File
           if not Team-Master-OK
               string Const-Got-Status delimited by size
                      Team-Master-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTTEAMS delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input FT-File
           if not FT-OK
               string Const-Got-Status delimited by size
                      FT-File-Status    delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTHROW  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Load-Sheets.
           perform 1100-Read-Next
           perform with test before
                   until Practice-Input-EOF
               add 1 to Records-Read
               perform 2000-Validate-Sheet-Record
               perform 1100-Read-Next
           end-perform
           .
       1100-Read-Next.
           read Practice-Input-File
               into Practice-Input-Record
           end-read
           if not Practice-Input-OK and not Practice-Input-EOF
               string Const-Got-Status delimited by size
                      Practice-Input-File-Status delimited by size
                      Const-On          delimited by size
                      Const-READ        delimited by size
                      Const-Of-FRTPRIN  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Validate-Sheet-Record.
      *****************************************************************
      * The same edits FRTPENT makes on a keyed session, in the same
      * order, before the session is allowed onto the practice file.
      *****************************************************************
           evaluate true
               when PF-Team-Name equal spaces
                    or PF-Player-Name equal spaces
                    or PF-Season equal spaces
                   move "team, player, and season are required"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Sheet-Record
               when PF-Session-Date not numeric
                    or PF-Session-Date equal zero
                   move "session date is missing or not numeric"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Sheet-Record
               when function test-date-yyyymmdd(PF-Session-Date)
                       not equal zero
                   move "session date is not a valid date"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Sheet-Record
               when PF-Session-Date greater than Run-Date
                   move "session date is in the future"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Sheet-Record
               when PF-Attempts not numeric
                    or PF-Completed not numeric
                   move "counts must be numeric"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Sheet-Record
               when PF-Attempts equal zero
                   move "no attempts - session not recorded"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Sheet-Record
               when PF-Completed greater than PF-Attempts
                   move "Completed cannot exceed Attempts"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Sheet-Record
               when other
                   perform 2500-Check-Team-and-Player
                   if Lookup-Passed
                       perform 3000-Write-Practice-Record
                   else
                       perform 2900-Reject-Sheet-Record
                   end-if
           end-evaluate
           .
       2500-Check-Team-and-Player.
      *****************************************************************
      * The team must be active on the team master and the player
      * must have a season record on FRTHROW for that team and
      * season.  A failed lookup leaves its reason for the reject
      * line.
      *****************************************************************
           move "N" to Lookup-Switch
           move PF-Team-Name to TM-Team-Name
           read Team-Master-File
           end-read
           evaluate true
               when Team-Master-OK
                   if TM-Active
                       continue
                   else
                       move "team is not active on the team master"
                           to RPT-Rej-Reason
                   end-if
               when Team-Master-Not-Found
                   move "team is not on the team master"
                       to RPT-Rej-Reason
               when other
                   string Const-Got-Status delimited by size
                          Team-Master-File-Status delimited by size
                          Const-On          delimited by size
                          Const-READ        delimited by size
                          Const-Of-FRTTEAMS delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           if Team-Master-OK and TM-Active
               move PF-Team-Name to FT-Team-Name
               move PF-Player-Name to FT-Player-Name
               move PF-Season to FT-Season
               read FT-File
               end-read
               evaluate true
                   when FT-OK
                       set Lookup-Passed to true
                   when FT-Not-Found
                       move "player has no season record on FRTHROW"
                           to RPT-Rej-Reason
                   when other
                       string Const-Got-Status delimited by size
                              FT-File-Status    delimited by size
                              Const-On          delimited by size
                              Const-READ        delimited by size
                              Const-Of-FRTHROW  delimited by size
                          into Error-Message
                       end-string
                       perform 8900-Scream-and-Die
               end-evaluate
           end-if
           .
       2900-Reject-Sheet-Record.
           move PF-Player-Name to RPT-Rej-Player
           move PF-Session-Date to RPT-Rej-Session-Date
           display Reject-Line
           add 1 to Records-Rejected
           .
       3000-Write-Practice-Record.
      *****************************************************************
      * Write the practice session.  A duplicate key means the same
      * player/session was already loaded or keyed, so the line is
      * skipped and reported, the same way FRTGLOAD skips a game
      * already on file.
      *****************************************************************
           move PF-Team-Name to PR-Team-Name
           move PF-Player-Name to PR-Player-Name
           move PF-Session-Date to PR-Session-Date
      * An unnumbered sheet line is the day's only practice; a
      * second session the same day arrives numbered 2.
           if PF-Session-Number numeric
               and PF-Session-Number not equal "0"
               move PF-Session-Number to PR-Session-Number
           else
               move 1 to PR-Session-Number
           end-if
           move PF-Season to PR-Season
           move PF-Attempts to PR-Attempts
           move PF-Completed to PR-Completed
           set PR-Loaded to true
           move spaces to PR-Keyed-By
           move Run-Date to PR-Entered-Date
           write FD-Practice-Record
           end-write
           evaluate true
               when Practice-OK
                   add 1 to Records-Loaded
               when Practice-Duplicate
                   move PR-Player-Name to RPT-Dup-Player
                   move PR-Session-Date to RPT-Dup-Session-Date
                   move PR-Session-Number to RPT-Dup-Session-Number
                   display Duplicate-Line
                   add 1 to Records-Duplicate
               when other
                   string Const-Got-Status delimited by size
                          Practice-File-Status delimited by size
                          Const-On          delimited by size
                          Const-WRITE       delimited by size
                          Const-Of-FRTPRAC  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       8900-Scream-and-Die.
           perform 8910-Scream
           perform 8920-Die
           .
       8910-Scream.
           display Error-Message
           .
       8920-Die.
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Records-Read to RPT-Records-Read
           move Records-Loaded to RPT-Records-Loaded
           move Records-Rejected to RPT-Records-Rejected
           move Records-Duplicate to RPT-Records-Duplicate
           display space
           display Totals-Line
           .
       9900-Close.
           close FT-File
           close Team-Master-File
           close Practice-File
           close Practice-Input-File
           .
