       Identification Division.
       Program-Id. FRTSCVT.
      *****************************************************************
      * One-time schedule conversion for the postponement and
      * reschedule extension.  The FRTSCHD record grew from 55 to 64
      * bytes: the game status and the original date now follow
      * SCH-Site, and a cluster defined with the old fixed RECORDSIZE
      * rejects the longer writes.  This job reads a short-layout
      * schedule unloaded from the old cluster and writes every game
      * in the extended layout - scheduled, with no original date,
      * which is exactly how each game stood before the fields
      * existed - ready to load into a cluster redefined with the new
      * RECORDSIZE.  Run it once, before the first FRTSLOAD, FRTSMNT
      * or FRTOASG run against the extended layout.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Old-Game-File
               Assign to "OLDSCHD"
               Organization Sequential
               Access Sequential
               File Status Old-Game-File-Status.
           Select New-Game-File
               Assign to "NEWSCHD"
               Organization Sequential
               Access Sequential
               File Status New-Game-File-Status.
       Data Division.
       File Section.
       FD  Old-Game-File.
      *****************************************************************
      * The schedule layout as it stood before the game status was
      * added - declared here rather than copied, because the FRTSCHD
      * copybook now carries the extension this job exists to apply.
      *****************************************************************
       01  Old-Game-Record.
           05  OLD-Record-Key.
               10  OLD-Team-Name             pic x(20).
               10  OLD-Season                pic x(04).
               10  OLD-Game-Date             pic 9(8).
               10  OLD-Game-Number           pic 9(1).
           05  OLD-Opponent                  pic x(20).
           05  OLD-Game-Type                 pic x(01).
           05  OLD-Site                      pic x(01).
       FD  New-Game-File.
       01  New-Game-Record.
           copy FRTSCHD.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Old-Game-File-Status       pic x(02).
               88  Old-Game-OK            value "00".
               88  Old-Game-EOF           value "10".
           05  New-Game-File-Status       pic x(02).
               88  New-Game-OK            value "00".
       01  Conversion-Counters.
           05  Games-Read                 pic 9(07) comp.
           05  Games-Written              pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-OLDSCHD           pic x(12)
               value " of OLDSCHD.".
           05  Const-Of-NEWSCHD           pic x(12)
               value " of NEWSCHD.".
       01  Totals-Line.
           05  filler                     pic x(12)
               value "Games read: ".
           05  RPT-Games-Read             pic zzz,zz9.
           05  filler                     pic x(19)
               value "  Games converted: ".
           05  RPT-Games-Written          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Convert-Games
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Games-Read
           move zero to Games-Written
           open input Old-Game-File
           if not Old-Game-OK
               string Const-Got-Status delimited by size
                      Old-Game-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-OLDSCHD delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open output New-Game-File
           if not New-Game-OK
               string Const-Got-Status delimited by size
                      New-Game-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-NEWSCHD delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Convert-Games.
           perform 1100-Read-Next-Game
           perform with test before
                   until Old-Game-EOF
               add 1 to Games-Read
               perform 2000-Write-Extended-Game
               perform 1100-Read-Next-Game
           end-perform
           .
       1100-Read-Next-Game.
           read Old-Game-File
           end-read
           if not Old-Game-OK and not Old-Game-EOF
               string Const-Got-Status delimited by size
                      Old-Game-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-OLDSCHD delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Write-Extended-Game.
           move OLD-Team-Name to SCH-Team-Name
           move OLD-Season to SCH-Season
           move OLD-Game-Date to SCH-Game-Date
           move OLD-Game-Number to SCH-Game-Number
           move OLD-Opponent to SCH-Opponent
           move OLD-Game-Type to SCH-Game-Type
           move OLD-Site to SCH-Site
           set SCH-Scheduled to true
           move zero to SCH-Original-Date
           write New-Game-Record
           end-write
           if not New-Game-OK
               string Const-Got-Status delimited by size
                      New-Game-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-NEWSCHD delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           add 1 to Games-Written
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Games-Read to RPT-Games-Read
           move Games-Written to RPT-Games-Written
           display Totals-Line
           .
       9900-Close.
           close New-Game-File
           close Old-Game-File
           .
