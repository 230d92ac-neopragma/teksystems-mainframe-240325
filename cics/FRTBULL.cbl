      * photocopied bulletin for the teams.  This job prints the
      * whole bulletin as one formatted file: a masthead page with
      * the season and the week-ending date off the SYSIN card,
      * standings by division, the leading percentage and scoring
      * boards (qualified players only, ruled by FRTQUAL the same
      * way the certified boards are), each conference's player of
      * the week off the FRTPOWH history FRTPOTW files, the week's
      * milestone notices straight off FRTMNOTE, and the biggest
      * season-over-season risers and fallers.  One job submission
      * instead of an hour at the copier.
      *
      * The boards print BOARD-ROWS players (two digits, ten when
      * the RUNPARM run-parameter file has no setting), read through
      * PRMGET as of the week-ending date.  A nonzero board size in
      * cols 13-14 of the SYSIN card overrides it for this run and
      * is logged on the PRMAUDT audit file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Sequential
               Access Sequential
               File Status Notification-File-Status.
           Select History-File
               Record Key POW-Record-Key
               Assign to "FRTPOWH"
               Organization Indexed
               Access Dynamic
               File Status History-File-Status.
           Select Bulletin-File
               Assign to "BULLETIN"
               Organization Sequential
       01  Control-Card-Record.
           05  CTL-Season                 pic x(4).
           05  CTL-Week-Ending            pic 9(8).
           05  CTL-Board-Rows             pic 9(2).
           05  filler                     pic x(66).
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
           05  NOT-Career-Value           pic 9(7).
           05  NOT-Run-Date               pic 9(8).
           05  filler                     pic x(4).
       FD  History-File.
       01  FD-History-Record.
           copy FRTPOWH.
       FD  Bulletin-File
           Recording Mode F
           Record Contains 132 Characters
               88  Notification-OK        value "00".
               88  Notification-EOF       value "10".
               88  Notification-Missing   value "35".
           05  History-File-Status        pic x(02).
               88  History-OK             value "00".
               88  History-EOF            value "10".
               88  History-Not-Found      value "23".
               88  History-Missing        value "35".
           05  Bulletin-File-Status       pic x(02).
               88  Bulletin-OK            value "00".
       01  Selection-Fields.
           05  QAP-Result                 pic x(1).
               88  QAP-Qualified          value "Y".
           05  QAP-Required-Attempts      pic 9(5).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Rows-Value redefines RPP-Value.
               10  RPP-Board-Rows         pic 9(2).
               10  filler                 pic x(30).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Report-Counters.
           05  Records-Read               pic 9(07) comp.
           05  Notices-Printed            pic 9(07) comp.
           05  Winners-Printed            pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Bulletin-Lines.
                   value " (now ".
               10  BUL-Not-Value          pic zzzz,zz9.
               10  filler                 pic x(01) value ")".
           05  Winner-Line.
               10  filler                 pic x(04) value spaces.
               10  BUL-Win-Conference     pic x(12).
               10  filler                 pic x(01) value space.
               10  BUL-Win-Player         pic x(20).
               10  filler                 pic x(01) value space.
               10  BUL-Win-Team           pic x(20).
               10  filler                 pic x(02) value spaces.
               10  BUL-Win-Completed      pic zzz9.
               10  filler                 pic x(01) value "/".
               10  BUL-Win-Attempts       pic zzz9.
               10  filler                 pic x(04) value " in ".
               10  BUL-Win-Games          pic z9.
               10  filler                 pic x(06) value " games".
           05  No-Winner-Line             pic x(44)
               value "    Not yet selected for this week".
           05  Mover-Line.
               10  filler                 pic x(04) value spaces.
               10  BUL-Mover-Team         pic x(20).
           perform 1000-Write-Masthead
           perform 2000-Write-Division-Standings
           perform 3000-Write-Leader-Boards
           perform 3500-Write-Players-of-Week
           perform 4000-Write-Milestone-Notices
           perform 5000-Write-Movers
           perform 9900-Close
       0000-Initialize.
           move zero to Records-Read
           move zero to Notices-Printed
           move zero to Winners-Printed
           perform varying Mover-Sub from 1 by 1
                   until Mover-Sub greater than 5
               move zero to RSR-Delta(Mover-Sub)
           end-if
           move CTL-Season to Search-Season
           move CTL-Week-Ending to Week-Ending-Date
           move "G" to RPP-Function
           move "FRTBULL" to RPP-Program-Id
           move "BOARD-ROWS" to RPP-Parm-Name
           move Week-Ending-Date to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Board-Rows numeric
               and RPP-Board-Rows not equal zero
               move RPP-Board-Rows to Max-Board-Rows
           end-if
           if CTL-Board-Rows numeric
               and CTL-Board-Rows not equal zero
               move CTL-Board-Rows to Max-Board-Rows
               move "O" to RPP-Function
               move spaces to RPP-Value
               move CTL-Board-Rows to RPP-Board-Rows
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           close Control-Card-File
           open output Bulletin-File
           if not Bulletin-OK
           .
       3000-Write-Leader-Boards.
           set Building-Pct-Board to true
           move "--- Leaders: FT Pct Completed ---"
               to Section-Header-Line
           perform 3100-Build-One-Board
           set Building-Avg-Board to true
           move "--- Leaders: FT Avg Points ---"
               to Section-Header-Line
           perform 3100-Build-One-Board
           .
                   set Board-Sort-EOF to true
           end-return
           .
       3500-Write-Players-of-Week.
      *****************************************************************
      * One line per conference off the winners FRTPOTW filed for
      * the masthead's week-ending date.  A missing history file, or
      * no winners for the week yet, prints the section with a note
      * rather than stopping the bulletin.
      *****************************************************************
           move "--- Players of the Week ---" to Section-Header-Line
           move spaces to Bulletin-Record
           write Bulletin-Record
           write Bulletin-Record from Section-Header-Line
           open input History-File
           if History-Missing
               continue
           else
               if not History-OK
                   move "OPEN History-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move Week-Ending-Date to POW-Week-Ending
               move low-values to POW-Conference
               start History-File
                   key not less than POW-Record-Key
               end-start
               evaluate true
                   when History-OK
                       perform 3600-Read-Next-Winner
                   when History-Not-Found
                       set History-EOF to true
                   when other
                       move "START History-File" to Error-Message
                       perform 8900-Scream-and-Die
               end-evaluate
               perform with test before
                       until History-EOF
                       or POW-Week-Ending not equal Week-Ending-Date
                   move POW-Conference to BUL-Win-Conference
                   move POW-Player-Name to BUL-Win-Player
                   move POW-Team-Name to BUL-Win-Team
                   move POW-Completed to BUL-Win-Completed
                   move POW-Attempts to BUL-Win-Attempts
                   move POW-Games to BUL-Win-Games
                   write Bulletin-Record from Winner-Line
                   add 1 to Winners-Printed
                   perform 3600-Read-Next-Winner
               end-perform
               close History-File
           end-if
           if Winners-Printed equal zero
               write Bulletin-Record from No-Winner-Line
           end-if
           .
       3600-Read-Next-Winner.
           read History-File next
               into FD-History-Record
           end-read
           if not History-OK and not History-EOF
               move "READ NEXT History-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4000-Write-Milestone-Notices.
      *****************************************************************
      * The week's milestone notices off the FRTMNOTE files FRTMILE
