       Identification Division.
       Program-Id. FRTSMNT.
      *****************************************************************
      * Online schedule maintenance.  Until this screen the schedule
      * could only change through FRTSLOAD cards in batch, so a
      * snowed-out game meant deleting records by hand and leaving
      * whatever game details were already keyed against the old
      * date orphaned until FRTGVAL complained.  The operator keys a
      * team and season and pages through that team's schedule with
      * PF7/PF8, the same way FRTGLOG pages a game log.  Any operator
      * may look; changing a game takes the update or supervisor role
      * on FRTOPRF, the same as FRTGENT.
      *
      * One game at a time, the operator keys an action beside it -
      *   P  postpone: the game stays on its date with status P until
      *      a new date is known,
      *   R  reschedule: the game moves to the new date (and game
      *      number, for a doubleheader) keyed below the list, and
      *      goes back to scheduled with its first date remembered,
      *   C  cancel: the game stays on file with status C and is
      *      never played -
      * and presses Enter, then PF5 to confirm.  Both teams' halves
      * of the game change together or not at all: the opponent's
      * mirror record must be on file and name this team, and a
      * reschedule is refused when either team already has a game
      * against somebody else that day.  A reschedule carries every
      * game detail and game result already filed against the old
      * date along to the new one, and its FRTOASN officials crew
      * with it; a postponed or cancelled game gives its crew back,
      * so that FRTOASG and the FRTOFRP pay report never count an
      * official on a game that is not being played on that date.
      * A game with posted details or a
      * result on file has been played as far as the season counters
      * know, so changing it also takes a supervisor id and password
      * from FTSUPV, the same override FRTDEL asks for.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           copy DFHAID.
           copy DFHBMSCA.
           copy FRTSMSD.
           copy FTCONST.
       01  Schedule-Record.
           copy FRTSCHD.
       01  Mirror-Record.
           copy FRTSCHD.
       01  Game-Detail-Record.
           copy FRTGDTL.
       01  Game-Result-Record.
           copy FRTGRES.
       01  Supervisor-Record.
           copy FRTSUPV.
       01  Assignment-Record.
           copy FRTOASN.
       01  FT-Container-Data.
           05  CON-Page-Number                pic 9(04).
           05  CON-End-of-File-Reached        pic x.
               88  End-of-File-Reached        value 'Y'.
           05  CON-Filter-Key.
               10  CON-Filter-Team            pic x(20).
               10  CON-Filter-Season          pic x(4).
           05  CON-First-Key                  pic x(33).
           05  CON-Last-Key                   pic x(33).
           05  CON-Line-Key                   pic x(33) occurs 8.
           05  CON-Pending-Action             pic x.
               88  No-Action-Pending          value space.
               88  Pending-Postpone           value 'P'.
               88  Pending-Reschedule         value 'R'.
               88  Pending-Cancel             value 'C'.
           05  CON-Pending-Key                pic x(33).
           05  CON-New-Date                   pic 9(8).
           05  CON-New-Number                 pic 9(1).
           05  CON-Override-Status            pic x.
               88  Override-Needed            value 'Y'.
               88  Override-Authorized        value 'A'.
       01  Pagination-Fields.
           05  PAG-Start-Key.
               10  filler                     pic x(32).
               10  PAG-Key-Bump               pic x.
           05  PAG-Subscript                  pic s9(4) binary.
           05  PAG-Rows-Filled                pic s9(4) binary.
           05  PAG-End-of-Data                pic x.
               88  End-of-Data                value 'Y'.
           05  Max-Rows-per-Page              pic s9(4) binary
                                              value +8.
       01  Maintenance-Fields.
           05  MNT-Game-Key.
               10  MNT-Team-Name              pic x(20).
               10  MNT-Season                 pic x(4).
               10  MNT-Game-Date              pic 9(8).
               10  MNT-Game-Number            pic 9(1).
           05  MNT-Mirror-Key.
               10  MNT-Mirror-Team            pic x(20).
               10  MNT-Mirror-Season          pic x(4).
               10  MNT-Mirror-Date            pic 9(8).
               10  MNT-Mirror-Number          pic 9(1).
           05  MNT-Update-Key.
               10  MNT-Update-Team            pic x(20).
               10  MNT-Update-Season          pic x(4).
               10  MNT-Update-Date            pic 9(8).
               10  MNT-Update-Number          pic 9(1).
           05  MNT-Other-Team                 pic x(20).
           05  MNT-New-Date-Text              pic x(8).
           05  MNT-New-Date-Num redefines MNT-New-Date-Text
                                              pic 9(8).
           05  MNT-New-Status                 pic x.
           05  MNT-Action-Word                pic x(11).
           05  MNT-Selected-Line              pic s9(4) binary.
           05  MNT-Selections-Keyed           pic s9(4) binary.
           05  MNT-Day-Game-Number            pic 9(1).
           05  MNT-Posted-Details             pic s9(4) binary.
           05  MNT-Results-On-File            pic s9(4) binary.
           05  MNT-Failing-File               pic x(8).
           05  MNT-Valid-Switch               pic x.
               88  Action-Is-Valid            value 'Y'.
           05  MNT-Booked-Switch              pic x.
               88  Day-Is-Booked              value 'Y'.
           05  MNT-Assignment-Key.
               10  MNT-Assign-Season          pic x(4).
               10  MNT-Assign-Date            pic 9(8).
               10  MNT-Assign-Number          pic 9(1).
               10  MNT-Assign-First-Team      pic x(20).
               10  MNT-Assign-Second-Team     pic x(20).
      *****************************************************************
      * Every game-detail record filed against the game, from both
      * teams, so a reschedule can carry them to the new date once
      * the browse that found them is over.
      *****************************************************************
       01  Detail-Count                       pic s9(4) binary.
       01  Detail-Table.
           05  Detail-Entry occurs 60 times
                   indexed by Detail-Ix.
               10  DTL-Team-Name              pic x(20).
               10  DTL-Player-Name            pic x(20).
       01  Detail-Key.
           05  DKY-Team-Name                  pic x(20).
           05  DKY-Player-Name                pic x(20).
           05  DKY-Season                     pic x(4).
           05  DKY-Game-Date                  pic 9(8).
           05  DKY-Game-Number                pic 9(1).
       01  Scan-Team-Name                     pic x(20).
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Operator-Profile-Record.
           copy FRTOPRF.
       01  Authorization-Fields.
           05  AUTH-Operator-Id               pic x(8).
           05  AUTH-Update-Switch             pic x.
               88  Operator-May-Update        value 'Y'.
           05  AUTH-Denied-Message.
               10  filler                     pic x(9)
                   value "Operator ".
               10  AUTH-MSG-Operator          pic x(8).
               10  filler                     pic x(30)
                   value " not authorized for function ".
               10  AUTH-MSG-TransId           pic x(4).
               10  filler                     pic x(28) value spaces.
       01  Display-Messages.
           05  Highlight-Control              pic x.
               88  Highlight-Error            value 'Y'.
           05  MSG-Out                        pic x(79).
           05  MSG-Batch-Window               pic x(79)
               value 'Batch window in progress - inquiry only, no chang
      -        'es until the nightly run ends'.
           05  MSG-Undefined-PF-Key           pic x(16)
               value 'Undefined PF key'.
           05  MSG-Initial-Prompt             pic x(79)
               value 'Key team and season and press Enter for the sche
      -        'dule'.
           05  MSG-All-Required               pic x(79)
               value 'Team and season are both required'.
           05  MSG-No-Games                   pic x(79)
               value 'No games on the schedule for that team and seaso
      -        'n'.
           05  MSG-Select-Prompt              pic x(79)
               value 'P postpone, R reschedule (key new date), C cance
      -        'l - one game, then Enter'.
           05  MSG-One-At-A-Time              pic x(79)
               value 'Select one game at a time'.
           05  MSG-Bad-Action                 pic x(79)
               value 'Action must be P (postpone), R (reschedule), or
      -        'C (cancel)'.
           05  MSG-No-Game-On-Line            pic x(79)
               value 'There is no game on that line'.
           05  MSG-Game-Gone                  pic x(79)
               value 'That game is no longer on the schedule - the lis
      -        't has been refreshed'.
           05  MSG-Postpone-Scheduled-Only    pic x(79)
               value 'Only a game that is still scheduled can be postp
      -        'oned'.
           05  MSG-Already-Cancelled          pic x(79)
               value 'That game is already cancelled'.
           05  MSG-Cancelled-Cannot-Move      pic x(79)
               value 'A cancelled game cannot be rescheduled'.
           05  MSG-New-Date-Required          pic x(79)
               value 'Key the new game date (YYYYMMDD) below the list
      -        'to reschedule'.
           05  MSG-New-Date-Invalid           pic x(79)
               value 'New game date is not a valid YYYYMMDD date'.
           05  MSG-Same-Date                  pic x(79)
               value 'The game is already on that date and game number
      -        ''.
           05  MSG-Mirror-Missing             pic x(79)
               value 'Opponent''s half of the game is missing or does
      -        'not match - see FRTSMIR'.
           05  MSG-Team-Booked                pic x(79)
               value 'Team already has a game that day - game number 2
      -        ' is for a doubleheader'.
           05  MSG-Opponent-Booked            pic x(79)
               value 'Opponent already has a game that day - game numb
      -        'er 2 is for a doubleheader'.
           05  MSG-Too-Many-Details           pic x(79)
               value 'More game details on file than can be moved onli
      -        'ne - see the league office'.
           05  MSG-Confirm-Action             pic x(79)
               value 'Press PF5 to confirm, or Enter to choose again'.
           05  MSG-Override-Needed            pic x(79)
               value 'Game has posted details or a result - enter supe
      -        'rvisor ID/password, PF5'.
           05  MSG-Invalid-Supervisor         pic x(79)
               value 'Invalid supervisor ID or password - schedule not
      -        ' changed'.
           05  MSG-Nothing-Pending            pic x(79)
               value 'Key P, R, or C beside a game and press Enter fir
      -        'st'.
           05  MSG-Top-of-File                pic x(11)
               value 'Top of list'.
           05  MSG-No-More-Records            pic x(26)
               value 'No more games to display'.
       01  Error-Data.
           copy FTERRD.
       Procedure Division.
           perform 0100-Check-Authorization
           EXEC CICS GET CONTAINER(FT-Container-Name)
               CHANNEL(FT-Channel-Name)
               INTO(FT-Container-Data)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform 1000-Process-User-Input
               when DFHRESP(CHANNELERR)
               when DFHRESP(CONTAINERERR)
                   perform 0000-First-Time
               when other
                   perform 8100-Container-Error
           end-evaluate
           .
       0100-Check-Authorization.
      *****************************************************************
      * Looking at a schedule is open to anyone; changing one takes
      * the update or supervisor role FRTGENT takes.  The role is
      * noted here and checked when an action is keyed.
      *****************************************************************
           move space to AUTH-Update-Switch
           EXEC CICS ASSIGN
               USERID(AUTH-Operator-Id)
           END-EXEC
           EXEC CICS READ
               FILE(FT-Operator-Profile-File-Name)
               RIDFLD(AUTH-Operator-Id)
               INTO(Operator-Profile-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code equal DFHRESP(NORMAL)
               and (OPR-Update-Role or OPR-Supervisor-Role)
               set Operator-May-Update to true
           end-if
           .
       0150-Check-Batch-Window.
      *****************************************************************
      * No changes while the nightly batch chain is rewriting the
      * files: FRTBSET sets the batch-window record on FRTSYSC as the
      * chain's first step and clears it as the last, and inquiries
      * carry on as usual in between.  No record on file means the
      * online system is open.
      *****************************************************************
           move FT-Batch-Window-Key to SYS-Record-Key
           EXEC CICS READ
               FILE(FT-System-Status-File-Name)
               RIDFLD(SYS-Record-Key)
               INTO(System-Status-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate true
               when CICS-Response-Code equal DFHRESP(NOTFND)
                   continue
               when CICS-Response-Code not equal DFHRESP(NORMAL)
                   set ERR-File-Error to true
                   move "READ" to ERR-Operation
                   move FT-System-Status-File-Name to Err-File-Name
                   move EIBRESP to ERR-EIBRESP
                   move EIBRESP2 to ERR-EIBRESP2
                   perform 8900-Call-Error-Handler
                   move ERR-Message-Text to MSGO
                   perform 5900-Clear-Pending-Action
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
               when SYS-Batch-In-Progress
                   move MSG-Batch-Window to MSGO
                   set Highlight-Error to true
                   perform 5900-Clear-Pending-Action
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
               when other
                   continue
           end-evaluate
           .
       0190-Deny-Access.
      *****************************************************************
      * The denied attempt is logged to the FTEQ error queue; the
      * operator stays on the schedule, which they may still browse.
      *****************************************************************
           move AUTH-Operator-Id to AUTH-MSG-Operator
           move FT-Schedule-Maint-TransId to AUTH-MSG-TransId
           EXEC CICS WRITEQ TD
               QUEUE(FT-Error-TDQ-Name)
               FROM(AUTH-Denied-Message)
               LENGTH(length of AUTH-Denied-Message)
           END-EXEC
           move AUTH-Denied-Message to MSGO
           set Highlight-Error to true
           perform 5900-Clear-Pending-Action
           .
       0000-First-Time.
      *****************************************************************
      * First entry into this program in a conversation.
      *****************************************************************
           initialize FT-Container-Data
           move low-values to FRTSMAPO
           move FT-Schedule-Maint-TransId to TRANIDO
           move MSG-Initial-Prompt to MSGO
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       1000-Process-User-Input.
           perform 1100-Receive-Map
           perform 1200-Check-Attention-Id-Keys
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       1100-Receive-Map.
           EXEC CICS RECEIVE
               MAP(FT-Schedule-Maint-Map)
               MAPSET(FT-Schedule-Maint-Mapset)
               INTO(FRTSMAPI)
               ASIS
           END-EXEC
           .
       1200-Check-Attention-Id-Keys.
           evaluate EIBAID
               when DFHENTER
                   perform 1300-Process-Enter
               when DFHPF5
                   perform 5000-Confirm-Action
               when DFHPF8
                   perform 5900-Clear-Pending-Action
                   perform 1500-Page-Forward
               when DFHPF7
                   perform 5900-Clear-Pending-Action
                   perform 1600-Page-Backward
               when DFHPF12
                   perform 9900-End-Transaction
               when other
                   move MSG-Undefined-PF-Key to MSGO
                   perform 1700-Redraw-Page
           end-evaluate
           .
       1300-Process-Enter.
      *****************************************************************
      * A changed team or season starts a fresh list.  Otherwise Enter
      * stages the one action keyed beside a game; Enter with nothing
      * keyed drops any action still waiting for PF5.
      *****************************************************************
           if FLTTEAML greater than 0
               or FLTSEASL greater than 0
               perform 1400-Apply-Filter
           else
               if CON-Filter-Team not greater than spaces
                   move MSG-Initial-Prompt to MSGO
               else
                   perform 1350-Find-Selection
                   evaluate MNT-Selections-Keyed
                       when 0
                           perform 5900-Clear-Pending-Action
                           move MSG-Select-Prompt to MSGO
                           perform 1700-Redraw-Page
                       when 1
                           perform 3000-Stage-Action
                       when other
                           move MSG-One-At-A-Time to MSGO
                           perform 1700-Redraw-Page
                   end-evaluate
               end-if
           end-if
           .
       1350-Find-Selection.
           move zero to MNT-Selections-Keyed
           move zero to MNT-Selected-Line
           perform varying PAG-Subscript from 1 by 1
                   until PAG-Subscript greater than Max-Rows-per-Page
               if ACTL(PAG-Subscript) greater than 0
                   and ACTI(PAG-Subscript) greater than space
                   add 1 to MNT-Selections-Keyed
                   move PAG-Subscript to MNT-Selected-Line
               end-if
           end-perform
           .
       1400-Apply-Filter.
      *****************************************************************
      * A fresh team/season starts the list from its first game.  A
      * field left untouched keeps the value already on the screen.
      *****************************************************************
           if FLTTEAML greater than 0
               move FLTTEAMI to CON-Filter-Team
           end-if
           if FLTSEASL greater than 0
               move FLTSEASI to CON-Filter-Season
           end-if
           perform 5900-Clear-Pending-Action
           if CON-Filter-Team not greater than spaces
               or CON-Filter-Season not greater than spaces
               move MSG-All-Required to MSGO
           else
               move zero to CON-Page-Number
               move "N" to CON-End-of-File-Reached
               move low-values to PAG-Start-Key
               move CON-Filter-Key to PAG-Start-Key(1:24)
               perform 2000-Browse-Forward-Fill-Map
               if PAG-Rows-Filled equal zero
                   move MSG-No-Games to MSGO
               else
                   move MSG-Select-Prompt to MSGO
               end-if
           end-if
           .
       1500-Page-Forward.
           if CON-Filter-Team not greater than spaces
               move MSG-Initial-Prompt to MSGO
           else
               if End-of-File-Reached
                   subtract 1 from CON-Page-Number
                   move CON-First-Key to PAG-Start-Key
               else
                   move CON-Last-Key to PAG-Start-Key
                   move high-values to PAG-Key-Bump
               end-if
               perform 2000-Browse-Forward-Fill-Map
           end-if
           .
       1600-Page-Backward.
      *****************************************************************
      * Backing off page one just redraws it; anything deeper browses
      * backward from the first displayed game, and a backward browse
      * that runs out of games before the page fills restarts from
      * the top of the schedule instead.
      *****************************************************************
           if CON-Filter-Team not greater than spaces
               move MSG-Initial-Prompt to MSGO
           else
               if CON-Page-Number less than 2
                   move zero to CON-Page-Number
                   move "N" to CON-End-of-File-Reached
                   move low-values to PAG-Start-Key
                   move CON-Filter-Key to PAG-Start-Key(1:24)
                   perform 2000-Browse-Forward-Fill-Map
               else
                   move "N" to CON-End-of-File-Reached
                   perform 2500-Browse-Backward-Fill-Map
               end-if
           end-if
           .
       1700-Redraw-Page.
      *****************************************************************
      * Put the current page back on the screen from its first game -
      * after a change, the games on it may have moved or changed
      * status.
      *****************************************************************
           if CON-Filter-Team greater than spaces
               if CON-Page-Number greater than zero
                   and CON-First-Key greater than spaces
                   subtract 1 from CON-Page-Number
                   move CON-First-Key to PAG-Start-Key
               else
                   move zero to CON-Page-Number
                   move low-values to PAG-Start-Key
                   move CON-Filter-Key to PAG-Start-Key(1:24)
               end-if
               move "N" to CON-End-of-File-Reached
               perform 2000-Browse-Forward-Fill-Map
           end-if
           .
       2000-Browse-Forward-Fill-Map.
      *****************************************************************
      * Browse forward from the start key until the page is filled,
      * the file ends, or the browse walks past this team-season.
      *****************************************************************
           perform 2100-Start-Browse
           if CICS-Response-Code equal DFHRESP(NORMAL)
               add 1 to CON-Page-Number
               move "N" to PAG-End-of-Data
               move zero to PAG-Rows-Filled
               perform 2900-Blank-Game-Lines
               perform varying PAG-Subscript from 1 by 1
                       until PAG-Subscript greater than
                           Max-Rows-per-Page
                       or End-of-Data
                   perform 2300-Next-Record
               end-perform
               if End-of-Data
                   set End-of-File-Reached to true
               else
                   perform 2400-Read-Next
                   if CICS-Response-Code equal DFHRESP(ENDFILE)
                       or SCH-Record-Key in Schedule-Record(1:24)
                           not equal CON-Filter-Key
                       set End-of-Data to true
                       set End-of-File-Reached to true
                   end-if
               end-if
               perform 2950-End-Browse
           else
               move zero to PAG-Rows-Filled
               perform 2900-Blank-Game-Lines
               set End-of-File-Reached to true
           end-if
           .
       2100-Start-Browse.
           EXEC CICS STARTBR
               FILE(FT-Schedule-File-Name)
               RIDFLD(PAG-Start-Key)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                    continue
               when DFHRESP(NOTFND)
                    continue
               when other
                    move "STARTBR" to ERR-Operation
                    move FT-Schedule-File-Name to MNT-Failing-File
                    perform 8200-File-Error
           end-evaluate
           .
       2300-Next-Record.
           perform 2400-Read-Next
           evaluate true
               when CICS-Response-Code equal DFHRESP(ENDFILE)
                   set End-of-Data to true
               when SCH-Record-Key in Schedule-Record(1:24)
                       not equal CON-Filter-Key
                   set End-of-Data to true
               when other
                   perform 4000-Copy-from-Record-to-Map
                   add 1 to PAG-Rows-Filled
                   if PAG-Rows-Filled equal 1
                       move SCH-Record-Key in Schedule-Record
                           to CON-First-Key
                   end-if
                   move SCH-Record-Key in Schedule-Record
                       to CON-Last-Key
           end-evaluate
           .
       2400-Read-Next.
           EXEC CICS READNEXT
               FILE(FT-Schedule-File-Name)
               RIDFLD(PAG-Start-Key)
               INTO(Schedule-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               and CICS-Response-Code not equal DFHRESP(ENDFILE)
               move "READNEXT" to ERR-Operation
               move FT-Schedule-File-Name to MNT-Failing-File
               perform 8200-File-Error
           end-if
           .
       2500-Browse-Backward-Fill-Map.
      *****************************************************************
      * Browse backward from the first displayed game.  The READPREV
      * after STARTBR returns that game itself, so one extra read
      * positions behind it; the page then fills bottom-up.  Running
      * out of this team's games before the page fills means the
      * operator is back at the top - redraw page one from the start.
      *****************************************************************
           move CON-First-Key to PAG-Start-Key
           perform 2100-Start-Browse
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move low-values to PAG-Start-Key
               move CON-Filter-Key to PAG-Start-Key(1:24)
               move zero to CON-Page-Number
               perform 2000-Browse-Forward-Fill-Map
           else
               perform 2800-Read-Previous
               move "N" to PAG-End-of-Data
               move zero to PAG-Rows-Filled
               perform 2900-Blank-Game-Lines
               perform varying PAG-Subscript
                       from Max-Rows-per-Page by -1
                       until PAG-Subscript less than 1
                       or End-of-Data
                   perform 2700-Previous-Record
               end-perform
               perform 2950-End-Browse
               if End-of-Data
                   move low-values to PAG-Start-Key
                   move CON-Filter-Key to PAG-Start-Key(1:24)
                   move zero to CON-Page-Number
                   move "N" to CON-End-of-File-Reached
                   perform 2000-Browse-Forward-Fill-Map
               else
                   subtract 1 from CON-Page-Number
               end-if
           end-if
           .
       2700-Previous-Record.
           perform 2800-Read-Previous
           evaluate true
               when CICS-Response-Code equal DFHRESP(ENDFILE)
                   set End-of-Data to true
               when SCH-Record-Key in Schedule-Record(1:24)
                       not equal CON-Filter-Key
                   set End-of-Data to true
               when other
                   perform 4000-Copy-from-Record-to-Map
                   add 1 to PAG-Rows-Filled
                   move SCH-Record-Key in Schedule-Record
                       to CON-First-Key
                   if PAG-Subscript equal Max-Rows-per-Page
                       move SCH-Record-Key in Schedule-Record
                           to CON-Last-Key
                   end-if
           end-evaluate
           .
       2800-Read-Previous.
           EXEC CICS READPREV
               FILE(FT-Schedule-File-Name)
               RIDFLD(PAG-Start-Key)
               INTO(Schedule-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               and CICS-Response-Code not equal DFHRESP(ENDFILE)
               move "READPREV" to ERR-Operation
               move FT-Schedule-File-Name to MNT-Failing-File
               perform 8200-File-Error
           end-if
           .
       2900-Blank-Game-Lines.
      *****************************************************************
      * Low-values across the whole line leave it unsent, and the
      * map goes out with ERASE, so the line shows blank - the date
      * fields are numeric-edited and cannot take spaces directly.
      * The line's key goes too, so an action keyed on an empty line
      * finds no game behind it.
      *****************************************************************
           perform varying PAG-Subscript from 1 by 1
                   until PAG-Subscript greater than Max-Rows-per-Page
               move low-values to SCHLINEO(PAG-Subscript)
               move spaces to CON-Line-Key(PAG-Subscript)
           end-perform
           .
       2950-End-Browse.
           EXEC CICS ENDBR
               FILE(FT-Schedule-File-Name)
           END-EXEC
           .
       3000-Stage-Action.
      *****************************************************************
      * Check the keyed action against the game and hold it in the
      * container for PF5.  Nothing changes on file until then.
      *****************************************************************
           perform 5900-Clear-Pending-Action
           if not Operator-May-Update
               perform 0190-Deny-Access
           else
               move function upper-case(ACTI(MNT-Selected-Line))
                   to CON-Pending-Action
               move CON-Line-Key(MNT-Selected-Line) to CON-Pending-Key
               evaluate true
                   when CON-Pending-Key not greater than spaces
                       move MSG-No-Game-On-Line to MSGO
                       perform 5900-Clear-Pending-Action
                   when not Pending-Postpone
                       and not Pending-Reschedule
                       and not Pending-Cancel
                       move MSG-Bad-Action to MSGO
                       perform 5900-Clear-Pending-Action
                   when other
                       perform 3050-Collect-New-Date
                       perform 3100-Validate-Action
                       if Action-Is-Valid
                           if MNT-Posted-Details greater than zero
                               or MNT-Results-On-File greater than zero
                               set Override-Needed to true
                               move MSG-Override-Needed to MSGO
                           else
                               set Override-Authorized to true
                               move MSG-Confirm-Action to MSGO
                           end-if
                       else
                           perform 5900-Clear-Pending-Action
                       end-if
               end-evaluate
           end-if
           perform 1700-Redraw-Page
           .
       3050-Collect-New-Date.
      *****************************************************************
      * Only a reschedule takes a new date.  A blank or zero game
      * number means the ordinary single game of the day; a
      * doubleheader's second game is keyed 2.
      *****************************************************************
           move zero to CON-New-Date
           move 1 to CON-New-Number
           if Pending-Reschedule
               if NEWDATEL greater than 0
                   move NEWDATEI to MNT-New-Date-Text
                   if MNT-New-Date-Text numeric
                       move MNT-New-Date-Num to CON-New-Date
                   end-if
               end-if
               if NEWGNOL greater than 0
                   and NEWGNOI numeric
                   and NEWGNOI not equal "0"
                   move NEWGNOI to CON-New-Number
               end-if
           end-if
           .
       3100-Validate-Action.
      *****************************************************************
      * Run on Enter and again on PF5, since the file can change in
      * between.  Each check hands on to the next, and the first one
      * that fails leaves its message on the screen.
      *****************************************************************
           move "N" to MNT-Valid-Switch
           move zero to MNT-Posted-Details
           move zero to MNT-Results-On-File
           move zero to Detail-Count
           move CON-Pending-Key to MNT-Game-Key
           EXEC CICS READ
               FILE(FT-Schedule-File-Name)
               RIDFLD(MNT-Game-Key)
               INTO(Schedule-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform 3200-Check-Game-Status
               when DFHRESP(NOTFND)
                   move MSG-Game-Gone to MSGO
               when other
                   move "READ" to ERR-Operation
                   move FT-Schedule-File-Name to MNT-Failing-File
                   perform 8200-File-Error
           end-evaluate
           .
       3200-Check-Game-Status.
           evaluate true
               when Pending-Postpone
                   and not SCH-Scheduled in Schedule-Record
                   move MSG-Postpone-Scheduled-Only to MSGO
               when Pending-Cancel
                   and SCH-Cancelled in Schedule-Record
                   move MSG-Already-Cancelled to MSGO
               when Pending-Reschedule
                   and SCH-Cancelled in Schedule-Record
                   move MSG-Cancelled-Cannot-Move to MSGO
               when Pending-Reschedule
                   perform 3300-Check-New-Date
               when other
                   perform 3400-Check-Mirror
           end-evaluate
           .
       3300-Check-New-Date.
           evaluate true
               when CON-New-Date equal zero
                   move MSG-New-Date-Required to MSGO
               when function test-date-yyyymmdd(CON-New-Date)
                       not equal zero
                   move MSG-New-Date-Invalid to MSGO
               when CON-New-Date equal MNT-Game-Date
                   and CON-New-Number equal MNT-Game-Number
                   move MSG-Same-Date to MSGO
               when other
                   perform 3400-Check-Mirror
           end-evaluate
           .
       3400-Check-Mirror.
      *****************************************************************
      * Both halves change together, so the opponent's half must be
      * there and must name this team.  A broken pair is FRTSMIR's to
      * report and a schedule correction's to fix, not this screen's.
      *****************************************************************
           move SCH-Opponent in Schedule-Record to MNT-Mirror-Team
           move MNT-Season to MNT-Mirror-Season
           move MNT-Game-Date to MNT-Mirror-Date
           move MNT-Game-Number to MNT-Mirror-Number
           EXEC CICS READ
               FILE(FT-Schedule-File-Name)
               RIDFLD(MNT-Mirror-Key)
               INTO(Mirror-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate true
               when CICS-Response-Code equal DFHRESP(NORMAL)
                   and SCH-Opponent in Mirror-Record
                       equal MNT-Team-Name
                   if Pending-Reschedule
                       perform 3500-Check-New-Date-Free
                   else
                       perform 3600-Count-Game-Details
                   end-if
               when CICS-Response-Code equal DFHRESP(NORMAL)
               when CICS-Response-Code equal DFHRESP(NOTFND)
                   move MSG-Mirror-Missing to MSGO
               when other
                   move "READ" to ERR-Operation
                   move FT-Schedule-File-Name to MNT-Failing-File
                   perform 8200-File-Error
           end-evaluate
           .
       3500-Check-New-Date-Free.
      *****************************************************************
      * Neither team may already be booked on the new date and game
      * number, nor have the other game of that day against somebody
      * else - a doubleheader is two games against one opponent.
      *****************************************************************
           move MNT-Team-Name to MNT-Update-Team
           move MNT-Mirror-Team to MNT-Other-Team
           perform 3550-Check-Team-Day
           if Day-Is-Booked
               move MSG-Team-Booked to MSGO
           else
               move MNT-Mirror-Team to MNT-Update-Team
               move MNT-Team-Name to MNT-Other-Team
               perform 3550-Check-Team-Day
               if Day-Is-Booked
                   move MSG-Opponent-Booked to MSGO
               else
                   perform 3600-Count-Game-Details
               end-if
           end-if
           .
       3550-Check-Team-Day.
           move "N" to MNT-Booked-Switch
           move MNT-Season to MNT-Update-Season
           move CON-New-Date to MNT-Update-Date
           perform varying MNT-Day-Game-Number from 1 by 1
                   until MNT-Day-Game-Number greater than 2
                   or Day-Is-Booked
               move MNT-Day-Game-Number to MNT-Update-Number
               EXEC CICS READ
                   FILE(FT-Schedule-File-Name)
                   RIDFLD(MNT-Update-Key)
                   INTO(Mirror-Record)
                   RESP(CICS-Response-Code)
               END-EXEC
               evaluate true
                   when CICS-Response-Code equal DFHRESP(NOTFND)
                       continue
                   when CICS-Response-Code not equal DFHRESP(NORMAL)
                       move "READ" to ERR-Operation
                       move FT-Schedule-File-Name to MNT-Failing-File
                       perform 8200-File-Error
      * The game being moved does not book its own new day.
                   when MNT-Update-Key equal MNT-Game-Key
                   when MNT-Update-Key equal MNT-Mirror-Key
                       continue
                   when MNT-Day-Game-Number equal CON-New-Number
                       set Day-Is-Booked to true
                   when SCH-Cancelled in Mirror-Record
                       continue
                   when SCH-Opponent in Mirror-Record
                           not equal MNT-Other-Team
                       set Day-Is-Booked to true
               end-evaluate
           end-perform
           .
       3600-Count-Game-Details.
      *****************************************************************
      * Find every detail either team filed against the game, and
      * whether a result is on file for either half.  A posted detail
      * or a result means the game has been played as far as the
      * season counters and standings know.
      *****************************************************************
           move MNT-Team-Name to Scan-Team-Name
           perform 3700-Scan-Team-Details
           move MNT-Mirror-Team to Scan-Team-Name
           perform 3700-Scan-Team-Details
           if Detail-Count greater than 60
               move MSG-Too-Many-Details to MSGO
           else
               move MNT-Game-Key to MNT-Update-Key
               perform 3800-Check-Result
               move MNT-Mirror-Key to MNT-Update-Key
               perform 3800-Check-Result
               set Action-Is-Valid to true
           end-if
           .
       3700-Scan-Team-Details.
      *****************************************************************
      * The detail file is keyed by team and player ahead of the
      * date, so the team's details are browsed and the game's picked
      * out of them.
      *****************************************************************
           move low-values to Detail-Key
           move Scan-Team-Name to DKY-Team-Name
           move "N" to PAG-End-of-Data
           EXEC CICS STARTBR
               FILE(FT-Game-Detail-File-Name)
               RIDFLD(Detail-Key)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform with test before
                           until End-of-Data
                       perform 3750-Next-Team-Detail
                   end-perform
                   EXEC CICS ENDBR
                       FILE(FT-Game-Detail-File-Name)
                   END-EXEC
               when DFHRESP(NOTFND)
                   continue
               when other
                   move "STARTBR" to ERR-Operation
                   move FT-Game-Detail-File-Name to MNT-Failing-File
                   perform 8200-File-Error
           end-evaluate
           .
       3750-Next-Team-Detail.
           EXEC CICS READNEXT
               FILE(FT-Game-Detail-File-Name)
               RIDFLD(Detail-Key)
               INTO(Game-Detail-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate true
               when CICS-Response-Code equal DFHRESP(ENDFILE)
                   set End-of-Data to true
               when CICS-Response-Code not equal DFHRESP(NORMAL)
                   move "READNEXT" to ERR-Operation
                   move FT-Game-Detail-File-Name to MNT-Failing-File
                   perform 8200-File-Error
               when GD-Team-Name not equal Scan-Team-Name
                   set End-of-Data to true
               when GD-Season equal MNT-Season
                   and GD-Game-Date equal MNT-Game-Date
                   and GD-Game-Number equal MNT-Game-Number
                   add 1 to Detail-Count
                   if Detail-Count not greater than 60
                       move GD-Team-Name to DTL-Team-Name(Detail-Count)
                       move GD-Player-Name
                           to DTL-Player-Name(Detail-Count)
                   end-if
                   if GD-Posted
                       add 1 to MNT-Posted-Details
                   end-if
               when other
                   continue
           end-evaluate
           .
       3800-Check-Result.
           EXEC CICS READ
               FILE(FT-Game-Result-File-Name)
               RIDFLD(MNT-Update-Key)
               INTO(Game-Result-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   add 1 to MNT-Results-On-File
               when DFHRESP(NOTFND)
                   continue
               when other
                   move "READ" to ERR-Operation
                   move FT-Game-Result-File-Name to MNT-Failing-File
                   perform 8200-File-Error
           end-evaluate
           .
       4000-Copy-from-Record-to-Map.
           move SCH-Game-Date in Schedule-Record
               to GDATEO(PAG-Subscript)
           move SCH-Game-Number in Schedule-Record
               to GNOO(PAG-Subscript)
           move SCH-Opponent in Schedule-Record to OPPO(PAG-Subscript)
           move SCH-Site in Schedule-Record to SITEO(PAG-Subscript)
           move SCH-Game-Type in Schedule-Record
               to TYPEO(PAG-Subscript)
           move SCH-Game-Status in Schedule-Record
               to STATO(PAG-Subscript)
      * Only a game that has been moved carries a first date.
           if SCH-Original-Date in Schedule-Record numeric
               and SCH-Original-Date in Schedule-Record
                   greater than zero
               move SCH-Original-Date in Schedule-Record
                   to ORIGO(PAG-Subscript)
           end-if
           move SCH-Record-Key in Schedule-Record
               to CON-Line-Key(PAG-Subscript)
           if not No-Action-Pending
               and SCH-Record-Key in Schedule-Record
                   equal CON-Pending-Key
               move CON-Pending-Action to ACTO(PAG-Subscript)
           end-if
           .
       5000-Confirm-Action.
      *****************************************************************
      * PF5 makes the staged change.  The action is checked again
      * first - someone may have posted the game since Enter - and a
      * game that now needs the supervisor override gets it asked
      * for before anything is touched.
      *****************************************************************
           evaluate true
               when No-Action-Pending
                   move MSG-Nothing-Pending to MSGO
               when not Operator-May-Update
                   perform 0190-Deny-Access
               when other
                   perform 3100-Validate-Action
                   evaluate true
                       when not Action-Is-Valid
                           perform 5900-Clear-Pending-Action
                       when (MNT-Posted-Details greater than zero
                           or MNT-Results-On-File greater than zero)
                           and not Override-Needed
                           set Override-Needed to true
                           move MSG-Override-Needed to MSGO
                       when Override-Needed
                           perform 6100-Validate-Supervisor-Override
                           if Override-Authorized
                               perform 5100-Apply-Action
                           else
                               move MSG-Invalid-Supervisor to MSGO
                               set Highlight-Error to true
                           end-if
                       when other
                           perform 5100-Apply-Action
                   end-evaluate
           end-evaluate
           perform 1700-Redraw-Page
           .
       5100-Apply-Action.
           perform 0150-Check-Batch-Window
           evaluate true
               when Pending-Postpone
                   move "P" to MNT-New-Status
                   move "postponed" to MNT-Action-Word
                   perform 5200-Set-Game-Status
                   perform 5700-Drop-Assignment
               when Pending-Cancel
                   move "C" to MNT-New-Status
                   move "cancelled" to MNT-Action-Word
                   perform 5200-Set-Game-Status
                   perform 5700-Drop-Assignment
               when Pending-Reschedule
                   move "rescheduled" to MNT-Action-Word
                   perform 5400-Move-Game
                   perform 5750-Move-Assignment
           end-evaluate
           move spaces to MSGO
           string "Game " delimited by size
                  MNT-Action-Word delimited by space
                  " - both teams' schedules updated"
                      delimited by size
               into MSGO
           end-string
           perform 5900-Clear-Pending-Action
           move spaces to NEWDATEO
           move spaces to NEWGNOO
           .
       5200-Set-Game-Status.
           move MNT-Game-Key to MNT-Update-Key
           perform 5250-Set-One-Half
           move MNT-Mirror-Key to MNT-Update-Key
           perform 5250-Set-One-Half
           .
       5250-Set-One-Half.
           EXEC CICS READ
               FILE(FT-Schedule-File-Name)
               RIDFLD(MNT-Update-Key)
               INTO(Schedule-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move "READ UPDATE" to ERR-Operation
               move FT-Schedule-File-Name to MNT-Failing-File
               perform 8300-Update-Failed
           end-if
           move MNT-New-Status to SCH-Game-Status in Schedule-Record
           if SCH-Original-Date in Schedule-Record not numeric
               move zero to SCH-Original-Date in Schedule-Record
           end-if
           EXEC CICS REWRITE
               FILE(FT-Schedule-File-Name)
               FROM(Schedule-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move "REWRITE" to ERR-Operation
               move FT-Schedule-File-Name to MNT-Failing-File
               perform 8300-Update-Failed
           end-if
           .
       5400-Move-Game.
      *****************************************************************
      * The date is part of the key, so each half is deleted from the
      * old date and written on the new one, back to scheduled, and
      * the details and results filed against the old date follow.
      *****************************************************************
           move MNT-Game-Key to MNT-Update-Key
           perform 5450-Move-One-Half
           move MNT-Mirror-Key to MNT-Update-Key
           perform 5450-Move-One-Half
           perform varying Detail-Ix from 1 by 1
                   until Detail-Ix greater than Detail-Count
               perform 5500-Move-One-Detail
           end-perform
           move MNT-Game-Key to MNT-Update-Key
           perform 5600-Move-One-Result
           move MNT-Mirror-Key to MNT-Update-Key
           perform 5600-Move-One-Result
           .
       5450-Move-One-Half.
           EXEC CICS READ
               FILE(FT-Schedule-File-Name)
               RIDFLD(MNT-Update-Key)
               INTO(Schedule-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move "READ UPDATE" to ERR-Operation
               move FT-Schedule-File-Name to MNT-Failing-File
               perform 8300-Update-Failed
           end-if
           EXEC CICS DELETE
               FILE(FT-Schedule-File-Name)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move "DELETE" to ERR-Operation
               move FT-Schedule-File-Name to MNT-Failing-File
               perform 8300-Update-Failed
           end-if
      * The first date stays the first date however often it moves.
           if SCH-Original-Date in Schedule-Record not numeric
               or SCH-Original-Date in Schedule-Record equal zero
               move SCH-Game-Date in Schedule-Record
                   to SCH-Original-Date in Schedule-Record
           end-if
           move CON-New-Date to SCH-Game-Date in Schedule-Record
           move CON-New-Number to SCH-Game-Number in Schedule-Record
           move space to SCH-Game-Status in Schedule-Record
           EXEC CICS WRITE
               FILE(FT-Schedule-File-Name)
               FROM(Schedule-Record)
               RIDFLD(SCH-Record-Key in Schedule-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move "WRITE" to ERR-Operation
               move FT-Schedule-File-Name to MNT-Failing-File
               perform 8300-Update-Failed
           end-if
           .
       5500-Move-One-Detail.
           move DTL-Team-Name(Detail-Ix) to DKY-Team-Name
           move DTL-Player-Name(Detail-Ix) to DKY-Player-Name
           move MNT-Season to DKY-Season
           move MNT-Game-Date to DKY-Game-Date
           move MNT-Game-Number to DKY-Game-Number
           EXEC CICS READ
               FILE(FT-Game-Detail-File-Name)
               RIDFLD(Detail-Key)
               INTO(Game-Detail-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move "READ UPDATE" to ERR-Operation
               move FT-Game-Detail-File-Name to MNT-Failing-File
               perform 8300-Update-Failed
           end-if
           EXEC CICS DELETE
               FILE(FT-Game-Detail-File-Name)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move "DELETE" to ERR-Operation
               move FT-Game-Detail-File-Name to MNT-Failing-File
               perform 8300-Update-Failed
           end-if
           move CON-New-Date to GD-Game-Date
           move CON-New-Number to GD-Game-Number
           EXEC CICS WRITE
               FILE(FT-Game-Detail-File-Name)
               FROM(Game-Detail-Record)
               RIDFLD(GD-Record-Key)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               move "WRITE" to ERR-Operation
               move FT-Game-Detail-File-Name to MNT-Failing-File
               perform 8300-Update-Failed
           end-if
           .
       5600-Move-One-Result.
           EXEC CICS READ
               FILE(FT-Game-Result-File-Name)
               RIDFLD(MNT-Update-Key)
               INTO(Game-Result-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   EXEC CICS DELETE
                       FILE(FT-Game-Result-File-Name)
                       RESP(CICS-Response-Code)
                   END-EXEC
                   if CICS-Response-Code not equal DFHRESP(NORMAL)
                       move "DELETE" to ERR-Operation
                       move FT-Game-Result-File-Name
                           to MNT-Failing-File
                       perform 8300-Update-Failed
                   end-if
                   move CON-New-Date to GR-Game-Date
                   move CON-New-Number to GR-Game-Number
                   EXEC CICS WRITE
                       FILE(FT-Game-Result-File-Name)
                       FROM(Game-Result-Record)
                       RIDFLD(GR-Record-Key)
                       RESP(CICS-Response-Code)
                   END-EXEC
                   if CICS-Response-Code not equal DFHRESP(NORMAL)
                       move "WRITE" to ERR-Operation
                       move FT-Game-Result-File-Name
                           to MNT-Failing-File
                       perform 8300-Update-Failed
                   end-if
               when DFHRESP(NOTFND)
                   continue
               when other
                   move "READ UPDATE" to ERR-Operation
                   move FT-Game-Result-File-Name to MNT-Failing-File
                   perform 8300-Update-Failed
           end-evaluate
           .
       5650-Build-Assignment-Key.
      *****************************************************************
      * The crew is filed once per game, the two teams in name order,
      * the same key FRTOASG builds.
      *****************************************************************
           move MNT-Season to MNT-Assign-Season
           move MNT-Game-Date to MNT-Assign-Date
           move MNT-Game-Number to MNT-Assign-Number
           if MNT-Team-Name less than MNT-Mirror-Team
               move MNT-Team-Name to MNT-Assign-First-Team
               move MNT-Mirror-Team to MNT-Assign-Second-Team
           else
               move MNT-Mirror-Team to MNT-Assign-First-Team
               move MNT-Team-Name to MNT-Assign-Second-Team
           end-if
           .
       5700-Drop-Assignment.
      *****************************************************************
      * A postponed or cancelled game has no crew - the assignor
      * names one again once the game has a new date.  A game with
      * no crew filed is nothing to do.
      *****************************************************************
           perform 5650-Build-Assignment-Key
           EXEC CICS READ
               FILE(FT-Assignment-File-Name)
               RIDFLD(MNT-Assignment-Key)
               INTO(Assignment-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   EXEC CICS DELETE
                       FILE(FT-Assignment-File-Name)
                       RESP(CICS-Response-Code)
                   END-EXEC
                   if CICS-Response-Code not equal DFHRESP(NORMAL)
                       move "DELETE" to ERR-Operation
                       move FT-Assignment-File-Name
                           to MNT-Failing-File
                       perform 8300-Update-Failed
                   end-if
               when DFHRESP(NOTFND)
                   continue
               when other
                   move "READ UPDATE" to ERR-Operation
                   move FT-Assignment-File-Name to MNT-Failing-File
                   perform 8300-Update-Failed
           end-evaluate
           .
       5750-Move-Assignment.
      *****************************************************************
      * A rescheduled game keeps its crew, re-keyed to the new date
      * and game number the way 5600 re-keys the result.
      *****************************************************************
           perform 5650-Build-Assignment-Key
           EXEC CICS READ
               FILE(FT-Assignment-File-Name)
               RIDFLD(MNT-Assignment-Key)
               INTO(Assignment-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   EXEC CICS DELETE
                       FILE(FT-Assignment-File-Name)
                       RESP(CICS-Response-Code)
                   END-EXEC
                   if CICS-Response-Code not equal DFHRESP(NORMAL)
                       move "DELETE" to ERR-Operation
                       move FT-Assignment-File-Name
                           to MNT-Failing-File
                       perform 8300-Update-Failed
                   end-if
                   move CON-New-Date to OA-Game-Date
                   move CON-New-Number to OA-Game-Number
                   EXEC CICS WRITE
                       FILE(FT-Assignment-File-Name)
                       FROM(Assignment-Record)
                       RIDFLD(OA-Record-Key)
                       RESP(CICS-Response-Code)
                   END-EXEC
                   if CICS-Response-Code not equal DFHRESP(NORMAL)
                       move "WRITE" to ERR-Operation
                       move FT-Assignment-File-Name
                           to MNT-Failing-File
                       perform 8300-Update-Failed
                   end-if
               when DFHRESP(NOTFND)
                   continue
               when other
                   move "READ UPDATE" to ERR-Operation
                   move FT-Assignment-File-Name to MNT-Failing-File
                   perform 8300-Update-Failed
           end-evaluate
           .
       5900-Clear-Pending-Action.
           move space to CON-Pending-Action
           move spaces to CON-Pending-Key
           move zero to CON-New-Date
           move zero to CON-New-Number
           move space to CON-Override-Status
           .
       6100-Validate-Supervisor-Override.
      *****************************************************************
      * Read the supervisor-override file for the id keyed on the
      * screen and check the password that came back with it - the
      * same check FRTDEL makes.  A bad id or a mismatched password
      * both leave the override unauthorized.
      *****************************************************************
           set Override-Needed to true
           EXEC CICS READ
               FILE(FT-Supervisor-File-Name)
               RIDFLD(SUPIDI)
               INTO(Supervisor-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code equal DFHRESP(NORMAL)
                   and SUP-Password equal SUPPWDI
               set Override-Authorized to true
           end-if
           .
       7100-Put-Container.
           EXEC CICS PUT CONTAINER(FT-Container-Name)
               CHANNEL(FT-Channel-Name)
               FROM(FT-Container-Data)
               FLENGTH(length of FT-Container-Data)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code equal DFHRESP(NORMAL)
               continue
           else
               perform 8100-Container-Error
           end-if
           .
       8100-Container-Error.
      *****************************************************************
      * Display response codes after unexpected condition when
      * getting a container.  Message text and TDQ logging are
      * handled by the shared FRTERR error handler.
      *****************************************************************
           set ERR-Container-Error to true
           move FT-Channel-Name to ERR-Channel-Name
           move FT-Container-Name to ERR-Container-Name
           move EIBRESP to ERR-EIBRESP
           move EIBRESP2 to ERR-EIBRESP2
           perform 8900-Call-Error-Handler
           move ERR-Message-Text to MSGO
           perform 9100-Display-and-Return
           .
       8200-File-Error.
      *****************************************************************
      * Display response codes after unexpected condition when
      * performing a File Control operation.  Message text and TDQ
      * logging are handled by the shared FRTERR error handler.
      *****************************************************************
           set ERR-File-Error to true
           move MNT-Failing-File to ERR-File-Name
           move EIBRESP to ERR-EIBRESP
           move EIBRESP2 to ERR-EIBRESP2
           perform 8900-Call-Error-Handler
           move ERR-Message-Text to MSGO
           set Highlight-Error to true
           perform 5900-Clear-Pending-Action
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       8300-Update-Failed.
      *****************************************************************
      * A change that fails part way is backed out whole - one team's
      * half moved without the other's is the very break FRTSMIR
      * exists to catch.
      *****************************************************************
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC
           perform 8200-File-Error
           .
       8900-Call-Error-Handler.
      *****************************************************************
      * Hand the error off to FRTERR via the error container on this
      * program's own channel.
      *****************************************************************
           EXEC CICS PUT CONTAINER(FT-Error-Container-Name)
               CHANNEL(FT-Channel-Name)
               FROM(Error-Data)
           END-EXEC
           EXEC CICS LINK
               PROGRAM(FT-Error-Handler-Program)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           EXEC CICS GET CONTAINER(FT-Error-Container-Name)
               CHANNEL(FT-Channel-Name)
               INTO(Error-Data)
           END-EXEC
           .
      *****************************************************************
      * Display the output map and do a pseudoconversational return.
      * The supervisor fields open only while an override is wanted.
      *****************************************************************
       9100-Display-and-Return.
           move FT-Schedule-Maint-TransId to TRANIDO
           move CON-Filter-Team to FLTTEAMO
           move CON-Filter-Season to FLTSEASO
           move CON-Page-Number to PAGEO
           if Pending-Reschedule
               move CON-New-Date to NEWDATEO
               move CON-New-Number to NEWGNOO
           end-if
           if Override-Needed
               move DFHBMUNP to SUPIDA
               move DFHDARK to SUPPWDA
           else
               move DFHBMASK to SUPIDA
               move DFHBMASK to SUPPWDA
           end-if
           if Highlight-Error
               move DFHRED to MSGC
               move space to Highlight-Control
           end-if
           if End-of-File-Reached
               and CON-Page-Number greater than zero
               if MSGO not greater than spaces
                   move MSG-No-More-Records to MSGO
               end-if
           end-if
           if CON-Page-Number less than 2
               and CON-Page-Number greater than zero
               if MSGO not greater than spaces
                   move MSG-Top-of-File to MSGO
               end-if
           end-if
           EXEC CICS SEND
               MAP(FT-Schedule-Maint-Map)
               MAPSET(FT-Schedule-Maint-Mapset)
               FROM(FRTSMAPO)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
               TRANSID(FT-Schedule-Maint-TransId)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           .
       9900-End-Transaction.
           EXEC CICS SEND CONTROL
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
