       Identification Division.
       Program-Id. FRTPENT.
      *****************************************************************
      * Online practice-session entry.  Coaches track practice free
      * throws on clipboards; this transaction lets the staff key a
      * sheet straight onto the practice file: team, player, season,
      * session date and number, attempts and completed - with the
      * same edits FRTPLOAD applies to a loaded sheet line
      * (completed not greater than attempts, a real date not in the
      * future, the team on the team master and active, the player
      * on FRTHROW for that team and season so FRTPRPT can set the
      * practice shooting beside the game shooting).  Practice goes
      * to FRTPRAC, never to the game-detail file, so it never
      * touches the season counters and needs no second-scorer
      * verification.  A blank season is the current season; a blank
      * session number is the day's only practice, and a second
      * session the same day is keyed 2.  Update-role authorization
      * is checked the same way FRTGENT checks it.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           copy DFHAID.
           copy DFHBMSCA.
           copy FRTXMSD.
           copy FTCONST.
       01  Practice-Record.
           copy FRTPRAC.
       01  FT-Record.
           copy FRTHROW.
       01  Team-Master-Record.
           copy FRTTMST.
       01  FT-Container-Data.
           05  CON-Entry-Status               pic x.
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Entry-Work-Fields.
           05  ENT-Team-Name                  pic x(20).
           05  ENT-Player-Name                pic x(20).
           05  ENT-Season                     pic x(4).
           05  ENT-Session-Date               pic x(8).
           05  ENT-Session-Date-Num redefines ENT-Session-Date
                                              pic 9(8).
           05  ENT-Session-Number             pic 9(1).
           05  ENT-Attempts                   pic 9(5).
           05  ENT-Completed                  pic 9(5).
           05  ENT-Today                      pic 9(8).
       01  Operator-Profile-Record.
           copy FRTOPRF.
       01  Authorization-Fields.
           05  AUTH-Operator-Id               pic x(8).
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
               value 'Key the practice session and press Enter - PF12 ex
      -        'its'.
           05  MSG-Session-Written            pic x(79)
               value 'Practice session recorded'.
           05  MSG-All-Required               pic x(79)
               value 'Team, player, and session date are all required'.
           05  MSG-Date-Not-Valid             pic x(79)
               value 'Session date must be a valid YYYYMMDD date'.
           05  MSG-Date-In-Future             pic x(79)
               value 'Session date is in the future'.
           05  MSG-No-Attempts                pic x(79)
               value 'Attempts must be keyed - a session with no shots i
      -        's not recorded'.
           05  MSG-Comp-Over-Atts             pic x(79)
               value 'Completed cannot exceed Attempts'.
           05  MSG-Unknown-Team               pic x(79)
               value 'Team is not on the team master - FRTT with a blank
      -        ' team lists valid teams'.
           05  MSG-Unknown-Player             pic x(79)
               value 'Player has no season record for that team and seas
      -        'on - check FRTT'.
           05  MSG-Duplicate-Session          pic x(79)
               value 'That session is already on file - key a second ses
      -        'sion that day as session 2'.
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
      * Practice entry writes to a stat file, so it takes the same
      * update or supervisor role FRTGENT takes.  No profile means
      * inquiry-only; the denied attempt is logged to the FTEQ error
      * queue.
      *****************************************************************
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
               continue
           else
               perform 0190-Deny-Access
           end-if
           .
       0150-Check-Batch-Window.
      *****************************************************************
      * No changes while the nightly batch chain is rewriting the
      * files - the same check FRTGENT makes before it writes.
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
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
               when SYS-Batch-In-Progress
                   move MSG-Batch-Window to MSGO
                   set Highlight-Error to true
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
               when other
                   continue
           end-evaluate
           .
       0190-Deny-Access.
           move AUTH-Operator-Id to AUTH-MSG-Operator
           move FT-Practice-Entry-TransId to AUTH-MSG-TransId
           EXEC CICS WRITEQ TD
               QUEUE(FT-Error-TDQ-Name)
               FROM(AUTH-Denied-Message)
               LENGTH(length of AUTH-Denied-Message)
           END-EXEC
           EXEC CICS SEND TEXT
               FROM(AUTH-Denied-Message)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .
       0000-First-Time.
      *****************************************************************
      * First entry into this program in a conversation.
      *****************************************************************
           initialize FT-Container-Data
           move low-values to FRTXMAPO
           move FT-Practice-Entry-TransId to TRANIDO
           move FT-Current-Season to SEASONO
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
               MAP(FT-Practice-Entry-Map)
               MAPSET(FT-Practice-Entry-Mapset)
               INTO(FRTXMAPI)
               ASIS
           END-EXEC
           .
       1200-Check-Attention-Id-Keys.
           evaluate EIBAID
               when DFHENTER
                   perform 2000-Validate-and-Write
               when DFHPF12
                   perform 9900-End-Transaction
               when other
                   move MSG-Undefined-PF-Key to MSGO
           end-evaluate
           .
       2000-Validate-and-Write.
      *****************************************************************
      * The same edits FRTPLOAD applies to a sheet line, in the same
      * order, each one stopping the session at the terminal with a
      * message.
      *****************************************************************
           perform 2100-Collect-Screen-Fields
           move function current-date(1:8) to ENT-Today
           evaluate true
               when ENT-Team-Name equal spaces
                    or ENT-Player-Name equal spaces
                   move MSG-All-Required to MSGO
               when ENT-Session-Date not numeric
                    or ENT-Session-Date-Num equal zero
                   move MSG-Date-Not-Valid to MSGO
               when function test-date-yyyymmdd(ENT-Session-Date-Num)
                       not equal zero
                   move MSG-Date-Not-Valid to MSGO
               when ENT-Session-Date-Num greater than ENT-Today
                   move MSG-Date-In-Future to MSGO
               when ENT-Attempts equal zero
                   move MSG-No-Attempts to MSGO
               when ENT-Completed greater than ENT-Attempts
                   move MSG-Comp-Over-Atts to MSGO
               when other
                   perform 3000-Check-Team-Master
           end-evaluate
           .
       2100-Collect-Screen-Fields.
           move spaces to ENT-Team-Name
           move spaces to ENT-Player-Name
           move FT-Current-Season to ENT-Season
           move zero to ENT-Attempts
           move zero to ENT-Completed
           move zero to ENT-Session-Date-Num
           move 1 to ENT-Session-Number
           if TEAML greater than 0
               move TEAMI to ENT-Team-Name
           end-if
           if NAMEL greater than 0
               move NAMEI to ENT-Player-Name
           end-if
           if SEASONL greater than 0
               and SEASONI not equal spaces
               move SEASONI to ENT-Season
           end-if
           if SDATEL greater than 0
               move SDATEI to ENT-Session-Date
           end-if
      * Blank or zero means the day's only practice; a second
      * session the same day is keyed 2.
           if SNUML greater than 0
               and SNUMI numeric
               and SNUMI not equal "0"
               move SNUMI to ENT-Session-Number
           end-if
           if ATTSL greater than 0
               EXEC CICS BIF DEEDIT
                   FIELD(ATTSI)
                   LENGTH(length of ATTSI)
               END-EXEC
               move ATTSI to ENT-Attempts
           end-if
           if COMPL greater than 0
               EXEC CICS BIF DEEDIT
                   FIELD(COMPI)
                   LENGTH(length of COMPI)
               END-EXEC
               move COMPI to ENT-Completed
           end-if
           perform 6000-Copy-Fields-to-Map
           .
       3000-Check-Team-Master.
      *****************************************************************
      * The team master is the authority on who plays - same check
      * FRTGENT makes before it will write a game.
      *****************************************************************
           EXEC CICS READ
               FILE(FT-Team-Master-File-Name)
               RIDFLD(ENT-Team-Name)
               INTO(Team-Master-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   if TM-Active
                       perform 3500-Check-Season-Record
                   else
                       move MSG-Unknown-Team to MSGO
                   end-if
               when DFHRESP(NOTFND)
                   move MSG-Unknown-Team to MSGO
               when other
                   set ERR-File-Error to true
                   move "READ" to ERR-Operation
                   move FT-Team-Master-File-Name to Err-File-Name
                   move EIBRESP to ERR-EIBRESP
                   move EIBRESP2 to ERR-EIBRESP2
                   perform 8900-Call-Error-Handler
                   move ERR-Message-Text to MSGO
           end-evaluate
           .
       3500-Check-Season-Record.
      *****************************************************************
      * The player must be on FRTHROW for the team and season, or a
      * misspelt name would file practice that FRTPRPT can never set
      * against any game shooting.
      *****************************************************************
           move ENT-Team-Name to FT-Team-Name
           move ENT-Player-Name to FT-Player-Name
           move ENT-Season to FT-Season
           EXEC CICS READ
               FILE(FT-File-Name)
               RIDFLD(FT-Record-Key)
               INTO(FT-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform 4000-Write-Practice-Session
               when DFHRESP(NOTFND)
                   move MSG-Unknown-Player to MSGO
               when other
                   set ERR-File-Error to true
                   move "READ" to ERR-Operation
                   move FT-File-Name to Err-File-Name
                   move EIBRESP to ERR-EIBRESP
                   move EIBRESP2 to ERR-EIBRESP2
                   perform 8900-Call-Error-Handler
                   move ERR-Message-Text to MSGO
           end-evaluate
           .
       4000-Write-Practice-Session.
           perform 0150-Check-Batch-Window
           move ENT-Team-Name to PR-Team-Name
           move ENT-Player-Name to PR-Player-Name
           move ENT-Session-Date-Num to PR-Session-Date
           move ENT-Session-Number to PR-Session-Number
           move ENT-Season to PR-Season
           move ENT-Attempts to PR-Attempts
           move ENT-Completed to PR-Completed
           set PR-Keyed to true
           move AUTH-Operator-Id to PR-Keyed-By
           move ENT-Today to PR-Entered-Date
           EXEC CICS WRITE
               FILE(FT-Practice-File-Name)
               FROM(Practice-Record)
               RIDFLD(PR-Record-Key)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   move MSG-Session-Written to MSGO
                   perform 6100-Clear-Player-Fields
               when DFHRESP(DUPREC)
                   move MSG-Duplicate-Session to MSGO
               when other
                   set ERR-File-Error to true
                   move "WRITE" to ERR-Operation
                   move FT-Practice-File-Name to Err-File-Name
                   move EIBRESP to ERR-EIBRESP
                   move EIBRESP2 to ERR-EIBRESP2
                   perform 8900-Call-Error-Handler
                   move ERR-Message-Text to MSGO
           end-evaluate
           .
       6000-Copy-Fields-to-Map.
           move ENT-Team-Name to TEAMO
           move ENT-Player-Name to NAMEO
           move ENT-Season to SEASONO
           move ENT-Session-Date to SDATEO
           move ENT-Session-Number to SNUMO
           move ENT-Attempts to ATTSO
           move ENT-Completed to COMPO
           .
       6100-Clear-Player-Fields.
      *****************************************************************
      * After a successful write the team, season, date, and session
      * stay on the screen - a clipboard sheet is a whole roster for
      * one session - and only the player and counters clear.
      *****************************************************************
      * The counter fields are numeric-edited, so the blanks go in
      * through the input fields that overlay the same map bytes.
           move spaces to NAMEO
           move spaces to ATTSI
           move spaces to COMPI
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
      *****************************************************************
       9100-Display-and-Return.
           move FT-Practice-Entry-TransId to TRANIDO
           if Highlight-Error
               move DFHRED to MSGC
               move space to Highlight-Control
           end-if
           EXEC CICS SEND
               MAP(FT-Practice-Entry-Map)
               MAPSET(FT-Practice-Entry-Mapset)
               FROM(FRTXMAPO)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
               TRANSID(FT-Practice-Entry-TransId)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           .
       9900-End-Transaction.
           EXEC CICS SEND CONTROL
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
