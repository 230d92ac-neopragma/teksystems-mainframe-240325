       Identification Division.
       Program-Id. FRTGVFY.
      *****************************************************************
      * Second-scorer verification for games keyed through FRTGENT.
      * Most FRTGCORR corrections trace back to one person keying a
      * phoned-in game alone, so a hand-keyed game now waits on the
      * game-detail file as pending verification and FRTGPOST leaves
      * it alone.  A different operator keys the game's team,
      * player, season, date and game number here and re-keys the
      * attempts, completed, and three-pointers blind - the first
      * scorer's numbers never appear on this screen:
      *   - a match releases the detail, and the next FRTGPOST run
      *     posts it,
      *   - a mismatch marks the detail mismatched and writes both
      *     keyings to the FTSQ supervisor queue.
      * A supervisor takes the next queue entry with PF6 - the game's
      * key comes up on the screen with both keyings beside it, who
      * keyed each and what they keyed - checks the score sheet, and
      * keys the right counters; they replace the detail's and
      * release it.  Games fed through FRTGLOAD never need
      * verifying.  The operator who keyed a game can never verify
      * it, and only the update or supervisor role gets onto the
      * screen at all, the same check FRTGENT makes.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           copy DFHAID.
           copy DFHBMSCA.
           copy FRTYMSD.
           copy FTCONST.
       01  Game-Detail-Record.
           copy FRTGDTL.
       01  Verify-Queue-Entry.
           copy FRTVQUE.
       01  Verify-Queue-Length                pic s9(4) binary.
       01  FT-Container-Data.
           05  CON-Entry-Status               pic x.
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Entry-Work-Fields.
           05  ENT-Detail-Key.
               10  ENT-Team-Name              pic x(20).
               10  ENT-Player-Name            pic x(20).
               10  ENT-Season                 pic x(4).
               10  ENT-Game-Date              pic x(8).
               10  ENT-Game-Date-Num redefines ENT-Game-Date
                                              pic 9(8).
               10  ENT-Game-Number            pic 9(1).
           05  ENT-Attempts                   pic 9(5).
           05  ENT-Completed                  pic 9(5).
           05  ENT-Three-Pointers             pic 9(5).
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
               value 'Key the game and its counters, then Enter - PF6
      -        ' supervisor queue, PF12 exits'.
           05  MSG-All-Required               pic x(79)
               value 'Team, player, season, and game date are all requ
      -        'ired'.
           05  MSG-Date-Not-Numeric           pic x(79)
               value 'Game date must be numeric YYYYMMDD'.
           05  MSG-Comp-Over-Atts             pic x(79)
               value 'Completed cannot exceed Attempts'.
           05  MSG-Three-Over-Comp            pic x(79)
               value 'Three-Pointers cannot exceed Completed'.
           05  MSG-No-Such-Game               pic x(79)
               value 'No game on file for that player, date, and game
      -        'number'.
           05  MSG-Nothing-To-Verify          pic x(79)
               value 'That game needs no verification - it was fed or
      -        'is already verified'.
           05  MSG-Own-Keying                 pic x(79)
               value 'You keyed that game - a different operator must
      -        'verify it'.
           05  MSG-Awaiting-Supervisor        pic x(79)
               value 'That game did not verify and is waiting on a sup
      -        'ervisor'.
           05  MSG-Game-Verified              pic x(79)
               value 'Counts match - game released to FRTGPOST'.
           05  MSG-Game-Mismatched            pic x(79)
               value 'Counts do not match the first keying - sent to t
      -        'he supervisor queue'.
           05  MSG-Game-Resolved              pic x(79)
               value 'Supervisor counts recorded - game released to FR
      -        'TGPOST'.
           05  MSG-Supervisor-Only            pic x(79)
               value 'The supervisor queue is for supervisors only'.
           05  MSG-Queue-Empty                pic x(79)
               value 'Supervisor queue is empty'.
           05  MSG-Queue-Entry                pic x(79)
               value 'Check the score sheet, key the right counters, a
      -        'nd press Enter'.
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
      * Verifying writes stat data, so it takes the same update or
      * supervisor role FRTGENT takes.  No profile means inquiry-only;
      * the denied attempt is logged to the FTEQ error queue.
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
           move FT-Verify-TransId to AUTH-MSG-TransId
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
           move low-values to FRTYMAPO
           move FT-Verify-TransId to TRANIDO
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
               MAP(FT-Verify-Map)
               MAPSET(FT-Verify-Mapset)
               INTO(FRTYMAPI)
               ASIS
           END-EXEC
           .
       1200-Check-Attention-Id-Keys.
           evaluate EIBAID
               when DFHENTER
                   perform 2000-Validate-and-Verify
               when DFHPF6
                   perform 2900-Next-Queue-Entry
               when DFHPF12
                   perform 9900-End-Transaction
               when other
                   move MSG-Undefined-PF-Key to MSGO
           end-evaluate
           .
       2000-Validate-and-Verify.
      *****************************************************************
      * The re-key gets the same edits FRTGENT gave the first keying,
      * so a verifier's own slip is caught here rather than sent to
      * the supervisor as a mismatch.
      *****************************************************************
           perform 2100-Collect-Screen-Fields
           evaluate true
               when ENT-Team-Name equal spaces
                    or ENT-Player-Name equal spaces
                    or ENT-Season equal spaces
                   move MSG-All-Required to MSGO
               when ENT-Game-Date not numeric
                    or ENT-Game-Date-Num equal zero
                   move MSG-Date-Not-Numeric to MSGO
               when ENT-Completed greater than ENT-Attempts
                   move MSG-Comp-Over-Atts to MSGO
               when ENT-Three-Pointers greater than ENT-Completed
                   move MSG-Three-Over-Comp to MSGO
               when other
                   perform 3000-Read-Game-Detail
           end-evaluate
           .
       2100-Collect-Screen-Fields.
           move spaces to ENT-Team-Name
           move spaces to ENT-Player-Name
           move spaces to ENT-Season
           move zero to ENT-Attempts
           move zero to ENT-Completed
           move zero to ENT-Three-Pointers
           move zero to ENT-Game-Date-Num
           move 1 to ENT-Game-Number
           if TEAML greater than 0
               move TEAMI to ENT-Team-Name
           end-if
           if NAMEL greater than 0
               move NAMEI to ENT-Player-Name
           end-if
           if SEASONL greater than 0
               move SEASONI to ENT-Season
           end-if
           if GDATEL greater than 0
               move GDATEI to ENT-Game-Date
           end-if
      * Blank or zero means the ordinary single game of the day;
      * a doubleheader's second game is keyed 2.
           if GNUML greater than 0
               and GNUMI numeric
               and GNUMI not equal "0"
               move GNUMI to ENT-Game-Number
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
           if THREEL greater than 0
               EXEC CICS BIF DEEDIT
                   FIELD(THREEI)
                   LENGTH(length of THREEI)
               END-EXEC
               move THREEI to ENT-Three-Pointers
           end-if
           perform 6000-Copy-Fields-to-Map
           .
       2900-Next-Queue-Entry.
      *****************************************************************
      * Show the next mismatch off the FTSQ supervisor queue.  A TD
      * read is destructive, so the entry is gone from the queue once
      * it is on the screen - the detail itself stays mismatched, and
      * held out of FRTGPOST, until the supervisor keys it.  Both
      * keyings go up with it, since this is the only time the
      * supervisor sees them.
      *****************************************************************
           if not OPR-Supervisor-Role
               move MSG-Supervisor-Only to MSGO
           else
               move length of Verify-Queue-Entry to Verify-Queue-Length
               EXEC CICS READQ TD
                   QUEUE(FT-Supervisor-TDQ-Name)
                   INTO(Verify-Queue-Entry)
                   LENGTH(Verify-Queue-Length)
                   RESP(CICS-Response-Code)
               END-EXEC
               evaluate CICS-Response-Code
                   when DFHRESP(NORMAL)
                       move VQ-Team-Name to TEAMO
                       move VQ-Player-Name to NAMEO
                       move VQ-Season to SEASONO
                       move VQ-Game-Date to GDATEO
                       move VQ-Game-Number to GNUMO
                       move VQ-Keyed-By to KBYO
                       move VQ-Keyed-Attempts to KATTSO
                       move VQ-Keyed-Completed to KCOMPO
                       move VQ-Keyed-Three-Pointers to KTHREEO
                       move VQ-Verified-By to VBYO
                       move VQ-Verified-Attempts to VATTSO
                       move VQ-Verified-Completed to VCOMPO
                       move VQ-Verified-Three-Pointers to VTHREEO
                       perform 6100-Clear-Counter-Fields
                       move MSG-Queue-Entry to MSGO
                   when DFHRESP(QZERO)
                       move MSG-Queue-Empty to MSGO
                   when other
                       move "Unable to read the FTSQ queue" to MSGO
                       set Highlight-Error to true
               end-evaluate
           end-if
           .
       3000-Read-Game-Detail.
           perform 0150-Check-Batch-Window
           move ENT-Team-Name to GD-Team-Name
           move ENT-Player-Name to GD-Player-Name
           move ENT-Season to GD-Season
           move ENT-Game-Date-Num to GD-Game-Date
           move ENT-Game-Number to GD-Game-Number
           EXEC CICS READ
               FILE(FT-Game-Detail-File-Name)
               RIDFLD(GD-Record-Key)
               INTO(Game-Detail-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform 3100-Check-Verify-Status
               when DFHRESP(NOTFND)
                   move MSG-No-Such-Game to MSGO
               when other
                   set ERR-File-Error to true
                   move "READ UPDATE" to ERR-Operation
                   move FT-Game-Detail-File-Name to Err-File-Name
                   move EIBRESP to ERR-EIBRESP
                   move EIBRESP2 to ERR-EIBRESP2
                   perform 8900-Call-Error-Handler
                   move ERR-Message-Text to MSGO
           end-evaluate
           .
       3100-Check-Verify-Status.
           evaluate true
               when GD-Pending-Verify
                   and GD-Keyed-By equal AUTH-Operator-Id
                   move MSG-Own-Keying to MSGO
               when GD-Pending-Verify
                   perform 4000-Compare-Keyings
               when GD-Verify-Mismatch
                   and OPR-Supervisor-Role
                   perform 4500-Supervisor-Resolve
               when GD-Verify-Mismatch
                   move MSG-Awaiting-Supervisor to MSGO
               when other
                   move MSG-Nothing-To-Verify to MSGO
           end-evaluate
           .
       4000-Compare-Keyings.
      *****************************************************************
      * All three counters must match.  The verifier is not told which
      * one missed - that would turn a blind re-key into a copy.
      *****************************************************************
           move AUTH-Operator-Id to GD-Verified-By
           if ENT-Attempts equal GD-Attempts
               and ENT-Completed equal GD-Completed
               and ENT-Three-Pointers equal GD-Three-Pointers
               set GD-Verified to true
               perform 4900-Rewrite-Game-Detail
               move MSG-Game-Verified to MSGO
           else
               set GD-Verify-Mismatch to true
               perform 4900-Rewrite-Game-Detail
               perform 4800-Queue-for-Supervisor
               move MSG-Game-Mismatched to MSGO
           end-if
           perform 6100-Clear-Counter-Fields
           .
       4500-Supervisor-Resolve.
      *****************************************************************
      * The supervisor's counters are the ones that count - they go
      * onto the detail and release it.
      *****************************************************************
           move ENT-Attempts to GD-Attempts
           move ENT-Completed to GD-Completed
           move ENT-Three-Pointers to GD-Three-Pointers
           move AUTH-Operator-Id to GD-Verified-By
           set GD-Verified to true
           perform 4900-Rewrite-Game-Detail
           move MSG-Game-Resolved to MSGO
           perform 6100-Clear-Counter-Fields
           .
       4800-Queue-for-Supervisor.
           move GD-Record-Key to VQ-Detail-Key
           move GD-Keyed-By to VQ-Keyed-By
           move GD-Attempts to VQ-Keyed-Attempts
           move GD-Completed to VQ-Keyed-Completed
           move GD-Three-Pointers to VQ-Keyed-Three-Pointers
           move AUTH-Operator-Id to VQ-Verified-By
           move ENT-Attempts to VQ-Verified-Attempts
           move ENT-Completed to VQ-Verified-Completed
           move ENT-Three-Pointers to VQ-Verified-Three-Pointers
           EXEC CICS WRITEQ TD
               QUEUE(FT-Supervisor-TDQ-Name)
               FROM(Verify-Queue-Entry)
               LENGTH(length of Verify-Queue-Entry)
           END-EXEC
           .
       4900-Rewrite-Game-Detail.
           EXEC CICS REWRITE
               FILE(FT-Game-Detail-File-Name)
               FROM(Game-Detail-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               set ERR-File-Error to true
               move "REWRITE" to ERR-Operation
               move FT-Game-Detail-File-Name to Err-File-Name
               move EIBRESP to ERR-EIBRESP
               move EIBRESP2 to ERR-EIBRESP2
               perform 8900-Call-Error-Handler
               move ERR-Message-Text to MSGO
               set Highlight-Error to true
               perform 7100-Put-Container
               perform 9100-Display-and-Return
           end-if
           .
       6000-Copy-Fields-to-Map.
           move ENT-Team-Name to TEAMO
           move ENT-Player-Name to NAMEO
           move ENT-Season to SEASONO
           move ENT-Game-Date to GDATEO
           move ENT-Game-Number to GNUMO
           move ENT-Attempts to ATTSO
           move ENT-Completed to COMPO
           move ENT-Three-Pointers to THREEO
           .
       6100-Clear-Counter-Fields.
      *****************************************************************
      * The counters never stay on the screen after a verify, so the
      * next verifier at this terminal starts blind too.  They are
      * numeric-edited, so the blanks go in through the input fields
      * that overlay the same map bytes.
      *****************************************************************
           move spaces to ATTSI
           move spaces to COMPI
           move spaces to THREEI
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
           move FT-Verify-TransId to TRANIDO
           if Highlight-Error
               move DFHRED to MSGC
               move space to Highlight-Control
           end-if
           EXEC CICS SEND
               MAP(FT-Verify-Map)
               MAPSET(FT-Verify-Mapset)
               FROM(FRTYMAPO)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
               TRANSID(FT-Verify-TransId)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           .
       9900-End-Transaction.
           EXEC CICS SEND CONTROL
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
