      * on the team master and active, the date on that team's
      * schedule) - so a keying error is caught at the terminal
      * instead of by the nightly jobs at two in the morning.  The
      * detail is written unposted and pending verification: a second
      * operator re-keys the counters blind on FRTGVFY, and only then
      * does FRTGPOST fold it into the season counters.
      * An opponent left blank is filled from the schedule; an
      * opponent keyed differently from the schedule's is refused,
      * and so is a game the schedule shows postponed or cancelled.
      * Update-role authorization is checked the same way FRTADD
      * checks it.
      *****************************************************************
       01  FT-Container-Data.
           05  CON-Entry-Status               pic x.
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Entry-Work-Fields.
           05  ENT-Team-Name                  pic x(20).
           05  ENT-Player-Name                pic x(20).
           05  Highlight-Control              pic x.
               88  Highlight-Error            value 'Y'.
           05  MSG-Out                        pic x(79).
           05  MSG-Batch-Window               pic x(79)
               value 'Batch window in progress - inquiry only, no chang
      -        'es until the nightly run ends'.
           05  MSG-Undefined-PF-Key           pic x(16)
               value 'Undefined PF key'.
           05  MSG-Initial-Prompt             pic x(79)
               value 'Key the game and press Enter - PF12 exits'.
           05  MSG-Game-Written               pic x(79)
               value 'Game recorded - a second scorer verifies it on FR
      -        'TY before it posts'.
           05  MSG-All-Required               pic x(79)
               value 'Team, player, season, and game date are all requ
      -        'ired'.
           05  MSG-Wrong-Opponent             pic x(79)
               value 'Schedule names a different opponent for that dat
      -        'e - blank it to accept theirs'.
           05  MSG-Game-Not-Played            pic x(79)
               value 'That game is postponed or cancelled - key it und
      -        'er its rescheduled date'.
           05  MSG-Player-Suspended           pic x(79)
               value 'Player is suspended for that date - the league o
      -        'ffice lifts suspensions'.
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
           move FT-Game-Entry-TransId to AUTH-MSG-TransId
                       move SCH-Opponent to ENT-Opponent
                       move ENT-Opponent to OPPO
                   end-if
                   evaluate true
                       when ENT-Opponent not equal SCH-Opponent
                           move MSG-Wrong-Opponent to MSGO
                       when not SCH-Scheduled
                           move MSG-Game-Not-Played to MSGO
                       when other
                           perform 3800-Check-Suspension
                   end-evaluate
               when DFHRESP(NOTFND)
                   move MSG-Not-On-Schedule to MSGO
               when other
           .
       4000-Write-Game-Detail.
      *****************************************************************
      * Written unposted, as FRTGLOAD writes a fed game, but held
      * pending verification under this operator's id - FRTGPOST
      * leaves it alone until a different operator has re-keyed it.
      *****************************************************************
           perform 0150-Check-Batch-Window
           move ENT-Team-Name to GD-Team-Name
           move ENT-Player-Name to GD-Player-Name
           move ENT-Season to GD-Season
           end-if
           move space to GD-Posted-Flag
           move zero to GD-Posted-Date
           set GD-Pending-Verify to true
           move AUTH-Operator-Id to GD-Keyed-By
           move spaces to GD-Verified-By
           move space to GD-Suspect-Status
           EXEC CICS WRITE
               FILE(FT-Game-Detail-File-Name)
               FROM(Game-Detail-Record)
