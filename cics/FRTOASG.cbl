       Identification Division.
       Program-Id. FRTOASG.
      *****************************************************************
      * Game officials assignment.  The operator keys a team, a game
      * date and game number off the current season's schedule, and
      * Enter shows the game with the crew assigned to it.  Up to
      * three official ids are keyed on the crew lines and PF5 files
      * the crew; PF6 takes the assignment off the game.  Either
      * team's side of the game finds the same assignment, since the
      * FRTOASN key carries the two teams in name order.
      *
      * Before a crew is filed every official on it is checked
      * against the FRTOFCL officials master and for conflicts, and
      * the first conflict found refuses the whole crew:
      *   - the official is retired or not on the master at all,
      *   - the same official keyed on two crew lines,
      *   - the official is affiliated with either team,
      *   - the official already works another game that day,
      *   - the official already has FT-Official-Team-Game-Limit
      *     games this season with either team.
      * The last two come from one browse of the season's
      * assignments per official.  A cancelled or postponed game
      * takes no crew until it is played or rescheduled.  Filing a
      * crew takes the update or supervisor role on FRTOPRF, the
      * same as FRTOMNT.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           copy DFHAID.
           copy DFHBMSCA.
           copy FRTRMSD.
           copy FTCONST.
       01  Schedule-Record.
           copy FRTSCHD.
       01  Assignment-Record.
           copy FRTOASN.
       01  Browse-Record.
           copy FRTOASN.
       01  Official-Record.
           copy FRTOFCL.
       01  FT-Container-Data.
           05  CON-Maint-Status               pic x.
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Maintenance-Fields.
           05  MNT-Schedule-Key.
               10  MNT-Team-Name              pic x(20).
               10  MNT-Season                 pic x(4).
               10  MNT-Game-Date              pic 9(8).
               10  MNT-Game-Number            pic 9(1).
           05  MNT-Game-Date-Text             pic x(8).
           05  MNT-Game-Date-Num redefines MNT-Game-Date-Text
                                              pic 9(8).
           05  MNT-Game-Number-Text           pic x(1).
           05  MNT-Game-Number-Num redefines MNT-Game-Number-Text
                                              pic 9(1).
           05  MNT-Assignment-Key             pic x(53).
           05  MNT-Browse-Key.
               10  MNT-Browse-Season          pic x(4).
               10  filler                     pic x(49).
           05  MNT-Crew-Id                    pic x(6) occurs 3.
           05  MNT-Crew-Ids-Keyed             pic s9(4) binary.
           05  MNT-Crew-Subscript             pic s9(4) binary.
           05  MNT-Other-Subscript            pic s9(4) binary.
           05  MNT-Team-Subscript             pic s9(4) binary.
           05  MNT-Checking-Id                pic x(6).
           05  MNT-Conflict-Team              pic x(20).
           05  MNT-First-Team-Games           pic s9(4) binary.
           05  MNT-Second-Team-Games          pic s9(4) binary.
           05  MNT-Limit-Display              pic z9.
           05  MNT-Failing-File               pic x(8).
           05  MNT-Record-Hold                pic x(87).
           05  MNT-Game-Switch                pic x.
               88  Game-Is-Found              value 'Y'.
           05  MNT-Crew-Switch                pic x.
               88  Crew-Is-Valid              value 'Y'.
           05  MNT-Browse-Switch              pic x.
               88  Browse-Done                value 'Y'.
           05  MNT-Works-Switch               pic x.
               88  Official-Works-Game        value 'Y'.
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
               value 'Key team, game date and number - Enter shows, PF
      -        '5 files crew, PF6 removes'.
           05  MSG-Game-Required              pic x(79)
               value 'Team and game date (YYYYMMDD) are required - gam
      -        'e number 1 or 2, blank is 1'.
           05  MSG-Game-Not-Found             pic x(79)
               value 'No game on this season''s schedule for that tea
      -        'm, date and game number'.
           05  MSG-No-Crew                    pic x(79)
               value 'No officials assigned - key the crew ids and PF5
      -        ' to file them'.
           05  MSG-Game-Cancelled             pic x(79)
               value 'That game is cancelled - no crew can be assigned
      -        ''.
           05  MSG-Game-Postponed             pic x(79)
               value 'That game is postponed - reschedule it on FRTS b
      -        'efore assigning a crew'.
           05  MSG-Crew-Required              pic x(79)
               value 'Key at least one official id on the crew lines'.
           05  MSG-Crew-Saved                 pic x(79)
               value 'Crew filed for the game'.
           05  MSG-Crew-Removed               pic x(79)
               value 'Crew assignment removed from the game'.
           05  MSG-Remove-Not-Found           pic x(79)
               value 'No crew assignment on file for that game to remov
      -        'e'.
       01  Conflict-Messages.
           05  CMSG-Conflict-Text             pic x(70).
           05  CMSG-Not-On-File               pic x(40)
               value ' is not on the officials master'.
           05  CMSG-Retired                   pic x(40)
               value ' is retired - see FRTO'.
           05  CMSG-Keyed-Twice               pic x(40)
               value ' is keyed on the crew twice'.
           05  CMSG-Affiliated                pic x(40)
               value ' is affiliated with '.
           05  CMSG-Same-Day                  pic x(40)
               value ' already works another game that day'.
           05  CMSG-Limit-Reached             pic x(40)
               value ' has reached the season limit of '.
           05  CMSG-Games-With                pic x(40)
               value ' games with '.
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
      * Assigning officials takes the same update or supervisor role
      * FRTOMNT takes; no profile means no access.  A denied attempt
      * is logged to the FTEQ error queue.
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
      * files, the same check FRTOMNT makes.  No record on file
      * means the online system is open.
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
                   move "READ" to ERR-Operation
                   move FT-System-Status-File-Name to MNT-Failing-File
                   perform 8200-File-Error
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
           move FT-Assignment-TransId to AUTH-MSG-TransId
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
           initialize FT-Container-Data
           move low-values to FRTRMAPO
           move FT-Assignment-TransId to TRANIDO
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
               MAP(FT-Assignment-Map)
               MAPSET(FT-Assignment-Mapset)
               INTO(FRTRMAPI)
               ASIS
           END-EXEC
           .
       1200-Check-Attention-Id-Keys.
           evaluate EIBAID
               when DFHENTER
                   perform 2000-Look-Up-Assignment
               when DFHPF5
                   perform 3000-File-Crew
               when DFHPF6
                   perform 4000-Remove-Crew
               when DFHPF12
                   perform 9900-End-Transaction
               when other
                   move MSG-Undefined-PF-Key to MSGO
           end-evaluate
           .
       1500-Collect-Screen-Fields.
           move spaces to MNT-Team-Name
           move spaces to MNT-Game-Date-Text
           move spaces to MNT-Game-Number-Text
           if TEAML greater than 0
               move TEAMI to MNT-Team-Name
           end-if
           if GDATEL greater than 0
               move GDATEI to MNT-Game-Date-Text
           end-if
           if GAMENOL greater than 0
               move GAMENOI to MNT-Game-Number-Text
           end-if
           if MNT-Game-Number-Text equal space
               move "1" to MNT-Game-Number-Text
           end-if
           move zero to MNT-Crew-Ids-Keyed
           perform varying MNT-Crew-Subscript from 1 by 1
                   until MNT-Crew-Subscript greater than 3
               move spaces to MNT-Crew-Id(MNT-Crew-Subscript)
               if OFIDL(MNT-Crew-Subscript) greater than 0
                   move OFIDI(MNT-Crew-Subscript)
                       to MNT-Crew-Id(MNT-Crew-Subscript)
               end-if
               if MNT-Crew-Id(MNT-Crew-Subscript) not equal spaces
                   add 1 to MNT-Crew-Ids-Keyed
               end-if
           end-perform
           move MNT-Team-Name to TEAMO
           move MNT-Game-Date-Text to GDATEO
           move MNT-Game-Number-Text to GAMENOO
           .
       2000-Look-Up-Assignment.
           perform 1500-Collect-Screen-Fields
           perform 2100-Read-Schedule-Game
           if Game-Is-Found
               move MNT-Assignment-Key to OA-Record-Key
                   in Assignment-Record
               EXEC CICS READ
                   FILE(FT-Assignment-File-Name)
                   RIDFLD(OA-Record-Key in Assignment-Record)
                   INTO(Assignment-Record)
                   RESP(CICS-Response-Code)
               END-EXEC
               evaluate CICS-Response-Code
                   when DFHRESP(NORMAL)
                       perform varying MNT-Crew-Subscript from 1 by 1
                               until MNT-Crew-Subscript greater than 3
                           move OA-Crew-Official-Id
                               in Assignment-Record(MNT-Crew-Subscript)
                               to MNT-Crew-Id(MNT-Crew-Subscript)
                       end-perform
                       perform 2300-Show-Crew
                       move OA-Assigned-By in Assignment-Record
                           to ASGBYO
                       move OA-Assigned-Date in Assignment-Record
                           to ASGDTO
                       move spaces to MSGO
                   when DFHRESP(NOTFND)
                       perform varying MNT-Crew-Subscript from 1 by 1
                               until MNT-Crew-Subscript greater than 3
                           move spaces
                               to MNT-Crew-Id(MNT-Crew-Subscript)
                       end-perform
                       perform 2300-Show-Crew
                       move MSG-No-Crew to MSGO
                   when other
                       move "READ" to ERR-Operation
                       move FT-Assignment-File-Name to MNT-Failing-File
                       perform 8200-File-Error
               end-evaluate
           end-if
           .
       2100-Read-Schedule-Game.
      *****************************************************************
      * Find the game on the current season's schedule from the
      * team's side, show it, and build the assignment key: the two
      * teams go into it in name order, so the opponent's side of
      * the same game builds the same key.
      *****************************************************************
           move "N" to MNT-Game-Switch
           evaluate true
               when MNT-Team-Name equal spaces
               when MNT-Game-Date-Text not numeric
               when MNT-Game-Number-Text not numeric
                   move MSG-Game-Required to MSGO
               when other
                   move FT-Current-Season to MNT-Season
                   move MNT-Game-Date-Num to MNT-Game-Date
                   move MNT-Game-Number-Num to MNT-Game-Number
                   EXEC CICS READ
                       FILE(FT-Schedule-File-Name)
                       RIDFLD(MNT-Schedule-Key)
                       INTO(Schedule-Record)
                       RESP(CICS-Response-Code)
                   END-EXEC
                   evaluate CICS-Response-Code
                       when DFHRESP(NORMAL)
                           set Game-Is-Found to true
                           perform 2200-Build-Assignment-Key
                       when DFHRESP(NOTFND)
                           move MSG-Game-Not-Found to MSGO
                       when other
                           move "READ" to ERR-Operation
                           move FT-Schedule-File-Name
                               to MNT-Failing-File
                           perform 8200-File-Error
                   end-evaluate
           end-evaluate
           .
       2200-Build-Assignment-Key.
           move SCH-Opponent to OPPO
           move SCH-Site to SITEO
           move SCH-Game-Status to GSTATO
           move MNT-Season to OA-Season in Assignment-Record
           move MNT-Game-Date to OA-Game-Date in Assignment-Record
           move MNT-Game-Number to OA-Game-Number in Assignment-Record
           if MNT-Team-Name less than SCH-Opponent
               move MNT-Team-Name to OA-First-Team in Assignment-Record
               move SCH-Opponent to OA-Second-Team in Assignment-Record
           else
               move SCH-Opponent to OA-First-Team in Assignment-Record
               move MNT-Team-Name
                   to OA-Second-Team in Assignment-Record
           end-if
           move OA-Record-Key in Assignment-Record
               to MNT-Assignment-Key
           .
       2300-Show-Crew.
      *****************************************************************
      * Each crew line shows the id with the official's name and
      * grade from the master; an id no longer on the master shows
      * with a blank name.
      *****************************************************************
           perform varying MNT-Crew-Subscript from 1 by 1
                   until MNT-Crew-Subscript greater than 3
               move MNT-Crew-Id(MNT-Crew-Subscript)
                   to OFIDO(MNT-Crew-Subscript)
               move spaces to ONAMEO(MNT-Crew-Subscript)
               move spaces to OGRADEO(MNT-Crew-Subscript)
               if MNT-Crew-Id(MNT-Crew-Subscript) not equal spaces
                   perform 2400-Read-Official
                   if CICS-Response-Code equal DFHRESP(NORMAL)
                       move OF-Official-Name
                           to ONAMEO(MNT-Crew-Subscript)
                       move OF-Grade to OGRADEO(MNT-Crew-Subscript)
                   end-if
               end-if
           end-perform
           .
       2400-Read-Official.
           move MNT-Crew-Id(MNT-Crew-Subscript) to OF-Official-Id
           EXEC CICS READ
               FILE(FT-Official-File-Name)
               RIDFLD(OF-Official-Id)
               INTO(Official-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               and CICS-Response-Code not equal DFHRESP(NOTFND)
               move "READ" to ERR-Operation
               move FT-Official-File-Name to MNT-Failing-File
               perform 8200-File-Error
           end-if
           .
       3000-File-Crew.
      *****************************************************************
      * Every check runs against the files as they stand at PF5, and
      * the first failure leaves its message on the screen with
      * nothing filed.
      *****************************************************************
           perform 1500-Collect-Screen-Fields
           perform 0150-Check-Batch-Window
           perform 2100-Read-Schedule-Game
           if Game-Is-Found
               perform 2300-Show-Crew
               evaluate true
                   when SCH-Cancelled
                       move MSG-Game-Cancelled to MSGO
                       set Highlight-Error to true
                   when SCH-Postponed
                       move MSG-Game-Postponed to MSGO
                       set Highlight-Error to true
                   when MNT-Crew-Ids-Keyed equal zero
                       move MSG-Crew-Required to MSGO
                   when other
                       perform 3100-Check-Crew
                       if Crew-Is-Valid
                           perform 3600-Write-Assignment
                       else
                           set Highlight-Error to true
                       end-if
               end-evaluate
           end-if
           .
       3100-Check-Crew.
           set Crew-Is-Valid to true
           perform varying MNT-Crew-Subscript from 1 by 1
                   until MNT-Crew-Subscript greater than 3
                   or not Crew-Is-Valid
               if MNT-Crew-Id(MNT-Crew-Subscript) not equal spaces
                   move MNT-Crew-Id(MNT-Crew-Subscript)
                       to MNT-Checking-Id
                   perform 3200-Check-One-Official
               end-if
           end-perform
           .
       3200-Check-One-Official.
           perform 2400-Read-Official
           evaluate true
               when CICS-Response-Code equal DFHRESP(NOTFND)
                   move CMSG-Not-On-File to CMSG-Conflict-Text
                   perform 3900-Refuse-Crew
               when OF-Inactive
                   move CMSG-Retired to CMSG-Conflict-Text
                   perform 3900-Refuse-Crew
               when other
                   perform 3250-Check-Keyed-Twice
                   if Crew-Is-Valid
                       perform 3300-Check-Affiliation
                   end-if
                   if Crew-Is-Valid
                       perform 3400-Scan-Official-Season
                   end-if
           end-evaluate
           .
       3250-Check-Keyed-Twice.
           perform varying MNT-Other-Subscript from 1 by 1
                   until MNT-Other-Subscript not less than
                       MNT-Crew-Subscript
                   or not Crew-Is-Valid
               if MNT-Crew-Id(MNT-Other-Subscript)
                       equal MNT-Checking-Id
                   move CMSG-Keyed-Twice to CMSG-Conflict-Text
                   perform 3900-Refuse-Crew
               end-if
           end-perform
           .
       3300-Check-Affiliation.
      *****************************************************************
      * No official works a game involving a team the master shows
      * the official affiliated with.
      *****************************************************************
           perform varying MNT-Team-Subscript from 1 by 1
                   until MNT-Team-Subscript greater than 3
                   or not Crew-Is-Valid
               if OF-Affiliated-Team(MNT-Team-Subscript)
                       not equal spaces
                   and (OF-Affiliated-Team(MNT-Team-Subscript)
                       equal OA-First-Team in Assignment-Record
                    or OF-Affiliated-Team(MNT-Team-Subscript)
                       equal OA-Second-Team in Assignment-Record)
                   move OF-Affiliated-Team(MNT-Team-Subscript)
                       to MNT-Conflict-Team
                   move spaces to CMSG-Conflict-Text
                   string CMSG-Affiliated delimited by "  "
                          " " delimited by size
                          MNT-Conflict-Team delimited by "  "
                       into CMSG-Conflict-Text
                   end-string
                   perform 3900-Refuse-Crew
               end-if
           end-perform
           .
       3400-Scan-Official-Season.
      *****************************************************************
      * One browse of the season's assignments, skipping this game's
      * own record (a change to a crew already filed), finds both
      * another game the official works on the same day and how many
      * games the official already has with each of the two teams.
      *****************************************************************
           move zero to MNT-First-Team-Games
           move zero to MNT-Second-Team-Games
           move "N" to MNT-Browse-Switch
           move low-values to MNT-Browse-Key
           move MNT-Season to MNT-Browse-Season
           EXEC CICS STARTBR
               FILE(FT-Assignment-File-Name)
               RIDFLD(MNT-Browse-Key)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform 3450-Next-Season-Assignment
                       until Browse-Done
                   EXEC CICS ENDBR
                       FILE(FT-Assignment-File-Name)
                   END-EXEC
               when DFHRESP(NOTFND)
                   continue
               when other
                   move "STARTBR" to ERR-Operation
                   move FT-Assignment-File-Name to MNT-Failing-File
                   perform 8200-File-Error
           end-evaluate
           if Crew-Is-Valid
               if MNT-First-Team-Games not less than
                       FT-Official-Team-Game-Limit
                   move OA-First-Team in Assignment-Record
                       to MNT-Conflict-Team
                   perform 3480-Refuse-Over-Limit
               else
                   if MNT-Second-Team-Games not less than
                           FT-Official-Team-Game-Limit
                       move OA-Second-Team in Assignment-Record
                           to MNT-Conflict-Team
                       perform 3480-Refuse-Over-Limit
                   end-if
               end-if
           end-if
           .
       3450-Next-Season-Assignment.
           EXEC CICS READNEXT
               FILE(FT-Assignment-File-Name)
               RIDFLD(MNT-Browse-Key)
               INTO(Browse-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate true
               when CICS-Response-Code equal DFHRESP(ENDFILE)
                   set Browse-Done to true
               when CICS-Response-Code not equal DFHRESP(NORMAL)
                   set Browse-Done to true
                   move "READNEXT" to ERR-Operation
                   move FT-Assignment-File-Name to MNT-Failing-File
                   perform 8200-File-Error
               when OA-Season in Browse-Record not equal MNT-Season
                   set Browse-Done to true
               when OA-Record-Key in Browse-Record
                       equal MNT-Assignment-Key
                   continue
               when other
                   perform 3460-Check-Browse-Crew
           end-evaluate
           .
       3460-Check-Browse-Crew.
           move "N" to MNT-Works-Switch
           perform varying MNT-Other-Subscript from 1 by 1
                   until MNT-Other-Subscript greater than 3
               if OA-Crew-Official-Id
                       in Browse-Record(MNT-Other-Subscript)
                       equal MNT-Checking-Id
                   set Official-Works-Game to true
               end-if
           end-perform
           if Official-Works-Game
               if OA-Game-Date in Browse-Record equal MNT-Game-Date
                   move CMSG-Same-Day to CMSG-Conflict-Text
                   perform 3900-Refuse-Crew
                   set Browse-Done to true
               end-if
               if OA-First-Team in Browse-Record
                       equal OA-First-Team in Assignment-Record
                   or OA-Second-Team in Browse-Record
                       equal OA-First-Team in Assignment-Record
                   add 1 to MNT-First-Team-Games
               end-if
               if OA-First-Team in Browse-Record
                       equal OA-Second-Team in Assignment-Record
                   or OA-Second-Team in Browse-Record
                       equal OA-Second-Team in Assignment-Record
                   add 1 to MNT-Second-Team-Games
               end-if
           end-if
           .
       3480-Refuse-Over-Limit.
           move FT-Official-Team-Game-Limit to MNT-Limit-Display
           move spaces to CMSG-Conflict-Text
           string CMSG-Limit-Reached delimited by "  "
                  " " delimited by size
                  MNT-Limit-Display delimited by size
                  CMSG-Games-With delimited by "  "
                  " " delimited by size
                  MNT-Conflict-Team delimited by "  "
               into CMSG-Conflict-Text
           end-string
           perform 3900-Refuse-Crew
           .
       3600-Write-Assignment.
      *****************************************************************
      * File the crew: the WRITE is tried first and a duplicate - a
      * crew already on file for the game - falls through to a
      * read-for-update and REWRITE, the FRTOMNT protocol.
      *****************************************************************
           perform varying MNT-Crew-Subscript from 1 by 1
                   until MNT-Crew-Subscript greater than 3
               move MNT-Crew-Id(MNT-Crew-Subscript)
                   to OA-Crew-Official-Id
                       in Assignment-Record(MNT-Crew-Subscript)
           end-perform
           move AUTH-Operator-Id to OA-Assigned-By in Assignment-Record
           move function current-date(1:8)
               to OA-Assigned-Date in Assignment-Record
           EXEC CICS WRITE
               FILE(FT-Assignment-File-Name)
               FROM(Assignment-Record)
               RIDFLD(OA-Record-Key in Assignment-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform 3700-Show-Filed-Crew
               when DFHRESP(DUPREC)
                   move Assignment-Record to MNT-Record-Hold
                   EXEC CICS READ
                       FILE(FT-Assignment-File-Name)
                       RIDFLD(OA-Record-Key in Assignment-Record)
                       INTO(Assignment-Record)
                       UPDATE
                       RESP(CICS-Response-Code)
                   END-EXEC
                   if CICS-Response-Code equal DFHRESP(NORMAL)
                       move MNT-Record-Hold to Assignment-Record
                       EXEC CICS REWRITE
                           FILE(FT-Assignment-File-Name)
                           FROM(Assignment-Record)
                           RESP(CICS-Response-Code)
                       END-EXEC
                   end-if
                   if CICS-Response-Code equal DFHRESP(NORMAL)
                       perform 3700-Show-Filed-Crew
                   else
                       move "REWRITE" to ERR-Operation
                       move FT-Assignment-File-Name to MNT-Failing-File
                       perform 8200-File-Error
                   end-if
               when other
                   move "WRITE" to ERR-Operation
                   move FT-Assignment-File-Name to MNT-Failing-File
                   perform 8200-File-Error
           end-evaluate
           .
       3700-Show-Filed-Crew.
           move OA-Assigned-By in Assignment-Record to ASGBYO
           move OA-Assigned-Date in Assignment-Record to ASGDTO
           move MSG-Crew-Saved to MSGO
           .
       3900-Refuse-Crew.
      *****************************************************************
      * Put the official's id in front of the conflict text and
      * refuse the crew.
      *****************************************************************
           move "N" to MNT-Crew-Switch
           move spaces to MSG-Out
           string "Official " delimited by size
                  MNT-Checking-Id delimited by space
                  CMSG-Conflict-Text delimited by "  "
               into MSG-Out
           end-string
           move MSG-Out to MSGO
           .
       4000-Remove-Crew.
           perform 1500-Collect-Screen-Fields
           perform 0150-Check-Batch-Window
           perform 2100-Read-Schedule-Game
           if Game-Is-Found
               EXEC CICS READ
                   FILE(FT-Assignment-File-Name)
                   RIDFLD(OA-Record-Key in Assignment-Record)
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
                       if CICS-Response-Code equal DFHRESP(NORMAL)
                           perform varying MNT-Crew-Subscript
                                   from 1 by 1
                                   until MNT-Crew-Subscript
                                       greater than 3
                               move spaces
                                   to MNT-Crew-Id(MNT-Crew-Subscript)
                           end-perform
                           perform 2300-Show-Crew
                           move spaces to ASGBYO
                           move spaces to ASGDTO
                           move MSG-Crew-Removed to MSGO
                       else
                           move "DELETE" to ERR-Operation
                           move FT-Assignment-File-Name
                               to MNT-Failing-File
                           perform 8200-File-Error
                       end-if
                   when DFHRESP(NOTFND)
                       move MSG-Remove-Not-Found to MSGO
                   when other
                       move "READ" to ERR-Operation
                       move FT-Assignment-File-Name to MNT-Failing-File
                       perform 8200-File-Error
               end-evaluate
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
           perform 7100-Put-Container
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
           move FT-Assignment-TransId to TRANIDO
           if Highlight-Error
               move DFHRED to MSGC
               move space to Highlight-Control
           end-if
           EXEC CICS SEND
               MAP(FT-Assignment-Map)
               MAPSET(FT-Assignment-Mapset)
               FROM(FRTRMAPO)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
               TRANSID(FT-Assignment-TransId)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           .
       9900-End-Transaction.
           EXEC CICS SEND CONTROL
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
