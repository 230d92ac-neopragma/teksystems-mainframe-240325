       Identification Division.
       Program-Id. FRTOMNT.
      *****************************************************************
      * Game officials master maintenance.  The league's referees
      * were kept on a paper list at the league office, with nothing
      * to check an assignment against.  This screen maintains the
      * FRTOFCL officials master the same way FRTPMNT maintains the
      * player master: Enter looks an official id up, PF5 saves the
      * keyed fields (the WRITE is tried first; a duplicate re-reads
      * the record for update and rewrites it), and PF6 retires the
      * official in place - flipped Inactive, never removed, so the
      * id stays reserved and past assignments still show a name.
      * Each affiliated team keyed has to be on the team master, since
      * FRTOASG refuses assignments against those names.  Update-role
      * authorization is checked the same way FRTPMNT checks it.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           copy DFHAID.
           copy DFHBMSCA.
           copy FRTOMSD.
           copy FTCONST.
       01  Official-Record.
           copy FRTOFCL.
       01  Team-Master-Record.
           copy FRTTMST.
       01  FT-Container-Data.
           05  CON-Maint-Status               pic x.
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Maintenance-Work-Fields.
           05  MNT-Official-Id                pic x(6).
           05  MNT-Official-Name              pic x(30).
           05  MNT-Grade                      pic x(2).
           05  MNT-Home-City                  pic x(20).
           05  MNT-Affiliated-Team            pic x(20) occurs 3.
           05  MNT-Subscript                  pic s9(4) binary.
           05  MNT-Teams-Switch               pic x.
               88  Teams-Are-Valid            value 'Y'.
           05  MNT-Record-Hold                pic x(119).
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
               value 'Key an official id - Enter shows, PF5 saves, PF6
      -        ' retires, PF12 exits'.
           05  MSG-Id-Required                pic x(79)
               value 'Official id is required'.
           05  MSG-Name-Required              pic x(79)
               value 'Official name is required'.
           05  MSG-Not-On-File                pic x(79)
               value 'No officials master record - key the fields and
      -        'PF5 to add one'.
           05  MSG-Record-Saved               pic x(79)
               value 'Officials master record saved'.
           05  MSG-Official-Retired           pic x(79)
               value 'Official retired in place - the id stays reserve
      -        'd'.
           05  MSG-Retire-Not-Found           pic x(79)
               value 'No officials master record on file to retire'.
           05  MSG-Unknown-Team               pic x(79)
               value 'Affiliated team is not on the team master - chec
      -        'k the spelling'.
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
      * Master maintenance takes the same update or supervisor role
      * FRTPMNT takes; no profile means inquiry-only.  A denied
      * attempt is logged to the FTEQ error queue.
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
      * files, the same check FRTPMNT makes.  No record on file
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
           move FT-Official-Maint-TransId to AUTH-MSG-TransId
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
           move low-values to FRTOMAPO
           move FT-Official-Maint-TransId to TRANIDO
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
               MAP(FT-Official-Maint-Map)
               MAPSET(FT-Official-Maint-Mapset)
               INTO(FRTOMAPI)
               ASIS
           END-EXEC
           .
       1200-Check-Attention-Id-Keys.
           evaluate EIBAID
               when DFHENTER
                   perform 2000-Look-Up-Official
               when DFHPF5
                   perform 3000-Save-Official
               when DFHPF6
                   perform 4000-Retire-Official
               when DFHPF12
                   perform 9900-End-Transaction
               when other
                   move MSG-Undefined-PF-Key to MSGO
           end-evaluate
           .
       1500-Collect-Screen-Fields.
           move spaces to MNT-Official-Id
           move spaces to MNT-Official-Name
           move spaces to MNT-Grade
           move spaces to MNT-Home-City
           if OFIDL greater than 0
               move OFIDI to MNT-Official-Id
           end-if
           if ONAMEL greater than 0
               move ONAMEI to MNT-Official-Name
           end-if
           if GRADEL greater than 0
               move GRADEI to MNT-Grade
           end-if
           if CITYL greater than 0
               move CITYI to MNT-Home-City
           end-if
           perform varying MNT-Subscript from 1 by 1
                   until MNT-Subscript greater than 3
               move spaces to MNT-Affiliated-Team(MNT-Subscript)
               if AFFL(MNT-Subscript) greater than 0
                   move AFFI(MNT-Subscript)
                       to MNT-Affiliated-Team(MNT-Subscript)
               end-if
               move MNT-Affiliated-Team(MNT-Subscript)
                   to AFFO(MNT-Subscript)
           end-perform
           move MNT-Official-Id to OFIDO
           move MNT-Official-Name to ONAMEO
           move MNT-Grade to GRADEO
           move MNT-Home-City to CITYO
           .
       2000-Look-Up-Official.
           perform 1500-Collect-Screen-Fields
           if MNT-Official-Id equal spaces
               move MSG-Id-Required to MSGO
           else
               move MNT-Official-Id to OF-Official-Id
               EXEC CICS READ
                   FILE(FT-Official-File-Name)
                   RIDFLD(OF-Official-Id)
                   INTO(Official-Record)
                   RESP(CICS-Response-Code)
               END-EXEC
               evaluate CICS-Response-Code
                   when DFHRESP(NORMAL)
                       move OF-Official-Name to ONAMEO
                       move OF-Grade to GRADEO
                       move OF-Home-City to CITYO
                       perform varying MNT-Subscript from 1 by 1
                               until MNT-Subscript greater than 3
                           move OF-Affiliated-Team(MNT-Subscript)
                               to AFFO(MNT-Subscript)
                       end-perform
                       move OF-Status to OSTATO
                       move spaces to MSGO
                   when DFHRESP(NOTFND)
                       move MSG-Not-On-File to MSGO
                   when other
                       perform 8300-Master-File-Error
               end-evaluate
           end-if
           .
       3000-Save-Official.
      *****************************************************************
      * Add or change in one key: the WRITE is tried first and a
      * duplicate falls through to a read-for-update and REWRITE.
      * Every affiliated team keyed has to be on the team master - a
      * misspelled name would never match a schedule game, and the
      * conflict it was keyed to catch would slip through.
      *****************************************************************
           perform 1500-Collect-Screen-Fields
           perform 0150-Check-Batch-Window
           evaluate true
               when MNT-Official-Id equal spaces
                   move MSG-Id-Required to MSGO
               when MNT-Official-Name equal spaces
                   move MSG-Name-Required to MSGO
               when other
                   perform 3100-Check-Affiliated-Teams
                   if Teams-Are-Valid
                       perform 3200-Write-Official-Record
                   end-if
           end-evaluate
           .
       3100-Check-Affiliated-Teams.
           set Teams-Are-Valid to true
           perform varying MNT-Subscript from 1 by 1
                   until MNT-Subscript greater than 3
                   or not Teams-Are-Valid
               if MNT-Affiliated-Team(MNT-Subscript) not equal spaces
                   EXEC CICS READ
                       FILE(FT-Team-Master-File-Name)
                       RIDFLD(MNT-Affiliated-Team(MNT-Subscript))
                       INTO(Team-Master-Record)
                       RESP(CICS-Response-Code)
                   END-EXEC
                   evaluate CICS-Response-Code
                       when DFHRESP(NORMAL)
                           continue
                       when DFHRESP(NOTFND)
                           move "N" to MNT-Teams-Switch
                           move MSG-Unknown-Team to MSGO
                       when other
                           move "N" to MNT-Teams-Switch
                           set ERR-File-Error to true
                           move "READ" to ERR-Operation
                           move FT-Team-Master-File-Name
                               to Err-File-Name
                           move EIBRESP to ERR-EIBRESP
                           move EIBRESP2 to ERR-EIBRESP2
                           perform 8900-Call-Error-Handler
                           move ERR-Message-Text to MSGO
                   end-evaluate
               end-if
           end-perform
           .
       3200-Write-Official-Record.
           move MNT-Official-Id to OF-Official-Id
           move MNT-Official-Name to OF-Official-Name
           move MNT-Grade to OF-Grade
           move MNT-Home-City to OF-Home-City
           perform varying MNT-Subscript from 1 by 1
                   until MNT-Subscript greater than 3
               move MNT-Affiliated-Team(MNT-Subscript)
                   to OF-Affiliated-Team(MNT-Subscript)
           end-perform
           set OF-Active to true
           EXEC CICS WRITE
               FILE(FT-Official-File-Name)
               FROM(Official-Record)
               RIDFLD(OF-Official-Id)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   move MSG-Record-Saved to MSGO
                   move OF-Status to OSTATO
               when DFHRESP(DUPREC)
                   perform 3300-Rewrite-Official-Record
               when other
                   perform 8300-Master-File-Error
           end-evaluate
           .
       3300-Rewrite-Official-Record.
      *****************************************************************
      * The key already exists, so the save is a change: the record
      * is read for update and the values built from the screen are
      * put back whole, the same protocol FRTPMNT follows.
      *****************************************************************
           move Official-Record to MNT-Record-Hold
           EXEC CICS READ
               FILE(FT-Official-File-Name)
               RIDFLD(OF-Official-Id)
               INTO(Official-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code equal DFHRESP(NORMAL)
               move MNT-Record-Hold to Official-Record
               EXEC CICS REWRITE
                   FILE(FT-Official-File-Name)
                   FROM(Official-Record)
                   RESP(CICS-Response-Code)
               END-EXEC
               if CICS-Response-Code equal DFHRESP(NORMAL)
                   move MSG-Record-Saved to MSGO
                   move OF-Status to OSTATO
               else
                   perform 8300-Master-File-Error
               end-if
           else
               perform 8300-Master-File-Error
           end-if
           .
       4000-Retire-Official.
      *****************************************************************
      * Retire in place - the record stays, flipped Inactive, so
      * FRTOASG refuses the id on a new crew but a later save can
      * reactivate it.
      *****************************************************************
           perform 1500-Collect-Screen-Fields
           perform 0150-Check-Batch-Window
           if MNT-Official-Id equal spaces
               move MSG-Id-Required to MSGO
           else
               move MNT-Official-Id to OF-Official-Id
               EXEC CICS READ
                   FILE(FT-Official-File-Name)
                   RIDFLD(OF-Official-Id)
                   INTO(Official-Record)
                   UPDATE
                   RESP(CICS-Response-Code)
               END-EXEC
               evaluate CICS-Response-Code
                   when DFHRESP(NORMAL)
                       set OF-Inactive to true
                       EXEC CICS REWRITE
                           FILE(FT-Official-File-Name)
                           FROM(Official-Record)
                           RESP(CICS-Response-Code)
                       END-EXEC
                       if CICS-Response-Code equal DFHRESP(NORMAL)
                           move MSG-Official-Retired to MSGO
                           move OF-Status to OSTATO
                       else
                           perform 8300-Master-File-Error
                       end-if
                   when DFHRESP(NOTFND)
                       move MSG-Retire-Not-Found to MSGO
                   when other
                       perform 8300-Master-File-Error
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
       8300-Master-File-Error.
           set ERR-File-Error to true
           move FT-Official-File-Name to ERR-File-Name
           move EIBRESP to ERR-EIBRESP
           move EIBRESP2 to ERR-EIBRESP2
           perform 8900-Call-Error-Handler
           move ERR-Message-Text to MSGO
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
           move FT-Official-Maint-TransId to TRANIDO
           if Highlight-Error
               move DFHRED to MSGC
               move space to Highlight-Control
           end-if
           EXEC CICS SEND
               MAP(FT-Official-Maint-Map)
               MAPSET(FT-Official-Maint-Mapset)
               FROM(FRTOMAPO)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
               TRANSID(FT-Official-Maint-TransId)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           .
       9900-End-Transaction.
           EXEC CICS SEND CONTROL
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
