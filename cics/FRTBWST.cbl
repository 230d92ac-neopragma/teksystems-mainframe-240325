       Identification Division.
       Program-Id. FRTBWST.
      *****************************************************************
      * Batch window status and reset.  Shows whether the nightly
      * batch window is set on the system-status file (FRTSYSC) -
      * the record FRTBSET sets as the first step of the nightly
      * chain and clears as its last, and that puts FRTADD, FRTUPD,
      * FRTDEL and the other update transactions into inquiry-only
      * mode while it is set - with the job that set it and when, and
      * who last cleared it.  Any operator may look.  A chain that
      * abends before its clear step leaves the flag set and the
      * online system stuck in inquiry-only mode, so a supervisor
      * (OPR-Supervisor-Role on the operator-profile file) can reset
      * it here with PF5, pressed twice to confirm - the second press
      * is what clears it, stamped with the supervisor's id.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           copy DFHAID.
           copy DFHBMSCA.
           copy FRTWMSD.
           copy FTCONST.
       01  System-Status-Record.
           copy FRTSYST.
       01  Operator-Profile-Record.
           copy FRTOPRF.
       01  FT-Container-Data.
           05  CON-Reset-Status               pic x.
               88  Reset-Confirm-Pending      value "R".
       01  CICS-Response-Code                 pic s9(9) binary.
       01  Reset-Fields.
           05  RST-Operator-Id                pic x(8).
           05  RST-Current-Date               pic x(21).
           05  RST-Supervisor-Switch          pic x.
               88  RST-Is-Supervisor          value "Y".
       01  Display-Messages.
           05  Highlight-Control              pic x.
               88  Highlight-Error            value 'Y'.
           05  MSG-Undefined-PF-Key           pic x(16)
               value 'Undefined PF key'.
           05  MSG-Status-Prompt              pic x(79)
               value 'Enter refreshes the status.  Supervisors: PF5 re
      -        'sets a stuck batch window'.
           05  MSG-Window-Set                 pic x(40)
               value 'BATCH WINDOW SET - INQUIRY ONLY'.
           05  MSG-Window-Clear               pic x(40)
               value 'Online - changes accepted'.
           05  MSG-Never-Set                  pic x(40)
               value 'Online - batch window never set'.
           05  MSG-Not-Supervisor             pic x(79)
               value 'Only a supervisor can reset the batch window'.
           05  MSG-Nothing-To-Reset           pic x(79)
               value 'The batch window is not set - nothing to reset'.
           05  MSG-Confirm-Reset              pic x(79)
               value 'Reset only if the nightly chain is not running -
      -        ' press PF5 again to confirm'.
           05  MSG-Window-Reset               pic x(79)
               value 'Batch window reset - online changes are accepted
      -        ' again'.
       01  Error-Data.
           copy FTERRD.
       Procedure Division.
           perform 0100-Check-Supervisor
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
       0100-Check-Supervisor.
      *****************************************************************
      * The status is open to everyone; only the reset needs the
      * supervisor role.  No profile at all means look, don't touch.
      *****************************************************************
           move "N" to RST-Supervisor-Switch
           EXEC CICS ASSIGN
               USERID(RST-Operator-Id)
           END-EXEC
           EXEC CICS READ
               FILE(FT-Operator-Profile-File-Name)
               RIDFLD(RST-Operator-Id)
               INTO(Operator-Profile-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code equal DFHRESP(NORMAL)
               and OPR-Supervisor-Role
               set RST-Is-Supervisor to true
           end-if
           .
       0000-First-Time.
           initialize FT-Container-Data
           move low-values to FRTWMAPO
           perform 2000-Show-Status
           move MSG-Status-Prompt to MSGO
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
               MAP(FT-Batch-Status-Map)
               MAPSET(FT-Batch-Status-Mapset)
               INTO(FRTWMAPI)
               ASIS
           END-EXEC
           .
       1200-Check-Attention-Id-Keys.
           evaluate EIBAID
               when DFHENTER
                   move space to CON-Reset-Status
                   perform 2000-Show-Status
                   move MSG-Status-Prompt to MSGO
               when DFHPF5
                   perform 3000-Reset-Batch-Window
               when DFHPF12
                   perform 9900-End-Transaction
               when other
                   move space to CON-Reset-Status
                   perform 2000-Show-Status
                   move MSG-Undefined-PF-Key to MSGO
           end-evaluate
           .
       2000-Show-Status.
      *****************************************************************
      * Read the batch-window record and lay it out on the map.  No
      * record on file means FRTBSET has never run - the online
      * system is open.
      *****************************************************************
           move low-values to FRTWMAPO
           move FT-Batch-Window-Key to SYS-Record-Key
           EXEC CICS READ
               FILE(FT-System-Status-File-Name)
               RIDFLD(SYS-Record-Key)
               INTO(System-Status-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform 2100-Fill-Status-Map
               when DFHRESP(NOTFND)
                   move MSG-Never-Set to WSTATO
               when other
                   set ERR-File-Error to true
                   move "READ" to ERR-Operation
                   move FT-System-Status-File-Name to Err-File-Name
                   move EIBRESP to ERR-EIBRESP
                   move EIBRESP2 to ERR-EIBRESP2
                   perform 8900-Call-Error-Handler
                   move ERR-Message-Text to MSGO
                   set Highlight-Error to true
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
           end-evaluate
           .
       2100-Fill-Status-Map.
           if SYS-Batch-In-Progress
               move MSG-Window-Set to WSTATO
               move DFHRED to WSTATC
           else
               move MSG-Window-Clear to WSTATO
           end-if
           move SYS-Set-By to SETBYO
           move SYS-Set-Date to SETDTO
           move SYS-Set-Time to SETTMO
           move SYS-Cleared-By to CLRBYO
           move SYS-Cleared-Date to CLRDTO
           move SYS-Cleared-Time to CLRTMO
           .
       3000-Reset-Batch-Window.
      *****************************************************************
      * First PF5 asks for confirmation, the second clears the flag
      * under the supervisor's id.  Anything else in between cancels
      * the pending reset.
      *****************************************************************
           perform 2000-Show-Status
           evaluate true
               when not RST-Is-Supervisor
                   move space to CON-Reset-Status
                   move MSG-Not-Supervisor to MSGO
                   set Highlight-Error to true
               when not SYS-Batch-In-Progress
                    or CICS-Response-Code equal DFHRESP(NOTFND)
                   move space to CON-Reset-Status
                   move MSG-Nothing-To-Reset to MSGO
               when not Reset-Confirm-Pending
                   set Reset-Confirm-Pending to true
                   move MSG-Confirm-Reset to MSGO
                   set Highlight-Error to true
               when other
                   move space to CON-Reset-Status
                   perform 3100-Clear-Window-Record
                   perform 2000-Show-Status
                   move MSG-Window-Reset to MSGO
           end-evaluate
           .
       3100-Clear-Window-Record.
           EXEC CICS READ
               FILE(FT-System-Status-File-Name)
               RIDFLD(SYS-Record-Key)
               INTO(System-Status-Record)
               UPDATE
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               set ERR-File-Error to true
               move "READ UPDATE" to ERR-Operation
               move FT-System-Status-File-Name to Err-File-Name
               move EIBRESP to ERR-EIBRESP
               move EIBRESP2 to ERR-EIBRESP2
               perform 8900-Call-Error-Handler
               move ERR-Message-Text to MSGO
               set Highlight-Error to true
               perform 7100-Put-Container
               perform 9100-Display-and-Return
           end-if
           move function current-date to RST-Current-Date
           set SYS-Online-Open to true
           move RST-Operator-Id to SYS-Cleared-By
           move RST-Current-Date(1:8) to SYS-Cleared-Date
           move RST-Current-Date(9:6) to SYS-Cleared-Time
           EXEC CICS REWRITE
               FILE(FT-System-Status-File-Name)
               FROM(System-Status-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               set ERR-File-Error to true
               move "REWRITE" to ERR-Operation
               move FT-System-Status-File-Name to Err-File-Name
               move EIBRESP to ERR-EIBRESP
               move EIBRESP2 to ERR-EIBRESP2
               perform 8900-Call-Error-Handler
               move ERR-Message-Text to MSGO
               set Highlight-Error to true
               perform 7100-Put-Container
               perform 9100-Display-and-Return
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
           move FT-Batch-Status-TransId to TRANIDO
           if Highlight-Error
               move DFHRED to MSGC
               move space to Highlight-Control
           end-if
           EXEC CICS SEND
               MAP(FT-Batch-Status-Map)
               MAPSET(FT-Batch-Status-Mapset)
               FROM(FRTWMAPO)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
               TRANSID(FT-Batch-Status-TransId)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           .
       9900-End-Transaction.
           EXEC CICS SEND CONTROL
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
