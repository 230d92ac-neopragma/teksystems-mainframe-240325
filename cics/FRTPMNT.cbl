           copy FTCONST.
       01  Player-Master-Record.
           copy FRTPMST.
       01  Start-Key-Data.
           copy FRTSKEY.
       01  Team-Master-Record.
           copy FRTTMST.
       01  FT-Container-Data.
           05  CON-Maint-Status               pic x.
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Maintenance-Work-Fields.
           05  MNT-Team-Name                  pic x(20).
           05  MNT-Player-Name                pic x(20).
           05  Highlight-Control              pic x.
               88  Highlight-Error            value 'Y'.
           05  MSG-Out                        pic x(79).
           05  MSG-Batch-Window               pic x(79)
               value 'Batch window in progress - inquiry only, no chang
      -        'es until the nightly run ends'.
           05  MSG-Undefined-PF-Key           pic x(16)
               value 'Undefined PF key'.
           05  MSG-Initial-Prompt             pic x(79)
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
           move FT-Player-Maint-TransId to AUTH-MSG-TransId
           move low-values to FRTNMAPO
           move FT-Player-Maint-TransId to TRANIDO
           move MSG-Initial-Prompt to MSGO
           perform 0050-Check-Start-Key
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       0050-Check-Start-Key.
      *****************************************************************
      * Reached from the FRTPLKP name lookup, the screen opens on the
      * player's master record already looked up - keyed in as
      * though the operator had typed the team and name.
      *****************************************************************
           EXEC CICS GET CONTAINER(FT-Start-Key-Container-Name)
               CHANNEL(FT-Channel-Name)
               INTO(Start-Key-Data)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code equal DFHRESP(NORMAL)
               EXEC CICS DELETE CONTAINER(FT-Start-Key-Container-Name)
                   CHANNEL(FT-Channel-Name)
               END-EXEC
               move SK-Team-Name to TEAMI
               move length of TEAMI to TEAML
               move SK-Player-Name to NAMEI
               move length of NAMEI to NAMEL
               perform 2000-Look-Up-Player
           end-if
           .
       1000-Process-User-Input.
           perform 1100-Receive-Map
           perform 1200-Check-Attention-Id-Keys
      * the orphan this file is meant to prevent.
      *****************************************************************
           perform 1500-Collect-Screen-Fields
           perform 0150-Check-Batch-Window
           evaluate true
               when MNT-Team-Name equal spaces
                    or MNT-Player-Name equal spaces
      * FRTADD refuses the name but a later save can reactivate it.
      *****************************************************************
           perform 1500-Collect-Screen-Fields
           perform 0150-Check-Batch-Window
           if MNT-Team-Name equal spaces
               or MNT-Player-Name equal spaces
               move MSG-Both-Required to MSGO
