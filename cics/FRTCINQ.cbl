           copy FTCONST.
       01  Career-Record.
           copy FRTCARR.
       01  Start-Key-Data.
           copy FRTSKEY.
       01  FT-Container-Data.
           05  CON-Inquiry-Status             pic x.
       01  CICS-Response-Code                 pic s9(9) binary.
           move low-values to FRTUMAPO
           move FT-Career-TransId to TRANIDO
           move MSG-Enter-Player to MSGO
           perform 0050-Check-Start-Key
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       0050-Check-Start-Key.
      *****************************************************************
      * Reached from the FRTPLKP name lookup, the screen opens on the
      * player's career line already looked up.
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
               move SK-Player-Name to NAMEI
               perform 2000-Look-Up-Career
           end-if
           .
       1000-Process-User-Input.
      *****************************************************************
      * Route control to the appropriate paragraph based on transid.
