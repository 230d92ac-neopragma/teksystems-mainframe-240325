           copy FTCONST.
       01  Free-Throw-Record.
           copy FRTHROW.
       01  Start-Key-Data.
           copy FRTSKEY.
       01  FT-Container-Data.
           05  CON-Page-Number                pic 9(04).
           05  CON-End-of-File-Reached        pic x.
           move "N" to CON-End-of-File-Reached
           move "N" to PAG-End-of-Data
           move low-values to PAG-Start-Key
           perform 0050-Check-Start-Key
           move low-values to FRTVMAPO
           move FT-View-TransId to TRANIDO
           perform 2000-Browse-Forward-Fill-Map
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       0050-Check-Start-Key.
      *****************************************************************
      * Reached from the FRTPLKP name lookup, the browse opens on the
      * player's season instead of the top of the file.
      *****************************************************************
           EXEC CICS GET CONTAINER(FT-Start-Key-Container-Name)
               CHANNEL(FT-Channel-Name)
               INTO(Start-Key-Data)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code equal DFHRESP(NORMAL)
               move Start-Key-Data to PAG-Start-Key
               EXEC CICS DELETE CONTAINER(FT-Start-Key-Container-Name)
                   CHANNEL(FT-Channel-Name)
               END-EXEC
           end-if
           .
       1000-Process-User-Input.
      *****************************************************************
      * Route control to the appropriate paragraph based on transid.
