      *****************************************************************
      * FRTSKEY - start key handed to an inquiry screen over the
      * FT-Start-Key-Container-Name container, so a program reached
      * with XCTL opens on a given player rather than the top of
      * file.  FRTPLKP puts it; FRTVIEW, FRTCINQ, and FRTPMNT look
      * for it in their first-time handling and delete it once read.
      * The shape is the FRTHROW key - team, player, season - and a
      * screen that has no season just ignores it.
      *****************************************************************
           05  SK-Team-Name               pic x(20).
           05  SK-Player-Name             pic x(20).
           05  SK-Season                  pic x(04).
