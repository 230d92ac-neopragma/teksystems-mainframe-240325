      * are rolled up by summing every season record sharing the same
      * team+player (see FRTRPT).  FT-Season is stamped from
      * FT-Current-Season in FTCONST when a player record is added.
      * A non-unique alternate index on FT-Player-Name, opened online
      * through the FRTHRNM path, finds a player's seasons without
      * knowing the team (FRTPLKP).
      *****************************************************************
           05  FT-Record-Key.
               10  FT-Team-Name           pic x(20).
