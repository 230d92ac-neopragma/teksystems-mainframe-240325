      * the free-throw file.  Maintained by the nightly FRTCBLD job
      * and read online by the FRTCINQ career inquiry, so a career
      * line no longer means re-summing every season record of every
      * player on every run.  A non-unique alternate index on
      * CAR-Player-Name, opened online through the FRTCANM path,
      * finds a player's careers on every team (FRTPLKP).
      *****************************************************************
           05  CAR-Record-Key.
               10  CAR-Team-Name          pic x(20).
