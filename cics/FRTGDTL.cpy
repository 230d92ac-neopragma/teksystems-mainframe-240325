      * into the FRTHROW season counters by FRTGPOST - the
      * recountable source the running season totals can always be
      * rebuilt from.
      *
      * The record grew from 98 to 116 bytes when verification and
      * screening were added.  A detail file written in the old
      * 98-byte layout must be run once through FRTGCVT, which
      * writes every detail in this layout (no verification needed,
      * not screened), before any program that copies this layout
      * reads it.
      *****************************************************************
           05  GD-Record-Key.
               10  GD-Team-Name           pic x(20).
           05  GD-Posted-Flag             pic x(01).
               88  GD-Posted              value "Y".
           05  GD-Posted-Date             pic 9(8).
      * Second-scorer verification.  A game keyed by hand through
      * FRTGENT waits as pending until a different operator re-keys
      * its counters blind on FRTGVFY: a match releases it, and a
      * mismatch waits on the supervisor queue until a supervisor
      * keys the right counters.  FRTGPOST posts neither a pending
      * nor a mismatched detail.  A blank (fed by FRTGLOAD, or loaded
      * before verification existed) needs no verification.
           05  GD-Verify-Status           pic x(01).
               88  GD-No-Verify-Needed    value " ".
               88  GD-Pending-Verify      value "V".
               88  GD-Verify-Mismatch     value "M".
               88  GD-Verified            value "R".
               88  GD-Held-for-Verify     value "V" "M".
           05  GD-Keyed-By                pic x(08).
           05  GD-Verified-By             pic x(08).
      * Suspect-line screening.  FRTGSUS runs ahead of FRTGPOST and
      * compares each newly loaded detail with the player's own
      * season (FRTHROW) and career (FRTCARR) per-game norms; a line
      * far out of pattern is marked suspect and FRTGPOST holds it
      * until a FRTGCORR card - carrying the corrected counts, or the
      * same counts when the line turns out to be real - clears it.
      * A blank means not screened yet.
           05  GD-Suspect-Status          pic x(01).
               88  GD-Not-Screened        value " ".
               88  GD-Screened-OK         value "K".
               88  GD-Suspect             value "S".
               88  GD-Suspect-Cleared     value "C".
