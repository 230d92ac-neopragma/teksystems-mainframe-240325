      *****************************************************************
      * FRTVQUE - Supervisor verification queue entry, written to
      * the FTSQ transient data queue by FRTGVFY when a second
      * scorer's blind re-key of a game does not match the first
      * scorer's.  Both keyings travel with the entry so the
      * supervisor can see where they part; the detail itself waits
      * as mismatched on FRTGDTL until the supervisor resolves it.
      *****************************************************************
           05  VQ-Detail-Key.
               10  VQ-Team-Name           pic x(20).
               10  VQ-Player-Name         pic x(20).
               10  VQ-Season              pic x(04).
               10  VQ-Game-Date           pic 9(8).
               10  VQ-Game-Number         pic 9(1).
           05  VQ-Keyed-By                pic x(08).
           05  VQ-Keyed-Attempts          pic 9(5).
           05  VQ-Keyed-Completed         pic 9(5).
           05  VQ-Keyed-Three-Pointers    pic 9(5).
           05  VQ-Verified-By             pic x(08).
           05  VQ-Verified-Attempts       pic 9(5).
           05  VQ-Verified-Completed      pic 9(5).
           05  VQ-Verified-Three-Pointers pic 9(5).
