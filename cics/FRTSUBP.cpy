      *****************************************************************
      * FRTSUBP - Pending feed change, one per subscriber per changed
      * free-throw record.  Keyed VSAM KSDS (FRTSUBP), key =
      * SBP-Subscriber-Id + the FRTHROW record key, so a subscriber's
      * pending changes browse together in FRTHROW key order.
      * FRTEXTR fans FT-Needs-Extract out into one entry for every
      * active subscriber in FRTSUBS and clears the flag; each
      * subscriber's own FRTEXTR run then sends and deletes only its
      * own entries.  An entry left behind by a missed pull is still
      * there for the next one.
      *****************************************************************
           05  SBP-Pending-Key.
               10  SBP-Subscriber-Id      pic x(08).
               10  SBP-FT-Key.
                   15  SBP-Team-Name      pic x(20).
                   15  SBP-Player-Name    pic x(20).
                   15  SBP-Season         pic x(04).
           05  SBP-Queued-Date            pic 9(08).
           05  SBP-Queued-By              pic x(08).
           05  filler                     pic x(12).
