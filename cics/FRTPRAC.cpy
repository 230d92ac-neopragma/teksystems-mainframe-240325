      *****************************************************************
      * FRTPRAC - Practice-session free-throw record layout.
      * Keyed VSAM KSDS, key = PR-Team-Name + PR-Player-Name +
      * PR-Session-Date + PR-Session-Number.  One record per player
      * per practice session - the session number (1 for the day's
      * practice, 2 for a second session the same day) keeps a
      * two-a-day keyable.  Kept apart from FRTGDTL on purpose:
      * nothing here is ever posted, so practice shooting can never
      * reach the FRTHROW season counters.  Loaded by FRTPLOAD from
      * the coaches' clipboard sheets, keyed online through FRTPENT,
      * and compared with game shooting by FRTPRPT.
      *****************************************************************
           05  PR-Record-Key.
               10  PR-Team-Name           pic x(20).
               10  PR-Player-Name         pic x(20).
               10  PR-Session-Date        pic 9(8).
               10  PR-Session-Number      pic 9(1).
           05  PR-Season                  pic x(04).
           05  PR-Attempts                pic 9(5).
           05  PR-Completed               pic 9(5).
      * Where the session came from, who keyed it and when.  The
      * keyed-by id is blank for a loaded session.
           05  PR-Source                  pic x(01).
               88  PR-Loaded              value "L".
               88  PR-Keyed               value "K".
           05  PR-Keyed-By                pic x(08).
           05  PR-Entered-Date            pic 9(8).
