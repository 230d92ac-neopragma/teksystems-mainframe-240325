      *****************************************************************
      * FRTGRES - Game result record layout.  Keyed VSAM KSDS, key =
      * GR-Team-Name + GR-Season + GR-Game-Date + GR-Game-Number -
      * the schedule's own key, so each team's half of a game on
      * FRTSCHED has exactly one result record beside it.  One
      * record per team per final game: the final score from that
      * team's side (its own score and the opponent's), loaded by
      * FRTRLOAD once the game is final.  The two halves of one game
      * must mirror each other - A's 88-80 win is B's 80-88 loss -
      * and FRTWLST holds any game whose halves disagree out of the
      * won-lost standings until one side is corrected.
      *****************************************************************
           05  GR-Record-Key.
               10  GR-Team-Name           pic x(20).
               10  GR-Season              pic x(04).
               10  GR-Game-Date           pic 9(8).
               10  GR-Game-Number         pic 9(1).
           05  GR-Opponent                pic x(20).
           05  GR-Team-Score              pic 9(3).
           05  GR-Opponent-Score          pic 9(3).
           05  GR-Entered-Date            pic 9(8).
