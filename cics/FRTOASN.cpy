      *****************************************************************
      * FRTOASN - Game officials assignment record layout.  Keyed
      * VSAM KSDS, key = OA-Season + OA-Game-Date + OA-Game-Number +
      * OA-First-Team + OA-Second-Team.  One record per scheduled
      * game, not per team: the schedule carries each game twice,
      * once from each side, so the two teams are put in name order
      * in the key - the same game key FRTGBOX sorts details into -
      * and either side's schedule record finds the one crew.  Up to
      * three officials work a game; an unused crew slot is blank.
      * Maintained online through FRTOASG, which checks every
      * assignment for conflicts before it is filed.
      *****************************************************************
           05  OA-Record-Key.
               10  OA-Season              pic x(04).
               10  OA-Game-Date           pic 9(8).
               10  OA-Game-Number         pic 9(1).
               10  OA-First-Team          pic x(20).
               10  OA-Second-Team         pic x(20).
           05  OA-Crew-Official-Id        pic x(06) occurs 3 times.
           05  OA-Assigned-By             pic x(08).
           05  OA-Assigned-Date           pic 9(8).
