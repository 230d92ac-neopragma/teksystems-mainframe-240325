      * career file.  The authoritative biographical record behind
      * the bare name strings the stat files key on: jersey number,
      * position, and birthdate for the stat sheet, the roster
      * report, and the press office - and the birthdate the youth
      * and masters age rules (FRTAGER) are ruled on.  Maintained
      * online by FRTPMNT; FRTADD refuses a new player whose name is
      * not on this file and Active, the same prevention the team
      * master gives team names.  A player is retired in place
      * (flipped Inactive), never removed, so the name stays
      * reserved.  A non-unique
      * alternate index on PM-Player-Name, opened online through the
      * FRTPMNM path, finds every team a name is rostered on
      * (FRTPLKP).
      *****************************************************************
           05  PM-Record-Key.
               10  PM-Team-Name           pic x(20).
