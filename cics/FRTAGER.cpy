      *****************************************************************
      * FRTAGER - Age-eligibility rule record.  Keyed VSAM KSDS
      * (FRTAGER), key = AGR-Scope + AGR-Group-Name: a division rule
      * (scope D) keyed on TM-Division, or a conference rule (scope
      * C) keyed on TM-Conference.  A team's division rule, when
      * there is one, governs; otherwise its conference rule does;
      * a team with neither has no age rule.  A youth division sets
      * AGR-Under-Age - the player must be younger than it on the
      * division's as-of date - and a masters division sets
      * AGR-Minimum-Age - the player must be at least that old.
      * Zero in either means no limit that way, and a zero as-of
      * date means as of the day the check runs.  Maintained by
      * FRTALOAD; FRTADD, FRTLOAD and FRTXFER refuse to place a
      * player who fails the rule, and FRTAGEX lists the roster
      * players who fail it, all through the FRTAGEK ruling.
      *****************************************************************
           05  AGR-Rule-Key.
               10  AGR-Scope              pic x(01).
                   88  AGR-Division-Rule  value "D".
                   88  AGR-Conference-Rule
                                          value "C".
               10  AGR-Group-Name         pic x(12).
           05  AGR-Under-Age              pic 9(03).
           05  AGR-Minimum-Age            pic 9(03).
           05  AGR-As-Of-Date             pic 9(08).
           05  AGR-Rule-Text              pic x(30).
           05  AGR-Updated-Date           pic 9(08).
           05  filler                     pic x(15).
