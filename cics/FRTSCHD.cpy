      * FRTSCHD - Team schedule record layout.  Keyed VSAM KSDS,
      * key = SCH-Team-Name + SCH-Season + SCH-Game-Date +
      * SCH-Game-Number; one record per game on a team's schedule,
      * maintained by FRTSLOAD, with postponements, reschedules and
      * cancellations keyed online through FRTSMNT.  The game number
      * is what makes the second game of a doubleheader keyable - 1
      * for an ordinary game, 2 for the nightcap.
      * FRTSVAL counts each team's games played to date from this
      * file and flags any FRTHROW record whose FT-Games exceeds it.
      *
      * The record grew from 55 to 64 bytes when the game status was
      * added.  A schedule written in the old 55-byte layout must be
      * run once through FRTSCVT, which writes every game in this
      * layout (scheduled, no original date), before any program
      * that copies this layout reads it.
      *****************************************************************
           05  SCH-Record-Key.
               10  SCH-Team-Name          pic x(20).
           05  SCH-Site                   pic x(01).
               88  SCH-Home-Game          value "H".
               88  SCH-Away-Game          value "A".
      * Whether the game is still on.  Postponed games keep their
      * original date in the key until FRTSMNT reschedules them (the
      * date is not known yet when a game is snowed out); cancelled
      * games stay on file but are never played.  A blank (loaded
      * before the status existed) reads as scheduled.  A game moved
      * by FRTSMNT carries the date it was first scheduled for.
           05  SCH-Game-Status            pic x(01).
               88  SCH-Scheduled          value " ".
               88  SCH-Postponed          value "P".
               88  SCH-Cancelled          value "C".
           05  SCH-Original-Date          pic 9(8).
