      * numbers the league certifies, and playoff play must not
      * pollute them.  The playoff stat lines come off the detail
      * file itself, on FRTRPT's playoff section.
      * A game keyed by hand through FRTGENT that a second scorer has
      * not yet verified on FRTGVFY, or whose re-key did not match,
      * is listed and left unposted - it posts on the first run after
      * it is verified.  A detail FRTGSUS marked suspect is likewise
      * listed and left unposted until a FRTGCORR card clears it.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  Details-Posted             pic 9(07) comp.
           05  Details-Playoff-Held       pic 9(07) comp.
           05  Details-Unmatched          pic 9(07) comp.
           05  Details-Verify-Held        pic 9(07) comp.
           05  Details-Suspect-Held       pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
               10  RPT-Unm-Season         pic x(4).
               10  filler                 pic x(01) value space.
               10  RPT-Unm-Game-Date      pic 9(8).
           05  Verify-Held-Line.
               10  filler                 pic x(27)
                   value "Held for verification    - ".
               10  RPT-Vfy-Team           pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Vfy-Player         pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Vfy-Season         pic x(4).
               10  filler                 pic x(01) value space.
               10  RPT-Vfy-Game-Date      pic 9(8).
               10  filler                 pic x(01) value space.
               10  RPT-Vfy-Reason         pic x(21).
           05  Suspect-Held-Line.
               10  filler                 pic x(27)
                   value "Held as suspect          - ".
               10  RPT-Sus-Team           pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Sus-Player         pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Sus-Season         pic x(4).
               10  filler                 pic x(01) value space.
               10  RPT-Sus-Game-Date      pic 9(8).
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Details read: ".
               10  filler                 pic x(21)
                   value "  Details unmatched: ".
               10  RPT-Details-Unmatched  pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Verify held: ".
               10  RPT-Verify-Held        pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Suspect held: ".
               10  RPT-Suspect-Held       pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Post-Details
           move zero to Details-Posted
           move zero to Details-Playoff-Held
           move zero to Details-Unmatched
           move zero to Details-Verify-Held
           move zero to Details-Suspect-Held
           move function current-date(1:8) to Posting-Date
           open i-o Game-Detail-File
           if not Game-Detail-OK
           perform with test before
                   until Game-Detail-EOF
               add 1 to Details-Read
               evaluate true
                   when GD-Posted
                       continue
                   when GD-Held-for-Verify
                       perform 1500-List-Verify-Held
                   when GD-Suspect
                       perform 1600-List-Suspect-Held
                   when GD-Playoff
                       perform 2200-Mark-Detail-Posted
                       add 1 to Details-Playoff-Held
                   when other
                       perform 2000-Post-One-Detail
               end-evaluate
               perform 1100-Read-Next-Detail
           end-perform
           .
               perform 8900-Scream-and-Die
           end-if
           .
       1500-List-Verify-Held.
           move GD-Team-Name to RPT-Vfy-Team
           move GD-Player-Name to RPT-Vfy-Player
           move GD-Season to RPT-Vfy-Season
           move GD-Game-Date to RPT-Vfy-Game-Date
           if GD-Pending-Verify
               move "awaiting second key" to RPT-Vfy-Reason
           else
               move "mismatch - supervisor" to RPT-Vfy-Reason
           end-if
           display Verify-Held-Line
           add 1 to Details-Verify-Held
           .
       1600-List-Suspect-Held.
           move GD-Team-Name to RPT-Sus-Team
           move GD-Player-Name to RPT-Sus-Player
           move GD-Season to RPT-Sus-Season
           move GD-Game-Date to RPT-Sus-Game-Date
           display Suspect-Held-Line
           add 1 to Details-Suspect-Held
           .
       2000-Post-One-Detail.
      *****************************************************************
      * Roll one game's counts into the player's season record.  The
           move Details-Posted to RPT-Details-Posted
           move Details-Playoff-Held to RPT-Playoff-Held
           move Details-Unmatched to RPT-Details-Unmatched
           move Details-Verify-Held to RPT-Verify-Held
           move Details-Suspect-Held to RPT-Suspect-Held
           display space
           display Totals-Line
           .
