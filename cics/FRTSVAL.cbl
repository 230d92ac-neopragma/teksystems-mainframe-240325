               move zero to PLY-Games-Played(Played-Count)
           end-if
      * Only regular-season games count - FT-Games carries regular-
      * season play only, playoff games never post into it.  A
      * postponed or cancelled game was never played.
           if SCH-Game-Date not greater than Run-Date-Field
               and SCH-Regular-Season
               and SCH-Scheduled
               add 1 to PLY-Games-Played(Played-Count)
           end-if
           .
