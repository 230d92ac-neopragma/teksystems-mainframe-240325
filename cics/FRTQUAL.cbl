           if Played-Count greater than zero
               and SCH-Game-Date not greater than Run-Date-Field
               and SCH-Regular-Season
               and SCH-Scheduled
               add 1 to PLY-Games-Played(Played-Count)
           end-if
           .
