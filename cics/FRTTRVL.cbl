               add 1 to Games-Read
               if SCH-Season equal Search-Season
                   and SCH-Away-Game
                   and SCH-Scheduled
                   perform 3000-Price-One-Road-Trip
               end-if
               perform 2100-Read-Next-Game
