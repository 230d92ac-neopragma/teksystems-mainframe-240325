                   until Schedule-File-EOF
               if SCH-Season equal Search-Season
                   and SCH-Game-Date greater than Run-Date-Field
                   and SCH-Scheduled
                   if Future-Game-Count equal 2000
                       move "More than 2000 games left on the schedul
      -                    "e" to Error-Message
