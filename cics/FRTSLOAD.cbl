               move 1 to SCH-Game-Number
           end-if
           move SCC-Site to SCH-Site
           move space to SCH-Game-Status
           move zero to SCH-Original-Date
           write FD-Schedule-Record
           end-write
           evaluate true
