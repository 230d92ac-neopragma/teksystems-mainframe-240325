      * authority on who plays where.  The FRTHROW counters this job
      * ranks from carry regular-season play only (FRTGPOST holds
      * playoff details out of them), so these are the standings the
      * league certifies even while playoff input is flowing.  Each
      * team's standings line is also written to the FRTSTNDR
      * roll-up file, the certified figures FRTWEB publishes to the
      * league website.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Indexed
               Access Sequential
               File Status FT-File-Status.
           Select Rollup-File
               Assign to "FRTSTNDR"
               Organization Sequential
               Access Sequential
               File Status Rollup-File-Status.
           Select Leader-Sort-File
               Assign to "SORTWK01".
       Data Division.
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       FD  Rollup-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Rollup-Record.
           copy FRTTRUP.
       SD  Leader-Sort-File.
       01  SD-Leader-Record.
           05  LDR-Division               pic x(12).
           05  FT-File-Status             pic x(02).
               88  FT-File-OK             value "00".
               88  FT-File-EOF            value "10".
           05  Rollup-File-Status         pic x(02).
               88  Rollup-File-OK         value "00".
       01  Selection-Fields.
           05  Search-Season              pic x(4).
           05  Season-Requested           pic x.
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-FRTSTNDR          pic x(13)
               value " of FRTSTNDR.".
           05  Const-Of-FRTHROW           pic x(12)
               value " of FRTHROW.".
           05  Const-Of-FRTTEAMS          pic x(13)
      *****************************************************************
      * Sort the team table division-ascending, percentage-descending
      * and print each division's teams in rank order with a control
      * break on the division name, writing each line to the
      * roll-up file as it prints.
      *****************************************************************
           sort Team-Entry
               on ascending key TS-Division
               on descending key TS-Pct
           open output Rollup-File
           if not Rollup-File-OK
               string Const-Got-Status delimited by size
                      Rollup-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTSTNDR delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move spaces to Current-Division
           move zero to Division-Rank
           perform varying Team-Ix from 1 by 1
               move TS-Attempts(Team-Ix) to RPT-Attempts
               move TS-Completed(Team-Ix) to RPT-Completed
               display Standings-Line
               perform 4100-Write-Rollup-Record
           end-perform
           close Rollup-File
           .
       4100-Write-Rollup-Record.
           move spaces to FD-Rollup-Record
           if Season-Was-Requested
               move Search-Season to TRU-Season
           end-if
           move TS-Division(Team-Ix) to TRU-Division
           move Division-Rank to TRU-Division-Rank
           move TS-Team-Name(Team-Ix) to TRU-Team-Name
           move TS-Conference(Team-Ix) to TRU-Conference
           move TS-Attempts(Team-Ix) to TRU-Attempts
           move TS-Completed(Team-Ix) to TRU-Completed
           move TS-Pct(Team-Ix) to TRU-Pct
           move function current-date(1:8) to TRU-Rolled-Up-Date
           write FD-Rollup-Record
           if not Rollup-File-OK
               string Const-Got-Status delimited by size
                      Rollup-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-FRTSTNDR delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       5000-Division-Leaderboards.
      *****************************************************************
