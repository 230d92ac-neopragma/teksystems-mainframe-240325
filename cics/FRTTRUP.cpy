      *****************************************************************
      * FRTTRUP - Team standings roll-up record.  One record per
      * active team, written by FRTSTND (FRTSTNDR) in standings order
      * - division ascending, team percentage descending - after it
      * rolls the free-throw file up by team, so the jobs downstream
      * of the standings (FRTWEB's league website pages) publish
      * exactly the figures the league certified instead of rolling
      * the file up again.  TRU-Season is the season FRTSTND ranked,
      * spaces when it ranked every season on file.
      *****************************************************************
           05  TRU-Season                 pic x(04).
           05  TRU-Division               pic x(12).
           05  TRU-Division-Rank          pic 9(03).
           05  TRU-Team-Name              pic x(20).
           05  TRU-Conference             pic x(12).
           05  TRU-Attempts               pic 9(07).
           05  TRU-Completed              pic 9(07).
           05  TRU-Pct                    pic 99v9.
           05  TRU-Rolled-Up-Date         pic 9(08).
           05  filler                     pic x(04).
