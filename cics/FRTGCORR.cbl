      * will fold the corrected figures in on its next run.  The
      * corrected counts get the same cross-field edits FRTGLOAD
      * applies to the feed.
      *
      * A card is also how a line FRTGSUS marked suspect is cleared:
      * the corrected counts, or the same counts when the line was
      * real after all, go onto the unposted detail and release it to
      * FRTGPOST.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  Games-Corrected            pic 9(07) comp.
           05  Games-Corrected-Playoff    pic 9(07) comp.
           05  Games-Repaired-Unposted    pic 9(07) comp.
           05  Games-Suspect-Cleared      pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
               10  filler                 pic x(22)
                   value "  Repaired unposted: ".
               10  RPT-Repaired           pic zzz,zz9.
               10  filler                 pic x(19)
                   value "  Suspect cleared: ".
               10  RPT-Suspect-Cleared    pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Rejected           pic zzz,zz9.
           move zero to Games-Corrected
           move zero to Games-Corrected-Playoff
           move zero to Games-Repaired-Unposted
           move zero to Games-Suspect-Cleared
           move zero to Cards-Rejected
           move function current-date to TS-Current-Date
           compute TS-Julian-Date =
           move COR-Attempts to GD-Attempts
           move COR-Completed to GD-Completed
           move COR-Three-Pointers to GD-Three-Pointers
           evaluate true
               when GD-Suspect
                   set GD-Suspect-Cleared to true
                   move "Cleared suspect     " to RPT-Disposition
                   add 1 to Games-Suspect-Cleared
               when GD-Posted
                   move "Corrected playoff   " to RPT-Disposition
                   add 1 to Games-Corrected-Playoff
               when other
                   move "Repaired unposted   " to RPT-Disposition
                   add 1 to Games-Repaired-Unposted
           end-evaluate
           rewrite FD-Game-Detail-Record
           end-rewrite
           if not Game-Detail-OK
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 4900-Report-Correction
           .
       4900-Report-Correction.
           move Games-Corrected to RPT-Corrected
           move Games-Corrected-Playoff to RPT-Playoff
           move Games-Repaired-Unposted to RPT-Repaired
           move Games-Suspect-Cleared to RPT-Suspect-Cleared
           move Cards-Rejected to RPT-Rejected
           display space
           display Totals-Line
