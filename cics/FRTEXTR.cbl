       Identification Division.
       Program-Id. FRTEXTR.
      *****************************************************************
      * Batch job that builds a subscriber's delta feed file from the
      * free-throw KSDS: team, player, games, attempts, completed,
      * three-pointers, percentage, average, and last-update date,
      * one line per changed active player, in the line format the
      * subscriber's FRTSUBS registry entry names (comma-delimited,
      * pipe-delimited, or fixed-width).  Driven by a SYSIN control
      * card naming the subscriber and giving the FT-Last-Update date
      * range to extract, the same control-card convention KSDSEXT
      * uses; a blank subscriber is the scoreboard vendor.
      *
      * Change tracking is kept per subscriber.  Every run first
      * fans FT-Needs-Extract out into a FRTSUBP pending entry for
      * each active subscriber and clears the flag, then sends only
      * the running subscriber's own pending entries - so one
      * consumer's pull never hides a change from the others, and a
      * subscriber that missed a night gets everything
      * queued since its last successful pull.  The date range only
      * narrows an ad-hoc resend or backfill; a pending entry outside
      * it stays queued.  Each record sent has its pending entry
      * deleted and FT-Last-Extract-Date stamped, so FRTHROW is
      * opened I-O rather than input-only.  The subscriber's registry
      * entry is stamped with the cycle date at the end of the run.
      *
      * Every feed line is also written to the dated retention copy
      * (FRTFEEDR, a generation per night in the job stream), headed
               Organization Indexed
               Access Dynamic
               File Status FT-File-Status.
           Select Subscriber-File
               Record Key SUB-Subscriber-Id
               Assign to "FRTSUBS"
               Organization Indexed
               Access Dynamic
               File Status Subscriber-File-Status.
           Select Pending-File
               Record Key SBP-Pending-Key
               Assign to "FRTSUBP"
               Organization Indexed
               Access Dynamic
               File Status Pending-File-Status.
           Select Extract-File
               Assign to "FRTFEED"
               Organization Sequential
           05  CTL-Low-Date               pic 9(8).
           05  CTL-High-Date              pic 9(8).
           05  CTL-Cycle-Date             pic 9(8).
           05  CTL-Subscriber-Id          pic x(8).
           05  filler                     pic x(48).
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       FD  Subscriber-File.
       01  FD-Subscriber-Record.
           copy FRTSUBR.
       FD  Pending-File.
       01  FD-Pending-Record.
           copy FRTSUBP.
       FD  Extract-File
           Recording Mode F
           Record Contains 132 Characters
           05  FT-File-Status             pic x(02).
               88  FT-File-OK             value "00".
               88  FT-File-EOF            value "10".
               88  FT-Record-Not-Found    value "23".
           05  Subscriber-File-Status     pic x(02).
               88  Subscriber-File-OK     value "00".
               88  Subscriber-File-EOF    value "10".
               88  Subscriber-Not-Found   value "23".
           05  Pending-File-Status        pic x(02).
               88  Pending-File-OK        value "00".
               88  Pending-File-EOF       value "10".
               88  Pending-Duplicate      value "22".
               88  Pending-Not-Found      value "23".
           05  Extract-File-Status        pic x(02).
               88  Extract-File-OK        value "00".
           05  Retention-File-Status      pic x(02).
           05  Search-Low-Date            pic 9(8).
           05  Search-High-Date           pic 9(8).
           05  Cycle-Date-Field           pic 9(8).
           05  Run-Subscriber-Id          pic x(8).
           05  Run-Feed-Format            pic x(1).
               88  Run-Fixed-Width        value "F".
           05  Feed-Delimiter             pic x(1).
           05  Pending-Done-Switch        pic x(1).
               88  Pending-Done           value "Y".
      *****************************************************************
      * Every active subscriber in the registry, loaded up front so
      * each flagged record can be fanned out to all of them.
      *****************************************************************
       01  Subscriber-Count               pic 9(04) comp value zero.
       01  Subscriber-Table.
           05  Subscriber-Entry occurs 50 times
                   indexed by Sub-Ix.
               10  SUBT-Subscriber-Id     pic x(8).
       01  Extract-Fields.
           05  EXT-Team                   pic x(20).
           05  EXT-Player                 pic x(20).
       01  Report-Counters.
           05  Records-Read               pic 9(07) comp.
           05  Records-Extracted          pic 9(07) comp.
           05  Changes-Fanned-Out         pic 9(07) comp.
           05  Pending-Read               pic 9(07) comp.
           05  Pending-Held               pic 9(07) comp.
           05  Pending-Dropped            pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-REWRITE              pic x(07) value "REWRITE".
           05  Const-DELETE               pic x(06) value "DELETE".
           05  Const-START                pic x(05) value "START".
           05  Const-Default-Subscriber   pic x(08) value "SCOREBRD".
           05  Const-Of-SYSIN             pic x(10) value " of SYSIN.".
           05  Const-Of-FRTHROW           pic x(12)
               value " of FRTHROW.".
           05  Const-Of-FRTFEED           pic x(12)
               value " of FRTFEED.".
           05  Const-Of-FRTSUBS           pic x(12)
               value " of FRTSUBS.".
           05  Const-Of-FRTSUBP           pic x(12)
               value " of FRTSUBP.".
       01  Retention-Header.
           05  filler                     pic x(4) value "RETN".
           05  RET-Feed-Date              pic 9(8).
           05  RET-Extract-Stamp          pic 9(14).
           05  RET-Subscriber-Id          pic x(8).
           05  filler                     pic x(98) value spaces.
       01  Report-Lines.
           05  Subscriber-Line.
               10  filler                 pic x(12)
                   value "Subscriber: ".
               10  RPT-Subscriber-Id      pic x(8).
               10  filler                 pic x(01) value space.
               10  RPT-Subscriber-Name    pic x(30).
               10  filler                 pic x(17)
                   value "  Last pulled on ".
               10  RPT-Last-Extract-Date  pic 9(8).
           05  Totals-Line.
               10  filler                 pic x(24)
                   value "Records read: ".
               10  filler                 pic x(24)
                   value "  Records extracted: ".
               10  RPT-Records-Extracted  pic zzz,zz9.
           05  Pending-Totals-Line.
               10  filler                 pic x(24)
                   value "Changes fanned out: ".
               10  RPT-Changes-Fanned-Out pic zzz,zz9.
               10  filler                 pic x(24)
                   value "  Pending read: ".
               10  RPT-Pending-Read       pic zzz,zz9.
               10  filler                 pic x(24)
                   value "  Held out of range: ".
               10  RPT-Pending-Held       pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Dropped: ".
               10  RPT-Pending-Dropped    pic zzz,zz9.
           05  Retained-Line.
               10  filler                 pic x(10)
                   value "Retained  ".
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 0010-Check-Cycle-Predecessor
           perform 1200-Load-Subscribers
           perform 1600-Fan-Out-Changes
           perform 2000-Extract-File
           perform 3800-Stamp-Subscriber
           perform 9000-Report-Totals
           perform 9900-Close
           perform 9950-Log-Run-Statistics
      *****************************************************************
           move zero to Records-Read
           move zero to Records-Extracted
           move zero to Changes-Fanned-Out
           move zero to Pending-Read
           move zero to Pending-Held
           move zero to Pending-Dropped
           open input Control-Card-File
           if not Control-Card-OK
               string Const-Got-Status delimited by size
               end-string
               perform 8900-Scream-and-Die
           end-if
           open i-o Subscriber-File
           if not Subscriber-File-OK
               string Const-Got-Status delimited by size
                      Subscriber-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTSUBS  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open i-o Pending-File
           if not Pending-File-OK
               string Const-Got-Status delimited by size
                      Pending-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTSUBP  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open output Extract-File
           if not Extract-File-OK
               string Const-Got-Status delimited by size
      * card also carries the nightly cycle date the whole stream
      * shares (zero = this job's own run date), so a rerun after
      * midnight still checks and posts under the night it belongs
      * to.  The subscriber the run is for is punched after the
      * cycle date; a blank subscriber is the scoreboard vendor, so
      * its long-standing card needs no change.
      *****************************************************************
           read Control-Card-File
               into Control-Card-Record
           else
               move RSS-Date to Cycle-Date-Field
           end-if
           if CTL-Subscriber-Id equal spaces
               move Const-Default-Subscriber to Run-Subscriber-Id
           else
               move CTL-Subscriber-Id to Run-Subscriber-Id
           end-if
           .
       1200-Load-Subscribers.
      *****************************************************************
      * Load every active subscriber's id for the fan-out, then read
      * the running subscriber's own entry for its line format.  A
      * subscriber that is not registered, or has been retired, is
      * fatal - nothing is fanned out or sent.
      *****************************************************************
           move low-values to SUB-Subscriber-Id
           start Subscriber-File
               key not less than SUB-Subscriber-Id
           end-start
           evaluate true
               when Subscriber-File-OK
                   perform 1210-Read-Next-Subscriber
                   perform 1220-Add-Subscriber-to-Table
                       until Subscriber-File-EOF
               when Subscriber-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Subscriber-File-Status delimited by size
                          Const-On          delimited by size
                          Const-START       delimited by size
                          Const-Of-FRTSUBS  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           move Run-Subscriber-Id to SUB-Subscriber-Id
           read Subscriber-File
               key is SUB-Subscriber-Id
           end-read
           evaluate true
               when Subscriber-Not-Found
                   string "Subscriber " delimited by size
                          Run-Subscriber-Id delimited by space
                          " is not registered on FRTSUBS"
                              delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               when not Subscriber-File-OK
                   string Const-Got-Status delimited by size
                          Subscriber-File-Status delimited by size
                          Const-On          delimited by size
                          Const-READ        delimited by size
                          Const-Of-FRTSUBS  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               when not SUB-Active
                   string "Subscriber " delimited by size
                          Run-Subscriber-Id delimited by space
                          " is retired on FRTSUBS"
                              delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           move SUB-Feed-Format to Run-Feed-Format
           evaluate true
               when SUB-Pipe-Delimited
                   move "|" to Feed-Delimiter
               when other
                   move "," to Feed-Delimiter
           end-evaluate
           move SUB-Subscriber-Id to RPT-Subscriber-Id
           move SUB-Subscriber-Name to RPT-Subscriber-Name
           move SUB-Last-Extract-Date to RPT-Last-Extract-Date
           display Subscriber-Line
           .
       1210-Read-Next-Subscriber.
           read Subscriber-File next
           end-read
           if not Subscriber-File-OK and not Subscriber-File-EOF
               string Const-Got-Status delimited by size
                      Subscriber-File-Status delimited by size
                      Const-On          delimited by size
                      Const-READ-NEXT   delimited by size
                      Const-Of-FRTSUBS  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1220-Add-Subscriber-to-Table.
           if SUB-Active
               if Subscriber-Count equal 50
                   move "More than 50 active subscribers on FRTSUBS"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Subscriber-Count
               move SUB-Subscriber-Id
                   to SUBT-Subscriber-Id(Subscriber-Count)
           end-if
           perform 1210-Read-Next-Subscriber
           .
       1500-Write-Retention-Header.
      *****************************************************************
      * what FRTRSND verifies before it retransmits anything.
      *****************************************************************
           move Cycle-Date-Field to RET-Feed-Date
           move Run-Subscriber-Id to RET-Subscriber-Id
           move function current-date(1:14) to RET-Extract-Stamp
           write Retention-Record from Retention-Header
           if not Retention-File-OK
               perform 8900-Scream-and-Die
           end-if
           .
       1600-Fan-Out-Changes.
      *****************************************************************
      * Turn every FT-Needs-Extract flag into one pending entry per
      * active subscriber, then clear the flag - from here on the
      * change is tracked separately for each consumer.
      *****************************************************************
           perform 2100-Read-Next
           perform with test before
                   until FT-File-EOF
               add 1 to Records-Read
               if FT-Needs-Extract
                   perform 1700-Queue-for-Subscribers
               end-if
               perform 2100-Read-Next
           end-perform
           .
       1700-Queue-for-Subscribers.
           perform varying Sub-Ix from 1 by 1
                   until Sub-Ix greater than Subscriber-Count
               move SUBT-Subscriber-Id(Sub-Ix) to SBP-Subscriber-Id
               move FT-Record-Key to SBP-FT-Key
               move Cycle-Date-Field to SBP-Queued-Date
               move "FRTEXTR" to SBP-Queued-By
               write FD-Pending-Record
               end-write
               if not Pending-File-OK and not Pending-Duplicate
                   string Const-Got-Status delimited by size
                          Pending-File-Status delimited by size
                          Const-On          delimited by size
                          Const-WRITE       delimited by size
                          Const-Of-FRTSUBP  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               end-if
           end-perform
           move "N" to FT-Changed-Since-Extract
           rewrite FD-FT-Record
           end-rewrite
           if not FT-File-OK
               string Const-Got-Status delimited by size
                      FT-File-Status    delimited by size
                      Const-On          delimited by size
                      Const-REWRITE     delimited by size
                      Const-Of-FRTHROW  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           add 1 to Changes-Fanned-Out
           .
       2000-Extract-File.
      *****************************************************************
      * Browse the running subscriber's pending entries and write a
      * feed line for each active player whose last-update date
      * falls within the requested range.  An entry whose record has
      * since been purged or deleted has nothing left to send and is
      * dropped; one outside the date range stays queued.
      *****************************************************************
           perform 1500-Write-Retention-Header
           move low-values to SBP-Pending-Key
           move Run-Subscriber-Id to SBP-Subscriber-Id
           start Pending-File
               key not less than SBP-Pending-Key
           end-start
           evaluate true
               when Pending-File-OK
                   move "N" to Pending-Done-Switch
                   perform 2200-Process-Pending-Entry
                       until Pending-Done
               when Pending-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Pending-File-Status delimited by size
                          Const-On          delimited by size
                          Const-START       delimited by size
                          Const-Of-FRTSUBP  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2100-Read-Next.
           read FT-File next
               into FD-FT-Record
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Process-Pending-Entry.
           read Pending-File next
           end-read
           evaluate true
               when Pending-File-EOF
                   set Pending-Done to true
               when not Pending-File-OK
                   string Const-Got-Status delimited by size
                          Pending-File-Status delimited by size
                          Const-On          delimited by size
                          Const-READ-NEXT   delimited by size
                          Const-Of-FRTSUBP  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               when SBP-Subscriber-Id not equal Run-Subscriber-Id
                   set Pending-Done to true
               when other
                   add 1 to Pending-Read
                   perform 2300-Send-Pending-Record
           end-evaluate
           .
       2300-Send-Pending-Record.
           move SBP-FT-Key to FT-Record-Key
           read FT-File
               key is FT-Record-Key
           end-read
           evaluate true
               when FT-File-OK
                   continue
               when FT-Record-Not-Found
                   perform 2400-Drop-Pending-Entry
               when other
                   string Const-Got-Status delimited by size
                          FT-File-Status    delimited by size
                          Const-On          delimited by size
                          Const-READ        delimited by size
                          Const-Of-FRTHROW  delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           if FT-File-OK
               evaluate true
                   when not FT-Active
                       perform 2400-Drop-Pending-Entry
                   when FT-Last-Update less than Search-Low-Date
                       or FT-Last-Update greater than Search-High-Date
                       add 1 to Pending-Held
                   when other
                       perform 3000-Write-Feed-Line
                       perform 3500-Clear-Extract-Flag
               end-evaluate
           end-if
           .
       2400-Drop-Pending-Entry.
           perform 3600-Delete-Pending-Entry
           add 1 to Pending-Dropped
           .
       3000-Write-Feed-Line.
      *****************************************************************
      * Build one feed line from the current record in the
      * subscriber's format and write it to the extract file.  The
      * delimited formats trim the names; fixed-width is the
      * Extract-Fields layout as it stands.
      *****************************************************************
           move FT-Team-Name to EXT-Team
           move FT-Player-Name to EXT-Player
           move FT-Pct-Completed to EXT-Pct-Completed
           move FT-Avg-Points to EXT-Avg-Points
           move FT-Last-Update to EXT-Last-Update
           if Run-Fixed-Width
               move Extract-Fields to Extract-Record
           else
               string
                       function trim(EXT-Team) delimited by size
                       Feed-Delimiter     delimited by size
                       function trim(EXT-Player) delimited by size
                       Feed-Delimiter     delimited by size
                       EXT-Games          delimited by size
                       Feed-Delimiter     delimited by size
                       EXT-Attempts       delimited by size
                       Feed-Delimiter     delimited by size
                       EXT-Completed      delimited by size
                       Feed-Delimiter     delimited by size
                       EXT-Three-Pointers delimited by size
                       Feed-Delimiter     delimited by size
                       EXT-Pct-Completed  delimited by size
                       Feed-Delimiter     delimited by size
                       EXT-Avg-Points     delimited by size
                       Feed-Delimiter     delimited by size
                       EXT-Last-Update    delimited by size
                   into Extract-Record
               end-string
           end-if
           write Extract-Record
           if not Extract-File-OK
               string Const-Got-Status delimited by size
           .
       3500-Clear-Extract-Flag.
      *****************************************************************
      * Delete the subscriber's pending entry and stamp the date this
      * record was last fed, now that its feed line has been written
      * successfully.
      *****************************************************************
           move function current-date to FT-Last-Extract-Date
           rewrite FD-FT-Record
           end-rewrite
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 3600-Delete-Pending-Entry
           .
       3600-Delete-Pending-Entry.
           delete Pending-File record
           end-delete
           if not Pending-File-OK
               string Const-Got-Status delimited by size
                      Pending-File-Status delimited by size
                      Const-On          delimited by size
                      Const-DELETE      delimited by size
                      Const-Of-FRTSUBP  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       3800-Stamp-Subscriber.
      *****************************************************************
      * Record this successful pull on the subscriber's registry
      * entry - the cycle date it belongs to, when it ran, and how
      * many lines it sent.
      *****************************************************************
           move Run-Subscriber-Id to SUB-Subscriber-Id
           read Subscriber-File
               key is SUB-Subscriber-Id
           end-read
           if not Subscriber-File-OK
               string Const-Got-Status delimited by size
                      Subscriber-File-Status delimited by size
                      Const-On          delimited by size
                      Const-READ        delimited by size
                      Const-Of-FRTSUBS  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move Cycle-Date-Field to SUB-Last-Extract-Date
           move function current-date(1:14) to SUB-Last-Extract-Stamp
           move Records-Extracted to SUB-Last-Extract-Count
           rewrite FD-Subscriber-Record
           end-rewrite
           if not Subscriber-File-OK
               string Const-Got-Status delimited by size
                      Subscriber-File-Status delimited by size
                      Const-On          delimited by size
                      Const-REWRITE     delimited by size
                      Const-Of-FRTSUBS  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           perform 8910-Scream
           move Records-Extracted to RPT-Records-Extracted
           display space
           display Totals-Line
           move Changes-Fanned-Out to RPT-Changes-Fanned-Out
           move Pending-Read to RPT-Pending-Read
           move Pending-Held to RPT-Pending-Held
           move Pending-Dropped to RPT-Pending-Dropped
           display Pending-Totals-Line
           move Records-Extracted to RPT-Retained-Count
           move Cycle-Date-Field to RPT-Retained-Date
           display Retained-Line
       9900-Close.
           close Retention-File
           close Extract-File
           close Pending-File
           close Subscriber-File
           close FT-File
           close Control-Card-File
           .
       9960-Post-Cycle-Completion.
      *****************************************************************
      * Post this job's successful completion for the cycle date, so
      * the jobs that depend on it are allowed to run.  The
      * scoreboard vendor's run posts as FRTEXTR, the name its
      * dependents have always checked; any other subscriber's run
      * posts under its subscriber id.
      *****************************************************************
           move "P" to CYP-Function
           move Cycle-Date-Field to CYP-Cycle-Date
           if Run-Subscriber-Id equal Const-Default-Subscriber
               move "FRTEXTR" to CYP-Job-Name
           else
               move Run-Subscriber-Id to CYP-Job-Name
           end-if
           call "CYCLCTL" using by reference Cycle-Control-Parms
           end-call
           .
