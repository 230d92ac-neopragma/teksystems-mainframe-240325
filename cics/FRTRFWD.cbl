      * delete of the old-team record (the after-image re-creates
      * the new-team record; the old-team record the backup restored
      * is reported for manual deletion).
      *
      * The backup moment need not be keyed: with no date on the
      * card the roll-forward starts from the newest FRTHROW backup
      * the FRTBKVF verification recorded as good on the FRTBKCAT
      * backup catalog, and the report names it - so the backup to
      * restore and the moment to replay from cannot disagree.  A
      * date on the card still overrides the catalog.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Indexed
               Access Random
               File Status FT-File-Status.
           Select Catalog-File
               Assign to "FRTBKCAT"
               Organization Sequential
               Access Sequential
               File Status Catalog-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       FD  Catalog-File
           Recording Mode F
           Record Contains 200 Characters.
       01  FD-Catalog-Record.
           copy FRTBKCT.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
           05  FT-File-Status             pic x(02).
               88  FT-File-OK             value "00".
               88  FT-File-Not-Found      value "23".
           05  Catalog-File-Status        pic x(02).
               88  Catalog-File-OK        value "00".
               88  Catalog-File-EOF       value "10".
       01  Backup-Catalog-Fields.
           05  Good-Backup-Switch         pic x value "N".
               88  Good-Backup-Found      value "Y".
           05  Good-Backup-Cycle-Date     pic 9(8).
           05  Good-Backup-Date           pic 9(8).
           05  Good-Backup-Time           pic 9(6).
       01  Cutoff-Fields.
           05  From-Julian-Date           pic 9(7).
           05  From-Stamp                 pic 9(13).
           05  Const-Of-SYSIN             pic x(10)
               value " of SYSIN.".
       01  Report-Lines.
           05  Backup-Line.
               10  filler                 pic x(40)
                   value "Rolling forward from the FRTHROW backup ".
               10  filler                 pic x(15)
                   value "of cycle date ".
               10  RPT-Backup-Cycle-Date  pic 9(8).
               10  filler                 pic x(13)
                   value ", verified ".
               10  RPT-Backup-Date        pic 9(8).
               10  filler                 pic x(01) value space.
               10  RPT-Backup-Time        pic 9(6).
           05  Replayed-Line.
               10  filler                 pic x(09)
                   value "Replayed ".
           end-if
           if CTL-From-Date not numeric
               or CTL-From-Date equal zero
               perform 1100-Find-Good-Backup
               if not Good-Backup-Found
                   string "No backup date on the card and no good "
                              delimited by size
                          "FRTHROW backup on FRTBKCAT"
                              delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               end-if
               move Good-Backup-Date to CTL-From-Date
               move Good-Backup-Time to CTL-From-Time
               move Good-Backup-Cycle-Date to RPT-Backup-Cycle-Date
               move Good-Backup-Date to RPT-Backup-Date
               move Good-Backup-Time to RPT-Backup-Time
               display Backup-Line
               display space
           end-if
           if CTL-From-Time not numeric
               move zero to CTL-From-Time
               move 9999999999999 to To-Stamp
           end-if
           .
       1100-Find-Good-Backup.
      *****************************************************************
      * The catalog is appended in time order; the last good FRTHROW
      * entry on it is the newest backup proved complete.
      *****************************************************************
           open input Catalog-File
           if Catalog-File-OK
               read Catalog-File
               end-read
               perform with test before
                       until not Catalog-File-OK
                   if BKC-File-Name equal "FRTHROW"
                       and BKC-Good
                       set Good-Backup-Found to true
                       move BKC-Cycle-Date to Good-Backup-Cycle-Date
                       move BKC-Verified-Date to Good-Backup-Date
                       move BKC-Verified-Time to Good-Backup-Time
                   end-if
                   read Catalog-File
                   end-read
               end-perform
               close Catalog-File
           end-if
           .
       2000-Replay-the-Trail.
           perform 2100-Read-Next-Entry
           perform with test before
