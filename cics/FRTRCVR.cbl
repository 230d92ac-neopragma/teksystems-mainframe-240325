      * the cutoff has not been touched since and is left alone.
      * Every record restored is reported - a bad afternoon of keying
      * becomes a ten-minute fix instead of re-keying from paper.
      *
      * The report also names the backup to start from should the
      * roll-back not serve (more records in scope than it can hold,
      * or a trail with a gap): the newest FRTHROW backup taken at or
      * before the cutoff that the FRTBKVF verification recorded as
      * good on the FRTBKCAT backup catalog.  Restored, and rolled
      * forward to the cutoff by FRTRFWD, it gives the same result.
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
           05  Cutoff-Moment              pic 9(14).
           05  Backup-Moment              pic 9(14).
       01  Cutoff-Fields.
           05  Cutoff-Julian-Date         pic 9(7).
           05  Cutoff-Stamp               pic 9(13).
           05  Const-Of-SYSIN             pic x(10)
               value " of SYSIN.".
       01  Report-Lines.
           05  Backup-Line.
               10  filler                 pic x(40)
                   value "Backup to start from if this cannot be ".
               10  filler                 pic x(25)
                   value "used: FRTHROW cycle date ".
               10  RPT-Backup-Cycle-Date  pic 9(8).
               10  filler                 pic x(11)
                   value ", verified ".
               10  RPT-Backup-Date        pic 9(8).
               10  filler                 pic x(01) value space.
               10  RPT-Backup-Time        pic 9(6).
           05  Backup-Action-Line         pic x(60)
               value "  - restore it, then FRTRFWD to the cutoff".
           05  No-Backup-Line.
               10  filler                 pic x(34)
                   value "No good FRTHROW backup on FRTBKCAT".
               10  filler                 pic x(24)
                   value " at or before the cutoff".
           05  Restored-Line.
               10  filler                 pic x(09)
                   value "Restored ".
           compute Cutoff-Stamp =
               Cutoff-Julian-Date * 1000000 + CTL-Cutoff-Time
           end-compute
           perform 1100-Find-Starting-Backup
           .
       1100-Find-Starting-Backup.
      *****************************************************************
      * The catalog is appended in time order; the last good FRTHROW
      * entry verified at or before the cutoff is the newest backup
      * that can be rolled forward to it.
      *****************************************************************
           compute Cutoff-Moment =
               CTL-Cutoff-Date * 1000000 + CTL-Cutoff-Time
           end-compute
           open input Catalog-File
           if Catalog-File-OK
               read Catalog-File
               end-read
               perform with test before
                       until not Catalog-File-OK
                   compute Backup-Moment =
                       BKC-Verified-Date * 1000000 + BKC-Verified-Time
                   end-compute
                   if BKC-File-Name equal "FRTHROW"
                       and BKC-Good
                       and Backup-Moment not greater than Cutoff-Moment
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
           if Good-Backup-Found
               move Good-Backup-Cycle-Date to RPT-Backup-Cycle-Date
               move Good-Backup-Date to RPT-Backup-Date
               move Good-Backup-Time to RPT-Backup-Time
               display Backup-Line
               display Backup-Action-Line
           else
               display No-Backup-Line
           end-if
           display space
           .
       2000-Collect-Before-Images.
      *****************************************************************
