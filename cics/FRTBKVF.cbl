       Identification Division.
       Program-Id. FRTBKVF.
      *****************************************************************
      * Nightly backup verification for the free-throw KSDS family.
      * Each file is backed up every night, but a backup was never
      * proved complete until the day FRTRFWD needed one.  This job
      * runs straight after the backups, inside the batch window,
      * and reads each file and its fresh backup copy end to end,
      * comparing the record count, the low and high keys, and a
      * hash total of the file's numeric fields (attempts, completed,
      * and the other counters; game dates and scores where a file
      * has no counters).  Any difference - or a backup that is not
      * there at all - fails the step with return code 8, so the
      * cycle stops before the only good copy is rolled off.
      *
      * Every file's result is appended to the FRTBKCAT backup
      * catalog (see FRTBKCT) against the cycle date, good or bad,
      * so the catalog says which backup is good for which cycle
      * date; FRTRFWD and FRTRCVR read it to know which backup to
      * start from.  A good backup matched the live file at the
      * verified moment, so that moment is the backup's point in
      * time for the roll-forward.
      *
      *   FRTHROW  -> FRTHROWB     FRTHIST  -> FRTHISTB
      *   FRTGDTL  -> FRTGDTLB     FRTCARR  -> FRTCARRB
      *   FRTTEAMS -> FRTTEAMB     FRTSCHED -> FRTSCHDB
      *   FRTPMST  -> FRTPMSTB     FRTGRES  -> FRTGRESB
      *   FRTOPRF  -> FRTOPRFB     FRTSYSC  -> FRTSYSCB
      *   FRTSUBS  -> FRTSUBSB     FRTSUBP  -> FRTSUBPB
      *   FRTOFCL  -> FRTOFCLB     FRTOASN  -> FRTOASNB
      *   FRTAGER  -> FRTAGERB     FRTPOWH  -> FRTPOWHB
      *   FRTPRAC  -> FRTPRACB     FRTBKCAT -> FRTBKCTB
      *
      * The catalog itself is checked first, against the copy the
      * nightly backup took before tonight's results are appended.
      *
      * The cycle date comes from the SYSIN card (cols 1-8); with no
      * card it is today.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select FT-File
               Record Key FT-Record-Key in FD-FT-Record
               Assign to "FRTHROW"
               Organization Indexed
               Access Sequential
               File Status FT-File-Status.
           Select FT-Backup-File
               Assign to "FRTHROWB"
               Organization Sequential
               Access Sequential
               File Status FT-Backup-File-Status.
           Select Hist-File
               Record Key FT-Record-Key in FD-Hist-Record
               Assign to "FRTHIST"
               Organization Indexed
               Access Sequential
               File Status Hist-File-Status.
           Select Hist-Backup-File
               Assign to "FRTHISTB"
               Organization Sequential
               Access Sequential
               File Status Hist-Backup-File-Status.
           Select GD-File
               Record Key GD-Record-Key in FD-GD-Record
               Assign to "FRTGDTL"
               Organization Indexed
               Access Sequential
               File Status GD-File-Status.
           Select GD-Backup-File
               Assign to "FRTGDTLB"
               Organization Sequential
               Access Sequential
               File Status GD-Backup-File-Status.
           Select Car-File
               Record Key CAR-Record-Key in FD-Car-Record
               Assign to "FRTCARR"
               Organization Indexed
               Access Sequential
               File Status Car-File-Status.
           Select Car-Backup-File
               Assign to "FRTCARRB"
               Organization Sequential
               Access Sequential
               File Status Car-Backup-File-Status.
           Select Team-File
               Record Key TM-Team-Name in FD-Team-Record
               Assign to "FRTTEAMS"
               Organization Indexed
               Access Sequential
               File Status Team-File-Status.
           Select Team-Backup-File
               Assign to "FRTTEAMB"
               Organization Sequential
               Access Sequential
               File Status Team-Backup-File-Status.
           Select Sched-File
               Record Key SCH-Record-Key in FD-Sched-Record
               Assign to "FRTSCHED"
               Organization Indexed
               Access Sequential
               File Status Sched-File-Status.
           Select Sched-Backup-File
               Assign to "FRTSCHDB"
               Organization Sequential
               Access Sequential
               File Status Sched-Backup-File-Status.
           Select PM-File
               Record Key PM-Record-Key in FD-PM-Record
               Assign to "FRTPMST"
               Organization Indexed
               Access Sequential
               File Status PM-File-Status.
           Select PM-Backup-File
               Assign to "FRTPMSTB"
               Organization Sequential
               Access Sequential
               File Status PM-Backup-File-Status.
           Select GR-File
               Record Key GR-Record-Key in FD-GR-Record
               Assign to "FRTGRES"
               Organization Indexed
               Access Sequential
               File Status GR-File-Status.
           Select GR-Backup-File
               Assign to "FRTGRESB"
               Organization Sequential
               Access Sequential
               File Status GR-Backup-File-Status.
           Select Oper-File
               Record Key OPR-Operator-Id in FD-Oper-Record
               Assign to "FRTOPRF"
               Organization Indexed
               Access Sequential
               File Status Oper-File-Status.
           Select Oper-Backup-File
               Assign to "FRTOPRFB"
               Organization Sequential
               Access Sequential
               File Status Oper-Backup-File-Status.
           Select Sys-File
               Record Key SYS-Record-Key in FD-Sys-Record
               Assign to "FRTSYSC"
               Organization Indexed
               Access Sequential
               File Status Sys-File-Status.
           Select Sys-Backup-File
               Assign to "FRTSYSCB"
               Organization Sequential
               Access Sequential
               File Status Sys-Backup-File-Status.
           Select Sub-File
               Record Key SUB-Subscriber-Id in FD-Sub-Record
               Assign to "FRTSUBS"
               Organization Indexed
               Access Sequential
               File Status Sub-File-Status.
           Select Sub-Backup-File
               Assign to "FRTSUBSB"
               Organization Sequential
               Access Sequential
               File Status Sub-Backup-File-Status.
           Select Pend-File
               Record Key SBP-Pending-Key in FD-Pend-Record
               Assign to "FRTSUBP"
               Organization Indexed
               Access Sequential
               File Status Pend-File-Status.
           Select Pend-Backup-File
               Assign to "FRTSUBPB"
               Organization Sequential
               Access Sequential
               File Status Pend-Backup-File-Status.
           Select Offl-File
               Record Key OF-Official-Id in FD-Offl-Record
               Assign to "FRTOFCL"
               Organization Indexed
               Access Sequential
               File Status Offl-File-Status.
           Select Offl-Backup-File
               Assign to "FRTOFCLB"
               Organization Sequential
               Access Sequential
               File Status Offl-Backup-File-Status.
           Select Asgn-File
               Record Key OA-Record-Key in FD-Asgn-Record
               Assign to "FRTOASN"
               Organization Indexed
               Access Sequential
               File Status Asgn-File-Status.
           Select Asgn-Backup-File
               Assign to "FRTOASNB"
               Organization Sequential
               Access Sequential
               File Status Asgn-Backup-File-Status.
           Select Age-File
               Record Key AGR-Rule-Key in FD-Age-Record
               Assign to "FRTAGER"
               Organization Indexed
               Access Sequential
               File Status Age-File-Status.
           Select Age-Backup-File
               Assign to "FRTAGERB"
               Organization Sequential
               Access Sequential
               File Status Age-Backup-File-Status.
           Select POW-File
               Record Key POW-Record-Key in FD-POW-Record
               Assign to "FRTPOWH"
               Organization Indexed
               Access Sequential
               File Status POW-File-Status.
           Select POW-Backup-File
               Assign to "FRTPOWHB"
               Organization Sequential
               Access Sequential
               File Status POW-Backup-File-Status.
           Select Prac-File
               Record Key PR-Record-Key in FD-Prac-Record
               Assign to "FRTPRAC"
               Organization Indexed
               Access Sequential
               File Status Prac-File-Status.
           Select Prac-Backup-File
               Assign to "FRTPRACB"
               Organization Sequential
               Access Sequential
               File Status Prac-Backup-File-Status.
           Select Catalog-File
               Assign to "FRTBKCAT"
               Organization Sequential
               Access Sequential
               File Status Catalog-File-Status.
           Select Catalog-Backup-File
               Assign to "FRTBKCTB"
               Organization Sequential
               Access Sequential
               File Status Catalog-Backup-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Cycle-Date             pic 9(8).
           05  filler                     pic x(72).
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       FD  FT-Backup-File.
       01  FD-FT-Backup-Record.
           copy FRTHROW.
       FD  Hist-File.
       01  FD-Hist-Record.
           copy FRTHROW.
       FD  Hist-Backup-File.
       01  FD-Hist-Backup-Record.
           copy FRTHROW.
       FD  GD-File.
       01  FD-GD-Record.
           copy FRTGDTL.
       FD  GD-Backup-File.
       01  FD-GD-Backup-Record.
           copy FRTGDTL.
       FD  Car-File.
       01  FD-Car-Record.
           copy FRTCARR.
       FD  Car-Backup-File.
       01  FD-Car-Backup-Record.
           copy FRTCARR.
       FD  Team-File.
       01  FD-Team-Record.
           copy FRTTMST.
       FD  Team-Backup-File.
       01  FD-Team-Backup-Record.
           copy FRTTMST.
       FD  Sched-File.
       01  FD-Sched-Record.
           copy FRTSCHD.
       FD  Sched-Backup-File.
       01  FD-Sched-Backup-Record.
           copy FRTSCHD.
       FD  PM-File.
       01  FD-PM-Record.
           copy FRTPMST.
       FD  PM-Backup-File.
       01  FD-PM-Backup-Record.
           copy FRTPMST.
       FD  GR-File.
       01  FD-GR-Record.
           copy FRTGRES.
       FD  GR-Backup-File.
       01  FD-GR-Backup-Record.
           copy FRTGRES.
       FD  Oper-File.
       01  FD-Oper-Record.
           copy FRTOPRF.
       FD  Oper-Backup-File.
       01  FD-Oper-Backup-Record.
           copy FRTOPRF.
       FD  Sys-File.
       01  FD-Sys-Record.
           copy FRTSYST.
       FD  Sys-Backup-File.
       01  FD-Sys-Backup-Record.
           copy FRTSYST.
       FD  Sub-File.
       01  FD-Sub-Record.
           copy FRTSUBR.
       FD  Sub-Backup-File.
       01  FD-Sub-Backup-Record.
           copy FRTSUBR.
       FD  Pend-File.
       01  FD-Pend-Record.
           copy FRTSUBP.
       FD  Pend-Backup-File.
       01  FD-Pend-Backup-Record.
           copy FRTSUBP.
       FD  Offl-File.
       01  FD-Offl-Record.
           copy FRTOFCL.
       FD  Offl-Backup-File.
       01  FD-Offl-Backup-Record.
           copy FRTOFCL.
       FD  Asgn-File.
       01  FD-Asgn-Record.
           copy FRTOASN.
       FD  Asgn-Backup-File.
       01  FD-Asgn-Backup-Record.
           copy FRTOASN.
       FD  Age-File.
       01  FD-Age-Record.
           copy FRTAGER.
       FD  Age-Backup-File.
       01  FD-Age-Backup-Record.
           copy FRTAGER.
       FD  POW-File.
       01  FD-POW-Record.
           copy FRTPOWH.
       FD  POW-Backup-File.
       01  FD-POW-Backup-Record.
           copy FRTPOWH.
       FD  Prac-File.
       01  FD-Prac-Record.
           copy FRTPRAC.
       FD  Prac-Backup-File.
       01  FD-Prac-Backup-Record.
           copy FRTPRAC.
       FD  Catalog-File
           Recording Mode F
           Record Contains 200 Characters.
       01  FD-Catalog-Record.
           copy FRTBKCT.
       FD  Catalog-Backup-File
           Recording Mode F
           Record Contains 200 Characters.
       01  FD-Catalog-Backup-Record       pic x(200).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  FT-File-Status             pic x(02).
               88  FT-File-OK             value "00".
               88  FT-File-EOF            value "10".
               88  FT-File-Missing        value "35".
           05  FT-Backup-File-Status      pic x(02).
               88  FT-Backup-OK           value "00".
               88  FT-Backup-EOF          value "10".
               88  FT-Backup-Missing      value "35".
           05  Hist-File-Status           pic x(02).
               88  Hist-File-OK           value "00".
               88  Hist-File-EOF          value "10".
               88  Hist-File-Missing      value "35".
           05  Hist-Backup-File-Status    pic x(02).
               88  Hist-Backup-OK         value "00".
               88  Hist-Backup-EOF        value "10".
               88  Hist-Backup-Missing    value "35".
           05  GD-File-Status             pic x(02).
               88  GD-File-OK             value "00".
               88  GD-File-EOF            value "10".
               88  GD-File-Missing        value "35".
           05  GD-Backup-File-Status      pic x(02).
               88  GD-Backup-OK           value "00".
               88  GD-Backup-EOF          value "10".
               88  GD-Backup-Missing      value "35".
           05  Car-File-Status            pic x(02).
               88  Car-File-OK            value "00".
               88  Car-File-EOF           value "10".
               88  Car-File-Missing       value "35".
           05  Car-Backup-File-Status     pic x(02).
               88  Car-Backup-OK          value "00".
               88  Car-Backup-EOF         value "10".
               88  Car-Backup-Missing     value "35".
           05  Team-File-Status           pic x(02).
               88  Team-File-OK           value "00".
               88  Team-File-EOF          value "10".
               88  Team-File-Missing      value "35".
           05  Team-Backup-File-Status    pic x(02).
               88  Team-Backup-OK         value "00".
               88  Team-Backup-EOF        value "10".
               88  Team-Backup-Missing    value "35".
           05  Sched-File-Status          pic x(02).
               88  Sched-File-OK          value "00".
               88  Sched-File-EOF         value "10".
               88  Sched-File-Missing     value "35".
           05  Sched-Backup-File-Status   pic x(02).
               88  Sched-Backup-OK        value "00".
               88  Sched-Backup-EOF       value "10".
               88  Sched-Backup-Missing   value "35".
           05  PM-File-Status             pic x(02).
               88  PM-File-OK             value "00".
               88  PM-File-EOF            value "10".
               88  PM-File-Missing        value "35".
           05  PM-Backup-File-Status      pic x(02).
               88  PM-Backup-OK           value "00".
               88  PM-Backup-EOF          value "10".
               88  PM-Backup-Missing      value "35".
           05  GR-File-Status             pic x(02).
               88  GR-File-OK             value "00".
               88  GR-File-EOF            value "10".
               88  GR-File-Missing        value "35".
           05  GR-Backup-File-Status      pic x(02).
               88  GR-Backup-OK           value "00".
               88  GR-Backup-EOF          value "10".
               88  GR-Backup-Missing      value "35".
           05  Oper-File-Status           pic x(02).
               88  Oper-File-OK           value "00".
               88  Oper-File-EOF          value "10".
               88  Oper-File-Missing      value "35".
           05  Oper-Backup-File-Status    pic x(02).
               88  Oper-Backup-OK         value "00".
               88  Oper-Backup-EOF        value "10".
               88  Oper-Backup-Missing    value "35".
           05  Sys-File-Status            pic x(02).
               88  Sys-File-OK            value "00".
               88  Sys-File-EOF           value "10".
               88  Sys-File-Missing       value "35".
           05  Sys-Backup-File-Status     pic x(02).
               88  Sys-Backup-OK          value "00".
               88  Sys-Backup-EOF         value "10".
               88  Sys-Backup-Missing     value "35".
           05  Sub-File-Status            pic x(02).
               88  Sub-File-OK            value "00".
               88  Sub-File-EOF           value "10".
               88  Sub-File-Missing       value "35".
           05  Sub-Backup-File-Status     pic x(02).
               88  Sub-Backup-OK          value "00".
               88  Sub-Backup-EOF         value "10".
               88  Sub-Backup-Missing     value "35".
           05  Pend-File-Status           pic x(02).
               88  Pend-File-OK           value "00".
               88  Pend-File-EOF          value "10".
               88  Pend-File-Missing      value "35".
           05  Pend-Backup-File-Status    pic x(02).
               88  Pend-Backup-OK         value "00".
               88  Pend-Backup-EOF        value "10".
               88  Pend-Backup-Missing    value "35".
           05  Offl-File-Status           pic x(02).
               88  Offl-File-OK           value "00".
               88  Offl-File-EOF          value "10".
               88  Offl-File-Missing      value "35".
           05  Offl-Backup-File-Status    pic x(02).
               88  Offl-Backup-OK         value "00".
               88  Offl-Backup-EOF        value "10".
               88  Offl-Backup-Missing    value "35".
           05  Asgn-File-Status           pic x(02).
               88  Asgn-File-OK           value "00".
               88  Asgn-File-EOF          value "10".
               88  Asgn-File-Missing      value "35".
           05  Asgn-Backup-File-Status    pic x(02).
               88  Asgn-Backup-OK         value "00".
               88  Asgn-Backup-EOF        value "10".
               88  Asgn-Backup-Missing    value "35".
           05  Age-File-Status            pic x(02).
               88  Age-File-OK            value "00".
               88  Age-File-EOF           value "10".
               88  Age-File-Missing       value "35".
           05  Age-Backup-File-Status     pic x(02).
               88  Age-Backup-OK          value "00".
               88  Age-Backup-EOF         value "10".
               88  Age-Backup-Missing     value "35".
           05  POW-File-Status            pic x(02).
               88  POW-File-OK            value "00".
               88  POW-File-EOF           value "10".
               88  POW-File-Missing       value "35".
           05  POW-Backup-File-Status     pic x(02).
               88  POW-Backup-OK          value "00".
               88  POW-Backup-EOF         value "10".
               88  POW-Backup-Missing     value "35".
           05  Prac-File-Status           pic x(02).
               88  Prac-File-OK           value "00".
               88  Prac-File-EOF          value "10".
               88  Prac-File-Missing      value "35".
           05  Prac-Backup-File-Status    pic x(02).
               88  Prac-Backup-OK         value "00".
               88  Prac-Backup-EOF        value "10".
               88  Prac-Backup-Missing    value "35".
           05  Catalog-File-Status        pic x(02).
               88  Catalog-File-OK        value "00".
               88  Catalog-File-EOF       value "10".
               88  Catalog-File-Missing   value "35".
           05  Catalog-Backup-File-Status pic x(02).
               88  Catalog-Backup-OK      value "00".
               88  Catalog-Backup-EOF     value "10".
               88  Catalog-Backup-Missing value "35".
      *****************************************************************
      * Live and backup records of a file are both read into the one
      * work record, so a single paragraph hashes either side.
      *****************************************************************
       01  FT-Work-Record.
           copy FRTHROW.
       01  GD-Work-Record.
           copy FRTGDTL.
       01  Car-Work-Record.
           copy FRTCARR.
       01  Team-Work-Record.
           copy FRTTMST.
       01  Sched-Work-Record.
           copy FRTSCHD.
       01  PM-Work-Record.
           copy FRTPMST.
       01  GR-Work-Record.
           copy FRTGRES.
       01  Oper-Work-Record.
           copy FRTOPRF.
       01  Sys-Work-Record.
           copy FRTSYST.
       01  Sub-Work-Record.
           copy FRTSUBR.
       01  Pend-Work-Record.
           copy FRTSUBP.
       01  Offl-Work-Record.
           copy FRTOFCL.
       01  Asgn-Work-Record.
           copy FRTOASN.
       01  Age-Work-Record.
           copy FRTAGER.
       01  POW-Work-Record.
           copy FRTPOWH.
       01  Prac-Work-Record.
           copy FRTPRAC.
      * Same field layout as FRTBKCT, under names of its own so the
      * catalog can be read while FD-Catalog-Record is being built.
       01  Catalog-Work-Record.
           05  CWK-Catalog-Key.
               10  CWK-Cycle-Date         pic 9(8).
               10  CWK-File-Name          pic x(8).
               10  CWK-Verified-Date      pic 9(8).
               10  CWK-Verified-Time      pic 9(6).
           05  CWK-Status                 pic x(01).
           05  CWK-Record-Count           pic 9(9).
           05  CWK-Backup-Count           pic 9(9).
           05  filler                     pic x(151).
       01  Verify-Fields.
           05  Cycle-Date                 pic 9(8).
           05  Verified-Date              pic 9(8).
           05  Verified-Time              pic 9(6).
           05  Verify-File-Name           pic x(8).
           05  Tally-Key                  pic x(53).
           05  Hash-Addend                pic 9(11).
           05  Side-Switch                pic x.
               88  Tallying-Live          value "L".
               88  Tallying-Backup        value "B".
           05  Live-Present-Switch        pic x.
               88  Live-Present           value "Y".
           05  Backup-Present-Switch      pic x.
               88  Backup-Present         value "Y".
       01  Live-Figures.
           05  Live-Count                 pic 9(9).
           05  Live-Hash                  pic 9(15).
           05  Live-Low-Key               pic x(53).
           05  Live-High-Key              pic x(53).
       01  Backup-Figures.
           05  Backup-Count               pic 9(9).
           05  Backup-Hash                pic 9(15).
           05  Backup-Low-Key             pic x(53).
           05  Backup-High-Key            pic x(53).
       01  Verify-Counters.
           05  Files-Verified             pic 9(3) value zero.
           05  Files-Good                 pic 9(3) value zero.
           05  Files-Bad                  pic 9(3) value zero.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Report-Lines.
           05  Heading-Line.
               10  filler                 pic x(36)
                   value "Backup verification for cycle date ".
               10  RPT-Cycle-Date         pic 9(8).
           05  File-Line.
               10  RPT-File-Name          pic x(8).
               10  filler                 pic x(08) value " live: ".
               10  RPT-Live-Count         pic zzz,zzz,zz9.
               10  filler                 pic x(10)
                   value "  backup: ".
               10  RPT-Backup-Count       pic zzz,zzz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Verdict            pic x(04).
               10  filler                 pic x(01) value space.
               10  RPT-Reason             pic x(12).
           05  Hash-Line.
               10  filler                 pic x(16)
                   value "    hash totals ".
               10  RPT-Live-Hash          pic z(14)9.
               10  filler                 pic x(01) value space.
               10  RPT-Backup-Hash        pic z(14)9.
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Files verified: ".
               10  RPT-Files-Verified     pic zz9.
               10  filler                 pic x(09)
                   value "  Good: ".
               10  RPT-Files-Good         pic zz9.
               10  filler                 pic x(08)
                   value "  Bad: ".
               10  RPT-Files-Bad          pic zz9.
           05  Fail-Line                  pic x(52)
               value "BACKUP VERIFICATION FAILED - do not roll backups".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 1500-Verify-Catalog
           perform 2000-Verify-Free-Throws
           perform 2500-Verify-History
           perform 3000-Verify-Game-Detail
           perform 3500-Verify-Career
           perform 4000-Verify-Teams
           perform 4500-Verify-Schedule
           perform 5000-Verify-Player-Master
           perform 5500-Verify-Game-Results
           perform 7100-Verify-Operator-Profiles
           perform 7200-Verify-System-Control
           perform 7300-Verify-Subscribers
           perform 7400-Verify-Pending-Resends
           perform 7500-Verify-Officials
           perform 7600-Verify-Assignments
           perform 7700-Verify-Age-Rules
           perform 7800-Verify-POW-History
           perform 7900-Verify-Practice-Log
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move function current-date(1:8) to Verified-Date
           move function current-date(9:6) to Verified-Time
           .
       1000-Read-Control-Card.
           move Verified-Date to Cycle-Date
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File
               end-read
               if Control-Card-OK
                   and CTL-Cycle-Date numeric
                   and CTL-Cycle-Date not equal zero
                   move CTL-Cycle-Date to Cycle-Date
               end-if
               close Control-Card-File
           end-if
           move Cycle-Date to RPT-Cycle-Date
           display Heading-Line
           display space
           .
       1500-Verify-Catalog.
      *****************************************************************
      * The catalog is backed up with the rest, before this job
      * appends tonight's results, so it is checked against its
      * backup first and only then opened for the appends.  It is
      * kept in time order rather than by key: the first and last
      * records read are its key range.
      *****************************************************************
           move "FRTBKCAT" to Verify-File-Name
           perform 6000-Start-File
           open input Catalog-File
           if Catalog-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Catalog-File-OK
                   move "OPEN Catalog-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 1510-Read-Catalog-File
               perform with test before
                       until Catalog-File-EOF
                   move CWK-Catalog-Key to Tally-Key
                   perform 1530-Hash-Catalog-Record
                   perform 6100-Tally-Record
                   perform 1510-Read-Catalog-File
               end-perform
               close Catalog-File
           end-if
           open input Catalog-Backup-File
           if Catalog-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Catalog-Backup-OK
                   move "OPEN Catalog-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 1520-Read-Catalog-Backup
               perform with test before
                       until Catalog-Backup-EOF
                   move CWK-Catalog-Key to Tally-Key
                   perform 1530-Hash-Catalog-Record
                   perform 6100-Tally-Record
                   perform 1520-Read-Catalog-Backup
               end-perform
               close Catalog-Backup-File
           end-if
           open extend Catalog-File
           if not Catalog-File-OK
               open output Catalog-File
           end-if
           if not Catalog-File-OK
               move "OPEN Catalog-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 7000-Judge-and-Catalog
           .
       1510-Read-Catalog-File.
           read Catalog-File into Catalog-Work-Record
           end-read
           if not Catalog-File-OK and not Catalog-File-EOF
               move "READ Catalog-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1520-Read-Catalog-Backup.
           read Catalog-Backup-File into Catalog-Work-Record
           end-read
           if not Catalog-Backup-OK and not Catalog-Backup-EOF
               move "READ Catalog-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1530-Hash-Catalog-Record.
           move zero to Hash-Addend
           if CWK-Record-Count numeric
               add CWK-Record-Count to Hash-Addend
           end-if
           if CWK-Backup-Count numeric
               add CWK-Backup-Count to Hash-Addend
           end-if
           .
       2000-Verify-Free-Throws.
           move "FRTHROW" to Verify-File-Name
           perform 6000-Start-File
           open input FT-File
           if FT-File-Missing
               move "N" to Live-Present-Switch
           else
               if not FT-File-OK
                   move "OPEN FT-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 2010-Read-FT-File
               perform with test before
                       until FT-File-EOF
                   move FT-Record-Key in FT-Work-Record to Tally-Key
                   perform 2030-Hash-FT-Record
                   perform 6100-Tally-Record
                   perform 2010-Read-FT-File
               end-perform
               close FT-File
           end-if
           open input FT-Backup-File
           if FT-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not FT-Backup-OK
                   move "OPEN FT-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 2020-Read-FT-Backup
               perform with test before
                       until FT-Backup-EOF
                   move FT-Record-Key in FT-Work-Record to Tally-Key
                   perform 2030-Hash-FT-Record
                   perform 6100-Tally-Record
                   perform 2020-Read-FT-Backup
               end-perform
               close FT-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       2010-Read-FT-File.
           read FT-File into FT-Work-Record
           end-read
           if not FT-File-OK and not FT-File-EOF
               move "READ FT-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2020-Read-FT-Backup.
           read FT-Backup-File into FT-Work-Record
           end-read
           if not FT-Backup-OK and not FT-Backup-EOF
               move "READ FT-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2030-Hash-FT-Record.
           move zero to Hash-Addend
           if FT-Games in FT-Work-Record numeric
               add FT-Games in FT-Work-Record to Hash-Addend
           end-if
           if FT-Attempts in FT-Work-Record numeric
               add FT-Attempts in FT-Work-Record to Hash-Addend
           end-if
           if FT-Completed in FT-Work-Record numeric
               add FT-Completed in FT-Work-Record to Hash-Addend
           end-if
           if FT-Three-Pointers in FT-Work-Record numeric
               add FT-Three-Pointers in FT-Work-Record to Hash-Addend
           end-if
           .
       2500-Verify-History.
           move "FRTHIST" to Verify-File-Name
           perform 6000-Start-File
           open input Hist-File
           if Hist-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Hist-File-OK
                   move "OPEN Hist-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 2510-Read-Hist-File
               perform with test before
                       until Hist-File-EOF
                   move FT-Record-Key in FT-Work-Record to Tally-Key
                   perform 2030-Hash-FT-Record
                   perform 6100-Tally-Record
                   perform 2510-Read-Hist-File
               end-perform
               close Hist-File
           end-if
           open input Hist-Backup-File
           if Hist-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Hist-Backup-OK
                   move "OPEN Hist-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 2520-Read-Hist-Backup
               perform with test before
                       until Hist-Backup-EOF
                   move FT-Record-Key in FT-Work-Record to Tally-Key
                   perform 2030-Hash-FT-Record
                   perform 6100-Tally-Record
                   perform 2520-Read-Hist-Backup
               end-perform
               close Hist-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       2510-Read-Hist-File.
           read Hist-File into FT-Work-Record
           end-read
           if not Hist-File-OK and not Hist-File-EOF
               move "READ Hist-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2520-Read-Hist-Backup.
           read Hist-Backup-File into FT-Work-Record
           end-read
           if not Hist-Backup-OK and not Hist-Backup-EOF
               move "READ Hist-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Verify-Game-Detail.
           move "FRTGDTL" to Verify-File-Name
           perform 6000-Start-File
           open input GD-File
           if GD-File-Missing
               move "N" to Live-Present-Switch
           else
               if not GD-File-OK
                   move "OPEN GD-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 3010-Read-GD-File
               perform with test before
                       until GD-File-EOF
                   move GD-Record-Key in GD-Work-Record to Tally-Key
                   perform 3030-Hash-GD-Record
                   perform 6100-Tally-Record
                   perform 3010-Read-GD-File
               end-perform
               close GD-File
           end-if
           open input GD-Backup-File
           if GD-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not GD-Backup-OK
                   move "OPEN GD-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 3020-Read-GD-Backup
               perform with test before
                       until GD-Backup-EOF
                   move GD-Record-Key in GD-Work-Record to Tally-Key
                   perform 3030-Hash-GD-Record
                   perform 6100-Tally-Record
                   perform 3020-Read-GD-Backup
               end-perform
               close GD-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       3010-Read-GD-File.
           read GD-File into GD-Work-Record
           end-read
           if not GD-File-OK and not GD-File-EOF
               move "READ GD-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3020-Read-GD-Backup.
           read GD-Backup-File into GD-Work-Record
           end-read
           if not GD-Backup-OK and not GD-Backup-EOF
               move "READ GD-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3030-Hash-GD-Record.
           move zero to Hash-Addend
           if GD-Attempts in GD-Work-Record numeric
               add GD-Attempts in GD-Work-Record to Hash-Addend
           end-if
           if GD-Completed in GD-Work-Record numeric
               add GD-Completed in GD-Work-Record to Hash-Addend
           end-if
           if GD-Three-Pointers in GD-Work-Record numeric
               add GD-Three-Pointers in GD-Work-Record to Hash-Addend
           end-if
           .
       3500-Verify-Career.
           move "FRTCARR" to Verify-File-Name
           perform 6000-Start-File
           open input Car-File
           if Car-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Car-File-OK
                   move "OPEN Car-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 3510-Read-Car-File
               perform with test before
                       until Car-File-EOF
                   move CAR-Record-Key in Car-Work-Record to Tally-Key
                   perform 3530-Hash-Car-Record
                   perform 6100-Tally-Record
                   perform 3510-Read-Car-File
               end-perform
               close Car-File
           end-if
           open input Car-Backup-File
           if Car-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Car-Backup-OK
                   move "OPEN Car-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 3520-Read-Car-Backup
               perform with test before
                       until Car-Backup-EOF
                   move CAR-Record-Key in Car-Work-Record to Tally-Key
                   perform 3530-Hash-Car-Record
                   perform 6100-Tally-Record
                   perform 3520-Read-Car-Backup
               end-perform
               close Car-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       3510-Read-Car-File.
           read Car-File into Car-Work-Record
           end-read
           if not Car-File-OK and not Car-File-EOF
               move "READ Car-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3520-Read-Car-Backup.
           read Car-Backup-File into Car-Work-Record
           end-read
           if not Car-Backup-OK and not Car-Backup-EOF
               move "READ Car-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3530-Hash-Car-Record.
           move zero to Hash-Addend
           if CAR-Seasons in Car-Work-Record numeric
               add CAR-Seasons in Car-Work-Record to Hash-Addend
           end-if
           if CAR-Games in Car-Work-Record numeric
               add CAR-Games in Car-Work-Record to Hash-Addend
           end-if
           if CAR-Attempts in Car-Work-Record numeric
               add CAR-Attempts in Car-Work-Record to Hash-Addend
           end-if
           if CAR-Completed in Car-Work-Record numeric
               add CAR-Completed in Car-Work-Record to Hash-Addend
           end-if
           if CAR-Three-Pointers in Car-Work-Record numeric
               add CAR-Three-Pointers in Car-Work-Record to Hash-Addend
           end-if
           .
       4000-Verify-Teams.
           move "FRTTEAMS" to Verify-File-Name
           perform 6000-Start-File
           open input Team-File
           if Team-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Team-File-OK
                   move "OPEN Team-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 4010-Read-Team-File
               perform with test before
                       until Team-File-EOF
                   move TM-Team-Name in Team-Work-Record to Tally-Key
                   perform 4030-Hash-Team-Record
                   perform 6100-Tally-Record
                   perform 4010-Read-Team-File
               end-perform
               close Team-File
           end-if
           open input Team-Backup-File
           if Team-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Team-Backup-OK
                   move "OPEN Team-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 4020-Read-Team-Backup
               perform with test before
                       until Team-Backup-EOF
                   move TM-Team-Name in Team-Work-Record to Tally-Key
                   perform 4030-Hash-Team-Record
                   perform 6100-Tally-Record
                   perform 4020-Read-Team-Backup
               end-perform
               close Team-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       4010-Read-Team-File.
           read Team-File into Team-Work-Record
           end-read
           if not Team-File-OK and not Team-File-EOF
               move "READ Team-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4020-Read-Team-Backup.
           read Team-Backup-File into Team-Work-Record
           end-read
           if not Team-Backup-OK and not Team-Backup-EOF
               move "READ Team-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4030-Hash-Team-Record.
           move zero to Hash-Addend
           if TM-Roster-Limit in Team-Work-Record numeric
               add TM-Roster-Limit in Team-Work-Record to Hash-Addend
           end-if
           if TM-Customer-Account in Team-Work-Record numeric
               add TM-Customer-Account in Team-Work-Record
                   to Hash-Addend
           end-if
           .
       4500-Verify-Schedule.
           move "FRTSCHED" to Verify-File-Name
           perform 6000-Start-File
           open input Sched-File
           if Sched-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Sched-File-OK
                   move "OPEN Sched-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 4510-Read-Sched-File
               perform with test before
                       until Sched-File-EOF
                   move SCH-Record-Key in Sched-Work-Record to Tally-Key
                   perform 4530-Hash-Sched-Record
                   perform 6100-Tally-Record
                   perform 4510-Read-Sched-File
               end-perform
               close Sched-File
           end-if
           open input Sched-Backup-File
           if Sched-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Sched-Backup-OK
                   move "OPEN Sched-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 4520-Read-Sched-Backup
               perform with test before
                       until Sched-Backup-EOF
                   move SCH-Record-Key in Sched-Work-Record to Tally-Key
                   perform 4530-Hash-Sched-Record
                   perform 6100-Tally-Record
                   perform 4520-Read-Sched-Backup
               end-perform
               close Sched-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       4510-Read-Sched-File.
           read Sched-File into Sched-Work-Record
           end-read
           if not Sched-File-OK and not Sched-File-EOF
               move "READ Sched-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4520-Read-Sched-Backup.
           read Sched-Backup-File into Sched-Work-Record
           end-read
           if not Sched-Backup-OK and not Sched-Backup-EOF
               move "READ Sched-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4530-Hash-Sched-Record.
           move zero to Hash-Addend
           if SCH-Game-Date in Sched-Work-Record numeric
               add SCH-Game-Date in Sched-Work-Record to Hash-Addend
           end-if
           if SCH-Game-Number in Sched-Work-Record numeric
               add SCH-Game-Number in Sched-Work-Record to Hash-Addend
           end-if
           if SCH-Original-Date in Sched-Work-Record numeric
               add SCH-Original-Date in Sched-Work-Record to Hash-Addend
           end-if
           .
       5000-Verify-Player-Master.
           move "FRTPMST" to Verify-File-Name
           perform 6000-Start-File
           open input PM-File
           if PM-File-Missing
               move "N" to Live-Present-Switch
           else
               if not PM-File-OK
                   move "OPEN PM-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 5010-Read-PM-File
               perform with test before
                       until PM-File-EOF
                   move PM-Record-Key in PM-Work-Record to Tally-Key
                   perform 5030-Hash-PM-Record
                   perform 6100-Tally-Record
                   perform 5010-Read-PM-File
               end-perform
               close PM-File
           end-if
           open input PM-Backup-File
           if PM-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not PM-Backup-OK
                   move "OPEN PM-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 5020-Read-PM-Backup
               perform with test before
                       until PM-Backup-EOF
                   move PM-Record-Key in PM-Work-Record to Tally-Key
                   perform 5030-Hash-PM-Record
                   perform 6100-Tally-Record
                   perform 5020-Read-PM-Backup
               end-perform
               close PM-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       5010-Read-PM-File.
           read PM-File into PM-Work-Record
           end-read
           if not PM-File-OK and not PM-File-EOF
               move "READ PM-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5020-Read-PM-Backup.
           read PM-Backup-File into PM-Work-Record
           end-read
           if not PM-Backup-OK and not PM-Backup-EOF
               move "READ PM-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5030-Hash-PM-Record.
           move zero to Hash-Addend
           if PM-Birth-Date in PM-Work-Record numeric
               add PM-Birth-Date in PM-Work-Record to Hash-Addend
           end-if
           .
       5500-Verify-Game-Results.
           move "FRTGRES" to Verify-File-Name
           perform 6000-Start-File
           open input GR-File
           if GR-File-Missing
               move "N" to Live-Present-Switch
           else
               if not GR-File-OK
                   move "OPEN GR-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 5510-Read-GR-File
               perform with test before
                       until GR-File-EOF
                   move GR-Record-Key in GR-Work-Record to Tally-Key
                   perform 5530-Hash-GR-Record
                   perform 6100-Tally-Record
                   perform 5510-Read-GR-File
               end-perform
               close GR-File
           end-if
           open input GR-Backup-File
           if GR-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not GR-Backup-OK
                   move "OPEN GR-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 5520-Read-GR-Backup
               perform with test before
                       until GR-Backup-EOF
                   move GR-Record-Key in GR-Work-Record to Tally-Key
                   perform 5530-Hash-GR-Record
                   perform 6100-Tally-Record
                   perform 5520-Read-GR-Backup
               end-perform
               close GR-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       5510-Read-GR-File.
           read GR-File into GR-Work-Record
           end-read
           if not GR-File-OK and not GR-File-EOF
               move "READ GR-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5520-Read-GR-Backup.
           read GR-Backup-File into GR-Work-Record
           end-read
           if not GR-Backup-OK and not GR-Backup-EOF
               move "READ GR-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5530-Hash-GR-Record.
           move zero to Hash-Addend
           if GR-Game-Date in GR-Work-Record numeric
               add GR-Game-Date in GR-Work-Record to Hash-Addend
           end-if
           if GR-Game-Number in GR-Work-Record numeric
               add GR-Game-Number in GR-Work-Record to Hash-Addend
           end-if
           if GR-Team-Score in GR-Work-Record numeric
               add GR-Team-Score in GR-Work-Record to Hash-Addend
           end-if
           if GR-Opponent-Score in GR-Work-Record numeric
               add GR-Opponent-Score in GR-Work-Record to Hash-Addend
           end-if
           .
       6000-Start-File.
           move "Y" to Live-Present-Switch
           move "Y" to Backup-Present-Switch
           move zero to Live-Count
           move zero to Live-Hash
           move spaces to Live-Low-Key
           move spaces to Live-High-Key
           move zero to Backup-Count
           move zero to Backup-Hash
           move spaces to Backup-Low-Key
           move spaces to Backup-High-Key
           .
       6100-Tally-Record.
      *****************************************************************
      * Both sides come off in key order, so the first key read is
      * the low key and the last the high key.
      *****************************************************************
           if Tallying-Live
               add 1 to Live-Count
               if Live-Count equal 1
                   move Tally-Key to Live-Low-Key
               end-if
               move Tally-Key to Live-High-Key
               add Hash-Addend to Live-Hash
           else
               add 1 to Backup-Count
               if Backup-Count equal 1
                   move Tally-Key to Backup-Low-Key
               end-if
               move Tally-Key to Backup-High-Key
               add Hash-Addend to Backup-Hash
           end-if
           .
       7000-Judge-and-Catalog.
           move spaces to FD-Catalog-Record
           move Cycle-Date to BKC-Cycle-Date
           move Verify-File-Name to BKC-File-Name
           move Verified-Date to BKC-Verified-Date
           move Verified-Time to BKC-Verified-Time
           move Live-Count to BKC-Record-Count
           move Backup-Count to BKC-Backup-Count
           move Live-Hash to BKC-Hash-Total
           move Backup-Hash to BKC-Backup-Hash-Total
           move Live-Low-Key to BKC-Low-Key
           move Live-High-Key to BKC-High-Key
           set BKC-Bad to true
           evaluate true
               when not Live-Present
                   move "NO FILE" to BKC-Reason
               when not Backup-Present
                   move "NO BACKUP" to BKC-Reason
               when Live-Count not equal Backup-Count
                   move "COUNT" to BKC-Reason
               when Live-Low-Key not equal Backup-Low-Key
               when Live-High-Key not equal Backup-High-Key
                   move "KEY RANGE" to BKC-Reason
               when Live-Hash not equal Backup-Hash
                   move "HASH TOTAL" to BKC-Reason
               when other
                   set BKC-Good to true
           end-evaluate
           write FD-Catalog-Record
           end-write
           if not Catalog-File-OK
               move "WRITE Catalog-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Files-Verified
           move Verify-File-Name to RPT-File-Name
           move Live-Count to RPT-Live-Count
           move Backup-Count to RPT-Backup-Count
           move BKC-Reason to RPT-Reason
           if BKC-Good
               add 1 to Files-Good
               move "GOOD" to RPT-Verdict
           else
               add 1 to Files-Bad
               move "BAD" to RPT-Verdict
           end-if
           display File-Line
           move Live-Hash to RPT-Live-Hash
           move Backup-Hash to RPT-Backup-Hash
           display Hash-Line
           .
       7100-Verify-Operator-Profiles.
           move "FRTOPRF" to Verify-File-Name
           perform 6000-Start-File
           open input Oper-File
           if Oper-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Oper-File-OK
                   move "OPEN Oper-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7110-Read-Oper-File
               perform with test before
                       until Oper-File-EOF
                   move OPR-Operator-Id in Oper-Work-Record to Tally-Key
                   perform 7130-Hash-Oper-Record
                   perform 6100-Tally-Record
                   perform 7110-Read-Oper-File
               end-perform
               close Oper-File
           end-if
           open input Oper-Backup-File
           if Oper-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Oper-Backup-OK
                   move "OPEN Oper-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7120-Read-Oper-Backup
               perform with test before
                       until Oper-Backup-EOF
                   move OPR-Operator-Id in Oper-Work-Record to Tally-Key
                   perform 7130-Hash-Oper-Record
                   perform 6100-Tally-Record
                   perform 7120-Read-Oper-Backup
               end-perform
               close Oper-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7110-Read-Oper-File.
           read Oper-File into Oper-Work-Record
           end-read
           if not Oper-File-OK and not Oper-File-EOF
               move "READ Oper-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7120-Read-Oper-Backup.
           read Oper-Backup-File into Oper-Work-Record
           end-read
           if not Oper-Backup-OK and not Oper-Backup-EOF
               move "READ Oper-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7130-Hash-Oper-Record.
           move zero to Hash-Addend
           if OPR-Empno in Oper-Work-Record numeric
               add OPR-Empno in Oper-Work-Record to Hash-Addend
           end-if
           if OPR-Revoked-Date in Oper-Work-Record numeric
               add OPR-Revoked-Date in Oper-Work-Record to Hash-Addend
           end-if
           .
       7200-Verify-System-Control.
           move "FRTSYSC" to Verify-File-Name
           perform 6000-Start-File
           open input Sys-File
           if Sys-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Sys-File-OK
                   move "OPEN Sys-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7210-Read-Sys-File
               perform with test before
                       until Sys-File-EOF
                   move SYS-Record-Key in Sys-Work-Record to Tally-Key
                   perform 7230-Hash-Sys-Record
                   perform 6100-Tally-Record
                   perform 7210-Read-Sys-File
               end-perform
               close Sys-File
           end-if
           open input Sys-Backup-File
           if Sys-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Sys-Backup-OK
                   move "OPEN Sys-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7220-Read-Sys-Backup
               perform with test before
                       until Sys-Backup-EOF
                   move SYS-Record-Key in Sys-Work-Record to Tally-Key
                   perform 7230-Hash-Sys-Record
                   perform 6100-Tally-Record
                   perform 7220-Read-Sys-Backup
               end-perform
               close Sys-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7210-Read-Sys-File.
           read Sys-File into Sys-Work-Record
           end-read
           if not Sys-File-OK and not Sys-File-EOF
               move "READ Sys-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7220-Read-Sys-Backup.
           read Sys-Backup-File into Sys-Work-Record
           end-read
           if not Sys-Backup-OK and not Sys-Backup-EOF
               move "READ Sys-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7230-Hash-Sys-Record.
           move zero to Hash-Addend
           if SYS-Set-Date in Sys-Work-Record numeric
               add SYS-Set-Date in Sys-Work-Record to Hash-Addend
           end-if
           if SYS-Set-Time in Sys-Work-Record numeric
               add SYS-Set-Time in Sys-Work-Record to Hash-Addend
           end-if
           if SYS-Cleared-Date in Sys-Work-Record numeric
               add SYS-Cleared-Date in Sys-Work-Record to Hash-Addend
           end-if
           if SYS-Cleared-Time in Sys-Work-Record numeric
               add SYS-Cleared-Time in Sys-Work-Record to Hash-Addend
           end-if
           .
       7300-Verify-Subscribers.
           move "FRTSUBS" to Verify-File-Name
           perform 6000-Start-File
           open input Sub-File
           if Sub-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Sub-File-OK
                   move "OPEN Sub-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7310-Read-Sub-File
               perform with test before
                       until Sub-File-EOF
                   move SUB-Subscriber-Id in Sub-Work-Record
                       to Tally-Key
                   perform 7330-Hash-Sub-Record
                   perform 6100-Tally-Record
                   perform 7310-Read-Sub-File
               end-perform
               close Sub-File
           end-if
           open input Sub-Backup-File
           if Sub-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Sub-Backup-OK
                   move "OPEN Sub-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7320-Read-Sub-Backup
               perform with test before
                       until Sub-Backup-EOF
                   move SUB-Subscriber-Id in Sub-Work-Record
                       to Tally-Key
                   perform 7330-Hash-Sub-Record
                   perform 6100-Tally-Record
                   perform 7320-Read-Sub-Backup
               end-perform
               close Sub-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7310-Read-Sub-File.
           read Sub-File into Sub-Work-Record
           end-read
           if not Sub-File-OK and not Sub-File-EOF
               move "READ Sub-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7320-Read-Sub-Backup.
           read Sub-Backup-File into Sub-Work-Record
           end-read
           if not Sub-Backup-OK and not Sub-Backup-EOF
               move "READ Sub-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7330-Hash-Sub-Record.
           move zero to Hash-Addend
           if SUB-Schedule-Day in Sub-Work-Record numeric
               add SUB-Schedule-Day in Sub-Work-Record to Hash-Addend
           end-if
           if SUB-Added-Date in Sub-Work-Record numeric
               add SUB-Added-Date in Sub-Work-Record to Hash-Addend
           end-if
           if SUB-Last-Extract-Date in Sub-Work-Record numeric
               add SUB-Last-Extract-Date in Sub-Work-Record
                   to Hash-Addend
           end-if
           if SUB-Last-Extract-Count in Sub-Work-Record numeric
               add SUB-Last-Extract-Count in Sub-Work-Record
                   to Hash-Addend
           end-if
           .
       7400-Verify-Pending-Resends.
           move "FRTSUBP" to Verify-File-Name
           perform 6000-Start-File
           open input Pend-File
           if Pend-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Pend-File-OK
                   move "OPEN Pend-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7410-Read-Pend-File
               perform with test before
                       until Pend-File-EOF
                   move SBP-Pending-Key in Pend-Work-Record to Tally-Key
                   perform 7430-Hash-Pend-Record
                   perform 6100-Tally-Record
                   perform 7410-Read-Pend-File
               end-perform
               close Pend-File
           end-if
           open input Pend-Backup-File
           if Pend-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Pend-Backup-OK
                   move "OPEN Pend-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7420-Read-Pend-Backup
               perform with test before
                       until Pend-Backup-EOF
                   move SBP-Pending-Key in Pend-Work-Record to Tally-Key
                   perform 7430-Hash-Pend-Record
                   perform 6100-Tally-Record
                   perform 7420-Read-Pend-Backup
               end-perform
               close Pend-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7410-Read-Pend-File.
           read Pend-File into Pend-Work-Record
           end-read
           if not Pend-File-OK and not Pend-File-EOF
               move "READ Pend-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7420-Read-Pend-Backup.
           read Pend-Backup-File into Pend-Work-Record
           end-read
           if not Pend-Backup-OK and not Pend-Backup-EOF
               move "READ Pend-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7430-Hash-Pend-Record.
           move zero to Hash-Addend
           if SBP-Queued-Date in Pend-Work-Record numeric
               add SBP-Queued-Date in Pend-Work-Record to Hash-Addend
           end-if
           .
       7500-Verify-Officials.
           move "FRTOFCL" to Verify-File-Name
           perform 6000-Start-File
           open input Offl-File
           if Offl-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Offl-File-OK
                   move "OPEN Offl-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7510-Read-Offl-File
               perform with test before
                       until Offl-File-EOF
                   move OF-Official-Id in Offl-Work-Record to Tally-Key
                   perform 7530-Hash-Offl-Record
                   perform 6100-Tally-Record
                   perform 7510-Read-Offl-File
               end-perform
               close Offl-File
           end-if
           open input Offl-Backup-File
           if Offl-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Offl-Backup-OK
                   move "OPEN Offl-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7520-Read-Offl-Backup
               perform with test before
                       until Offl-Backup-EOF
                   move OF-Official-Id in Offl-Work-Record to Tally-Key
                   perform 7530-Hash-Offl-Record
                   perform 6100-Tally-Record
                   perform 7520-Read-Offl-Backup
               end-perform
               close Offl-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7510-Read-Offl-File.
           read Offl-File into Offl-Work-Record
           end-read
           if not Offl-File-OK and not Offl-File-EOF
               move "READ Offl-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7520-Read-Offl-Backup.
           read Offl-Backup-File into Offl-Work-Record
           end-read
           if not Offl-Backup-OK and not Offl-Backup-EOF
               move "READ Offl-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7530-Hash-Offl-Record.
      *    No numeric field on the record - the count and the key
      *    range are the whole check.
           move zero to Hash-Addend
           .
       7600-Verify-Assignments.
           move "FRTOASN" to Verify-File-Name
           perform 6000-Start-File
           open input Asgn-File
           if Asgn-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Asgn-File-OK
                   move "OPEN Asgn-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7610-Read-Asgn-File
               perform with test before
                       until Asgn-File-EOF
                   move OA-Record-Key in Asgn-Work-Record to Tally-Key
                   perform 7630-Hash-Asgn-Record
                   perform 6100-Tally-Record
                   perform 7610-Read-Asgn-File
               end-perform
               close Asgn-File
           end-if
           open input Asgn-Backup-File
           if Asgn-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Asgn-Backup-OK
                   move "OPEN Asgn-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7620-Read-Asgn-Backup
               perform with test before
                       until Asgn-Backup-EOF
                   move OA-Record-Key in Asgn-Work-Record to Tally-Key
                   perform 7630-Hash-Asgn-Record
                   perform 6100-Tally-Record
                   perform 7620-Read-Asgn-Backup
               end-perform
               close Asgn-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7610-Read-Asgn-File.
           read Asgn-File into Asgn-Work-Record
           end-read
           if not Asgn-File-OK and not Asgn-File-EOF
               move "READ Asgn-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7620-Read-Asgn-Backup.
           read Asgn-Backup-File into Asgn-Work-Record
           end-read
           if not Asgn-Backup-OK and not Asgn-Backup-EOF
               move "READ Asgn-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7630-Hash-Asgn-Record.
           move zero to Hash-Addend
           if OA-Game-Date in Asgn-Work-Record numeric
               add OA-Game-Date in Asgn-Work-Record to Hash-Addend
           end-if
           if OA-Game-Number in Asgn-Work-Record numeric
               add OA-Game-Number in Asgn-Work-Record to Hash-Addend
           end-if
           if OA-Assigned-Date in Asgn-Work-Record numeric
               add OA-Assigned-Date in Asgn-Work-Record to Hash-Addend
           end-if
           .
       7700-Verify-Age-Rules.
           move "FRTAGER" to Verify-File-Name
           perform 6000-Start-File
           open input Age-File
           if Age-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Age-File-OK
                   move "OPEN Age-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7710-Read-Age-File
               perform with test before
                       until Age-File-EOF
                   move AGR-Rule-Key in Age-Work-Record to Tally-Key
                   perform 7730-Hash-Age-Record
                   perform 6100-Tally-Record
                   perform 7710-Read-Age-File
               end-perform
               close Age-File
           end-if
           open input Age-Backup-File
           if Age-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Age-Backup-OK
                   move "OPEN Age-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7720-Read-Age-Backup
               perform with test before
                       until Age-Backup-EOF
                   move AGR-Rule-Key in Age-Work-Record to Tally-Key
                   perform 7730-Hash-Age-Record
                   perform 6100-Tally-Record
                   perform 7720-Read-Age-Backup
               end-perform
               close Age-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7710-Read-Age-File.
           read Age-File into Age-Work-Record
           end-read
           if not Age-File-OK and not Age-File-EOF
               move "READ Age-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7720-Read-Age-Backup.
           read Age-Backup-File into Age-Work-Record
           end-read
           if not Age-Backup-OK and not Age-Backup-EOF
               move "READ Age-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7730-Hash-Age-Record.
           move zero to Hash-Addend
           if AGR-Under-Age in Age-Work-Record numeric
               add AGR-Under-Age in Age-Work-Record to Hash-Addend
           end-if
           if AGR-Minimum-Age in Age-Work-Record numeric
               add AGR-Minimum-Age in Age-Work-Record to Hash-Addend
           end-if
           if AGR-As-Of-Date in Age-Work-Record numeric
               add AGR-As-Of-Date in Age-Work-Record to Hash-Addend
           end-if
           if AGR-Updated-Date in Age-Work-Record numeric
               add AGR-Updated-Date in Age-Work-Record to Hash-Addend
           end-if
           .
       7800-Verify-POW-History.
           move "FRTPOWH" to Verify-File-Name
           perform 6000-Start-File
           open input POW-File
           if POW-File-Missing
               move "N" to Live-Present-Switch
           else
               if not POW-File-OK
                   move "OPEN POW-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7810-Read-POW-File
               perform with test before
                       until POW-File-EOF
                   move POW-Record-Key in POW-Work-Record to Tally-Key
                   perform 7830-Hash-POW-Record
                   perform 6100-Tally-Record
                   perform 7810-Read-POW-File
               end-perform
               close POW-File
           end-if
           open input POW-Backup-File
           if POW-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not POW-Backup-OK
                   move "OPEN POW-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7820-Read-POW-Backup
               perform with test before
                       until POW-Backup-EOF
                   move POW-Record-Key in POW-Work-Record to Tally-Key
                   perform 7830-Hash-POW-Record
                   perform 6100-Tally-Record
                   perform 7820-Read-POW-Backup
               end-perform
               close POW-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7810-Read-POW-File.
           read POW-File into POW-Work-Record
           end-read
           if not POW-File-OK and not POW-File-EOF
               move "READ POW-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7820-Read-POW-Backup.
           read POW-Backup-File into POW-Work-Record
           end-read
           if not POW-Backup-OK and not POW-Backup-EOF
               move "READ POW-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7830-Hash-POW-Record.
           move zero to Hash-Addend
           if POW-Games in POW-Work-Record numeric
               add POW-Games in POW-Work-Record to Hash-Addend
           end-if
           if POW-Attempts in POW-Work-Record numeric
               add POW-Attempts in POW-Work-Record to Hash-Addend
           end-if
           if POW-Completed in POW-Work-Record numeric
               add POW-Completed in POW-Work-Record to Hash-Addend
           end-if
           if POW-Three-Pointers in POW-Work-Record numeric
               add POW-Three-Pointers in POW-Work-Record to Hash-Addend
           end-if
           .
       7900-Verify-Practice-Log.
           move "FRTPRAC" to Verify-File-Name
           perform 6000-Start-File
           open input Prac-File
           if Prac-File-Missing
               move "N" to Live-Present-Switch
           else
               if not Prac-File-OK
                   move "OPEN Prac-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Live to true
               perform 7910-Read-Prac-File
               perform with test before
                       until Prac-File-EOF
                   move PR-Record-Key in Prac-Work-Record to Tally-Key
                   perform 7930-Hash-Prac-Record
                   perform 6100-Tally-Record
                   perform 7910-Read-Prac-File
               end-perform
               close Prac-File
           end-if
           open input Prac-Backup-File
           if Prac-Backup-Missing
               move "N" to Backup-Present-Switch
           else
               if not Prac-Backup-OK
                   move "OPEN Prac-Backup-File" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               set Tallying-Backup to true
               perform 7920-Read-Prac-Backup
               perform with test before
                       until Prac-Backup-EOF
                   move PR-Record-Key in Prac-Work-Record to Tally-Key
                   perform 7930-Hash-Prac-Record
                   perform 6100-Tally-Record
                   perform 7920-Read-Prac-Backup
               end-perform
               close Prac-Backup-File
           end-if
           perform 7000-Judge-and-Catalog
           .
       7910-Read-Prac-File.
           read Prac-File into Prac-Work-Record
           end-read
           if not Prac-File-OK and not Prac-File-EOF
               move "READ Prac-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7920-Read-Prac-Backup.
           read Prac-Backup-File into Prac-Work-Record
           end-read
           if not Prac-Backup-OK and not Prac-Backup-EOF
               move "READ Prac-Backup-File" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7930-Hash-Prac-Record.
           move zero to Hash-Addend
           if PR-Attempts in Prac-Work-Record numeric
               add PR-Attempts in Prac-Work-Record to Hash-Addend
           end-if
           if PR-Completed in Prac-Work-Record numeric
               add PR-Completed in Prac-Work-Record to Hash-Addend
           end-if
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Files-Verified to RPT-Files-Verified
           move Files-Good to RPT-Files-Good
           move Files-Bad to RPT-Files-Bad
           display space
           display Totals-Line
           if Files-Bad greater than zero
               display Fail-Line
               move 8 to return-code
           end-if
           .
       9900-Close.
           close Catalog-File
           .
