       Identification Division.
       Program-Id. FRTGCVT.
      *****************************************************************
      * One-time game-detail conversion for the second-scorer
      * verification and suspect-line screening extensions.  The
      * FRTGDTL record grew from 98 to 116 bytes: the verify status,
      * the keyed-by and verified-by operators, and the suspect
      * status now follow GD-Posted-Date, and a cluster defined with
      * the old fixed RECORDSIZE rejects the longer writes.  This job
      * reads a short-layout detail file unloaded from the old
      * cluster and writes every detail in the extended layout - no
      * verification needed, no operators, and not screened, which
      * is exactly how each detail stood before the fields existed
      * (FRTGSUS passes over a detail already posted, so only the
      * unposted lines are screened on the next run) - ready to load
      * into a cluster redefined with the new RECORDSIZE.  Run it
      * once, before the first FRTGENT, FRTGVFY, FRTGSUS or FRTGPOST
      * run against the extended layout.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Old-Detail-File
               Assign to "OLDGDTL"
               Organization Sequential
               Access Sequential
               File Status Old-Detail-File-Status.
           Select New-Detail-File
               Assign to "NEWGDTL"
               Organization Sequential
               Access Sequential
               File Status New-Detail-File-Status.
       Data Division.
       File Section.
       FD  Old-Detail-File.
      *****************************************************************
      * The detail layout as it stood before verification and
      * screening were added - declared here rather than copied,
      * because the FRTGDTL copybook now carries the extension this
      * job exists to apply.
      *****************************************************************
       01  Old-Detail-Record.
           05  OLD-Record-Key.
               10  OLD-Team-Name             pic x(20).
               10  OLD-Player-Name           pic x(20).
               10  OLD-Season                pic x(04).
               10  OLD-Game-Date             pic 9(8).
               10  OLD-Game-Number           pic 9(1).
           05  OLD-Opponent                  pic x(20).
           05  OLD-Game-Type                 pic x(01).
           05  OLD-Attempts                  pic 9(5).
           05  OLD-Completed                 pic 9(5).
           05  OLD-Three-Pointers            pic 9(5).
           05  OLD-Posted-Flag               pic x(01).
           05  OLD-Posted-Date               pic 9(8).
       FD  New-Detail-File.
       01  New-Detail-Record.
           copy FRTGDTL.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Old-Detail-File-Status     pic x(02).
               88  Old-Detail-OK          value "00".
               88  Old-Detail-EOF         value "10".
           05  New-Detail-File-Status     pic x(02).
               88  New-Detail-OK          value "00".
       01  Conversion-Counters.
           05  Details-Read               pic 9(07) comp.
           05  Details-Written            pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-OLDGDTL           pic x(12)
               value " of OLDGDTL.".
           05  Const-Of-NEWGDTL           pic x(12)
               value " of NEWGDTL.".
       01  Totals-Line.
           05  filler                     pic x(15)
               value "Details read: ".
           05  RPT-Details-Read           pic zzz,zz9.
           05  filler                     pic x(21)
               value "  Details converted: ".
           05  RPT-Details-Written        pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Convert-Details
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Details-Read
           move zero to Details-Written
           open input Old-Detail-File
           if not Old-Detail-OK
               string Const-Got-Status delimited by size
                      Old-Detail-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-OLDGDTL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open output New-Detail-File
           if not New-Detail-OK
               string Const-Got-Status delimited by size
                      New-Detail-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-NEWGDTL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Convert-Details.
           perform 1100-Read-Next-Detail
           perform with test before
                   until Old-Detail-EOF
               add 1 to Details-Read
               perform 2000-Write-Extended-Detail
               perform 1100-Read-Next-Detail
           end-perform
           .
       1100-Read-Next-Detail.
           read Old-Detail-File
           end-read
           if not Old-Detail-OK and not Old-Detail-EOF
               string Const-Got-Status delimited by size
                      Old-Detail-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-OLDGDTL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Write-Extended-Detail.
           move OLD-Team-Name to GD-Team-Name
           move OLD-Player-Name to GD-Player-Name
           move OLD-Season to GD-Season
           move OLD-Game-Date to GD-Game-Date
           move OLD-Game-Number to GD-Game-Number
           move OLD-Opponent to GD-Opponent
           move OLD-Game-Type to GD-Game-Type
           move OLD-Attempts to GD-Attempts
           move OLD-Completed to GD-Completed
           move OLD-Three-Pointers to GD-Three-Pointers
           move OLD-Posted-Flag to GD-Posted-Flag
           move OLD-Posted-Date to GD-Posted-Date
           set GD-No-Verify-Needed to true
           move spaces to GD-Keyed-By
           move spaces to GD-Verified-By
           set GD-Not-Screened to true
           write New-Detail-Record
           end-write
           if not New-Detail-OK
               string Const-Got-Status delimited by size
                      New-Detail-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-NEWGDTL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           add 1 to Details-Written
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Details-Read to RPT-Details-Read
           move Details-Written to RPT-Details-Written
           display Totals-Line
           .
       9900-Close.
           close New-Detail-File
           close Old-Detail-File
           .
