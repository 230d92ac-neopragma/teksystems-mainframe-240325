       Identification Division.
       Program-Id. FRTOCVT.
      *****************************************************************
      * One-time operator profile conversion for the employee tie.
      * The FRTOPRF record grew from 9 to 23 bytes: the employee
      * number and the revoked date now follow OPR-Role, and a
      * cluster defined with the old fixed RECORDSIZE rejects the
      * longer writes.  This job reads a short-layout profile file
      * unloaded from the old cluster and writes every profile in the
      * extended layout - employee number zero, never revoked, which
      * is exactly how each profile stood before the fields existed -
      * ready to load into a cluster redefined with the new
      * RECORDSIZE.  Run it once, before the first FRTOMNT, FRTOPRV
      * or D03PGM3 termination against the extended layout; FRTOPRV
      * then lists every profile still waiting for its employee
      * number.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Old-Profile-File
               Assign to "OLDOPRF"
               Organization Sequential
               Access Sequential
               File Status Old-Profile-File-Status.
           Select New-Profile-File
               Assign to "NEWOPRF"
               Organization Sequential
               Access Sequential
               File Status New-Profile-File-Status.
       Data Division.
       File Section.
       FD  Old-Profile-File.
      *****************************************************************
      * The profile layout as it stood before the employee tie was
      * added - declared here rather than copied, because the FRTOPRF
      * copybook now carries the extension this job exists to apply.
      *****************************************************************
       01  Old-Profile-Record.
           05  OLD-Operator-Id               pic x(08).
           05  OLD-Role                      pic x(01).
       FD  New-Profile-File.
       01  New-Profile-Record.
           copy FRTOPRF.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Old-Profile-File-Status    pic x(02).
               88  Old-Profile-OK         value "00".
               88  Old-Profile-EOF        value "10".
           05  New-Profile-File-Status    pic x(02).
               88  New-Profile-OK         value "00".
       01  Conversion-Counters.
           05  Profiles-Read              pic 9(07) comp.
           05  Profiles-Written           pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-OLDOPRF           pic x(12)
               value " of OLDOPRF.".
           05  Const-Of-NEWOPRF           pic x(12)
               value " of NEWOPRF.".
       01  Totals-Line.
           05  filler                     pic x(15)
               value "Profiles read: ".
           05  RPT-Profiles-Read          pic zzz,zz9.
           05  filler                     pic x(22)
               value "  Profiles converted: ".
           05  RPT-Profiles-Written       pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Convert-Profiles
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Profiles-Read
           move zero to Profiles-Written
           open input Old-Profile-File
           if not Old-Profile-OK
               string Const-Got-Status delimited by size
                      Old-Profile-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-OLDOPRF delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open output New-Profile-File
           if not New-Profile-OK
               string Const-Got-Status delimited by size
                      New-Profile-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-NEWOPRF delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Convert-Profiles.
           perform 1100-Read-Next-Profile
           perform with test before
                   until Old-Profile-EOF
               add 1 to Profiles-Read
               perform 2000-Write-Extended-Profile
               perform 1100-Read-Next-Profile
           end-perform
           .
       1100-Read-Next-Profile.
           read Old-Profile-File
           end-read
           if not Old-Profile-OK and not Old-Profile-EOF
               string Const-Got-Status delimited by size
                      Old-Profile-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-OLDOPRF delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Write-Extended-Profile.
           move OLD-Operator-Id to OPR-Operator-Id
           move OLD-Role to OPR-Role
           move zero to OPR-Empno
           move zero to OPR-Revoked-Date
           write New-Profile-Record
           end-write
           if not New-Profile-OK
               string Const-Got-Status delimited by size
                      New-Profile-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-NEWOPRF delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           add 1 to Profiles-Written
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Profiles-Read to RPT-Profiles-Read
           move Profiles-Written to RPT-Profiles-Written
           display Totals-Line
           .
       9900-Close.
           close New-Profile-File
           close Old-Profile-File
           .
