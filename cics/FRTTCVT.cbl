       Identification Division.
       Program-Id. FRTTCVT.
      *****************************************************************
      * One-time team master conversion for receivables billing.
      * The FRTTMST record grew from 47 to 54 bytes: the CUSTMST
      * customer account now follows TM-Roster-Limit, and a cluster
      * defined with the old fixed RECORDSIZE rejects the longer
      * writes.  This job reads a short-layout team master unloaded
      * from the old cluster and writes every team in the extended
      * layout - customer account zero, not billed, which is exactly
      * how each team stood before the field existed - ready to load
      * into a cluster redefined with the new RECORDSIZE.  Run it
      * once, before the first FRTTLOAD, FRTDUES or FRTELOAD run
      * against the extended layout; the accounts are then keyed
      * through FRTTLOAD as each team is set up for billing.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Old-Team-File
               Assign to "OLDTMST"
               Organization Sequential
               Access Sequential
               File Status Old-Team-File-Status.
           Select New-Team-File
               Assign to "NEWTMST"
               Organization Sequential
               Access Sequential
               File Status New-Team-File-Status.
       Data Division.
       File Section.
       FD  Old-Team-File.
      *****************************************************************
      * The team layout as it stood before the customer account was
      * added - declared here rather than copied, because the FRTTMST
      * copybook now carries the extension this job exists to apply.
      *****************************************************************
       01  Old-Team-Record.
           05  OLD-Team-Name                 pic x(20).
           05  OLD-Division                  pic x(12).
           05  OLD-Conference                pic x(12).
           05  OLD-Status                    pic x(01).
           05  OLD-Roster-Limit              pic 9(02).
       FD  New-Team-File.
       01  New-Team-Record.
           copy FRTTMST.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Old-Team-File-Status       pic x(02).
               88  Old-Team-OK            value "00".
               88  Old-Team-EOF           value "10".
           05  New-Team-File-Status       pic x(02).
               88  New-Team-OK            value "00".
       01  Conversion-Counters.
           05  Teams-Read                 pic 9(07) comp.
           05  Teams-Written              pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-OLDTMST           pic x(12)
               value " of OLDTMST.".
           05  Const-Of-NEWTMST           pic x(12)
               value " of NEWTMST.".
       01  Totals-Line.
           05  filler                     pic x(12)
               value "Teams read: ".
           05  RPT-Teams-Read             pic zzz,zz9.
           05  filler                     pic x(19)
               value "  Teams converted: ".
           05  RPT-Teams-Written          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Convert-Teams
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Teams-Read
           move zero to Teams-Written
           open input Old-Team-File
           if not Old-Team-OK
               string Const-Got-Status delimited by size
                      Old-Team-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-OLDTMST delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open output New-Team-File
           if not New-Team-OK
               string Const-Got-Status delimited by size
                      New-Team-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-NEWTMST delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Convert-Teams.
           perform 1100-Read-Next-Team
           perform with test before
                   until Old-Team-EOF
               add 1 to Teams-Read
               perform 2000-Write-Extended-Team
               perform 1100-Read-Next-Team
           end-perform
           .
       1100-Read-Next-Team.
           read Old-Team-File
           end-read
           if not Old-Team-OK and not Old-Team-EOF
               string Const-Got-Status delimited by size
                      Old-Team-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-OLDTMST delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Write-Extended-Team.
           move OLD-Team-Name to TM-Team-Name
           move OLD-Division to TM-Division
           move OLD-Conference to TM-Conference
           move OLD-Status to TM-Status
           move OLD-Roster-Limit to TM-Roster-Limit
           move zero to TM-Customer-Account
           write New-Team-Record
           end-write
           if not New-Team-OK
               string Const-Got-Status delimited by size
                      New-Team-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-NEWTMST delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           add 1 to Teams-Written
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Teams-Read to RPT-Teams-Read
           move Teams-Written to RPT-Teams-Written
           display Totals-Line
           .
       9900-Close.
           close New-Team-File
           close Old-Team-File
           .
