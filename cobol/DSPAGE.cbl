       Identification Division.
       Program-Id. DSPAGE.
      *****************************************************************
      * Dispute-aging report for collections.  Every open dispute on
      * the DISPUTE file is listed, in account and invoice order,
      * with the amount in dispute, the reason, who owns it, the
      * date it was opened, and how many days it has gone
      * unresolved - and totalled by how long: up to 30 days, 31 to
      * 60, 61 to 90, and over 90, so a dispute left to sit shows up
      * before the customer's patience runs out.  Resolved disputes
      * are history and are only counted.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Dispute-File
               Record Key DSP-Key
               Assign to "DISPUTE"
               Organization Indexed
               Access Sequential
               File Status Dispute-File-Status.
       Data Division.
       File Section.
       FD  Dispute-File.
       01  FD-Dispute-Record.
           copy DISPUTE.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Dispute-File-Status        pic x(2).
               88  Dispute-OK             value "00".
               88  Dispute-EOF            value "10".
       01  This-Program-Id                pic x(8) value "DSPAGE".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Age-Fields.
           05  Run-Integer-Date           pic 9(7).
           05  Days-Open                  pic 9(5).
           05  Age-Sub                    pic 9(1).
      *****************************************************************
      * One slot per age band: 1 = 0-30 days, 2 = 31-60, 3 = 61-90,
      * 4 = over 90.
      *****************************************************************
       01  Age-Band-Totals.
           05  Age-Band occurs 4 times.
               10  AGB-Count              pic 9(07) comp.
               10  AGB-Amount             pic 9(09)v99.
       01  Age-Band-Names.
           05  filler                     pic x(12) value "0-30 days".
           05  filler                     pic x(12) value "31-60 days".
           05  filler                     pic x(12) value "61-90 days".
           05  filler                     pic x(12)
               value "Over 90 days".
       01  filler redefines Age-Band-Names.
           05  AGB-Name                   pic x(12) occurs 4 times.
       01  Report-Counters.
           05  Disputes-Read              pic 9(07) comp.
           05  Disputes-Open              pic 9(07) comp.
           05  Disputes-Resolved          pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(33)
                   value "--- Open Disputes by Age as of  ".
               10  RPT-Heading-Date       pic 9999/99/99.
               10  filler                 pic x(04) value " ---".
           05  Heading-Line-2.
               10  filler                 pic x(08)
                   value "Account".
               10  filler                 pic x(08)
                   value "Invoice".
               10  filler                 pic x(13)
                   value "      Amount".
               10  filler                 pic x(32)
                   value "Reason".
               10  filler                 pic x(10)
                   value "Owner".
               10  filler                 pic x(12)
                   value "Opened".
               10  filler                 pic x(06)
                   value "  Days".
           05  Dispute-Line.
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Invoice-Number     pic x(6).
               10  filler                 pic x(02) value spaces.
               10  RPT-Amount             pic $zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Reason             pic x(30).
               10  filler                 pic x(02) value spaces.
               10  RPT-Owner              pic x(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Opened-Date        pic 9999/99/99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Days-Open          pic zzzz9.
           05  Age-Total-Line.
               10  RPT-Age-Name           pic x(12).
               10  filler                 pic x(02) value spaces.
               10  RPT-Age-Count          pic zzz,zz9.
               10  filler                 pic x(12)
                   value " disputes,  ".
               10  RPT-Age-Amount         pic $zzz,zzz,zz9.99.
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Disputes read: ".
               10  RPT-Disputes-Read      pic zzz,zz9.
               10  filler                 pic x(08)
                   value "  Open: ".
               10  RPT-Disputes-Open      pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Resolved: ".
               10  RPT-Disputes-Resolved  pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Report-Disputes
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Disputes-Read
           move zero to Disputes-Open
           move zero to Disputes-Resolved
           perform varying Age-Sub from 1 by 1
                   until Age-Sub greater than 4
               move zero to AGB-Count(Age-Sub)
               move zero to AGB-Amount(Age-Sub)
           end-perform
           move function current-date to Run-Date-Time
           compute Run-Integer-Date =
               function integer-of-date(RDT-YYYYMMDD)
           end-compute
           open input Dispute-File
           if not Dispute-OK
               move Dispute-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DISPUTE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move RDT-YYYYMMDD to RPT-Heading-Date
           display Heading-Line-1
           display space
           display Heading-Line-2
           .
       1000-Report-Disputes.
           perform 1100-Read-Next-Dispute
           perform with test before
                   until Dispute-EOF
               add 1 to Disputes-Read
               if DSP-Open
                   perform 2000-Age-One-Dispute
               else
                   add 1 to Disputes-Resolved
               end-if
               perform 1100-Read-Next-Dispute
           end-perform
           .
       1100-Read-Next-Dispute.
           read Dispute-File
           if not Dispute-OK and not Dispute-EOF
               move Dispute-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "DISPUTE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Age-One-Dispute.
      *****************************************************************
      * Days unresolved counts from the day the dispute was opened;
      * an opened date past the run date (a dated rerun) reads zero.
      *****************************************************************
           add 1 to Disputes-Open
           if DSP-Opened-Date not less than RDT-YYYYMMDD
               move zero to Days-Open
           else
               compute Days-Open = Run-Integer-Date
                   - function integer-of-date(DSP-Opened-Date)
               end-compute
           end-if
           evaluate true
               when Days-Open not greater than 30
                   move 1 to Age-Sub
               when Days-Open not greater than 60
                   move 2 to Age-Sub
               when Days-Open not greater than 90
                   move 3 to Age-Sub
               when other
                   move 4 to Age-Sub
           end-evaluate
           add 1 to AGB-Count(Age-Sub)
           add DSP-Disputed-Amount to AGB-Amount(Age-Sub)
           move DSP-Account to RPT-Account
           move DSP-Invoice-Number to RPT-Invoice-Number
           move DSP-Disputed-Amount to RPT-Amount
           move DSP-Reason to RPT-Reason
           move DSP-Owner to RPT-Owner
           move DSP-Opened-Date to RPT-Opened-Date
           move Days-Open to RPT-Days-Open
           display Dispute-Line
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           display space
           perform varying Age-Sub from 1 by 1
                   until Age-Sub greater than 4
               move AGB-Name(Age-Sub) to RPT-Age-Name
               move AGB-Count(Age-Sub) to RPT-Age-Count
               move AGB-Amount(Age-Sub) to RPT-Age-Amount
               display Age-Total-Line
           end-perform
           move Disputes-Read to RPT-Disputes-Read
           move Disputes-Open to RPT-Disputes-Open
           move Disputes-Resolved to RPT-Disputes-Resolved
           display space
           display Totals-Line
           .
       9900-Housekeeping.
           close Dispute-File
           .
