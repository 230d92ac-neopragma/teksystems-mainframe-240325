      * I invoice record per charged account - so they post through
      * the same balanced-batch controls as any other invoice and
      * show on the next STMTGEN statement like one.
      *
      * An account keeping to a current installment plan on PAYPLAN
      * is not charged - the plan is what collections agreed instead.
      * A broken plan is charged like any other account.  Nor is a
      * charge assessed on what a customer has in open dispute on the
      * DISPUTE file: the disputed amount of a past-due item is left
      * out of the balance the rate is applied to.  An account AGYPLC
      * has placed with the collection agency (AGYPLACE, optional) is
      * not charged either - the agency is collecting the balance as
      * placed.
      *
      * Run mode P runs the assessment to fiscal period end instead
      * of to today: the items age, and the batch and its invoices
      * are dated, as of the last day of the fiscal period today
      * falls in, from the FISCCAL fiscal-calendar routine.
      *
      * The rate (RATE-PCT, 99v99 as four digits) and the run mode
      * (RUN-MODE, P or blank) come from the RUNPARM run-parameter
      * file through PRMGET, as of the run date.  The SYSIN card is
      * now optional and only a one-night override: a nonzero rate
      * in cols 1-4 or a mode in col 6 replaces the file's setting
      * for this run, and the override is logged on the PRMAUDT
      * audit file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Sequential
               Access Sequential
               File Status Charge-Batch-File-Status.
           Select Plan-File
               Assign to "PAYPLAN"
               Organization Sequential
               Access Sequential
               File Status Plan-File-Status.
           Select Placement-File
               Assign to "AGYPLACE"
               Organization Sequential
               Access Sequential
               File Status Placement-File-Status.
           Select Dispute-File
               Record Key DSP-Key
               Assign to "DISPUTE"
               Organization Indexed
               Access Random
               File Status Dispute-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Rate-Pct               pic 9(2)v99.
           05  filler                     pic x(1).
           05  CTL-Run-Mode               pic x(1).
               88  CTL-Period-End-Mode    value "P".
           05  filler                     pic x(74).
       FD  Accounts-File
           Recording Mode F
           Record Contains 80 Characters
       01  Charge-Batch-Record.
           05  CBR-Record-Type            pic x.
           05  filler                     pic x(99).
       FD  Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Plan-Record.
           copy PAYPLAN.
       FD  Placement-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Placement-Record.
           copy AGYPLACE.
       FD  Dispute-File.
       01  FD-Dispute-Record.
           copy DISPUTE.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(2).
               88  Open-Item-EOF          value "10".
           05  Charge-Batch-File-Status   pic x(2).
               88  Charge-Batch-OK        value "00".
           05  Plan-File-Status           pic x(2).
               88  Plan-File-OK           value "00".
               88  Plan-File-EOF          value "10".
               88  Plan-File-Missing      value "35".
           05  Placement-File-Status      pic x(2).
               88  Placement-File-OK      value "00".
               88  Placement-File-EOF     value "10".
               88  Placement-File-Missing value "35".
           05  Dispute-File-Status        pic x(2).
               88  Dispute-OK             value "00".
               88  Dispute-Not-Found      value "23".
               88  Dispute-Missing        value "35".
       01  Plan-File-Switch               pic x value "Y".
           88  Plan-File-Present          value "Y".
       01  Placement-File-Switch          pic x value "Y".
           88  Placement-File-Present     value "Y".
       01  Dispute-File-Switch            pic x value "Y".
           88  Dispute-File-Present       value "Y".
       01  This-Program-Id                pic x(8) value "LATECHG".
           copy ERRCOMM.
       01  Run-Date-Time.
               88  AGP-Bucket-30-59-Days  value "1".
               88  AGP-Bucket-60-119-Days value "2".
               88  AGP-Bucket-120-Plus    value "3".
      * Parameter area for the FISCCAL subprogram - same field layout
      * as FSC-Parms in its Linkage Section.
       01  Fiscal-Calendar-Parms.
           05  FCP-Function               pic x(1).
           05  FCP-Date                   pic 9(8).
           05  FCP-Fiscal-Year            pic 9(4).
           05  FCP-Period                 pic 9(2).
           05  FCP-Week                   pic 9(2).
           05  FCP-Period-Start           pic 9(8).
           05  FCP-Period-End             pic 9(8).
           05  FCP-Result                 pic x(1).
               88  FCP-Found              value "F".
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Rate-Value redefines RPP-Value.
               10  RPP-Rate-Pct           pic 9(2)v99.
               10  filler                 pic x(28).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Run-Mode-Switch                pic x(1) value space.
           88  Period-End-Mode            value "P".
       01  Assessment-Fields.
           05  Charge-Rate-Pct            pic 9(2)v99.
           05  Past-Due-Balance           pic 9(9)v99.
           05  Charge-Amount              pic 9(7)v99.
           05  Item-Julian-Date           pic 9(7).
           05  Charge-Sequence            pic 9(4).
           05  Item-Disputed-Amount       pic 9(7)v99.
      *****************************************************************
      * The month's charges, buffered the way BATCTL buffers a
      * batch's invoices, so the header can carry the count the
               10  INV-Invoice-Total      pic s9(7)v99.
               10  INV-Invoice-Date       pic x(8).
               10  INV-Invoice-Account    pic 9(7).
      * A finance charge is not a sale - the whole charge goes on the
      * tax breakdown as exempt, with no jurisdiction charging tax.
               10  INV-Taxable-Amount     pic s9(7)v99 value zero.
               10  INV-Exempt-Amount      pic s9(7)v99.
               10  filler                 pic x(51) value spaces.
       01  Report-Counters.
           05  Accounts-Read              pic 9(07) comp.
           05  Accounts-Charged           pic 9(07) comp.
           05  Accounts-On-Plan           pic 9(07) comp.
           05  Items-In-Dispute           pic 9(07) comp.
           05  Accounts-Placed            pic 9(07) comp.
           05  Total-Charged              pic 9(9)v99 value zero.
       01  Report-Lines.
           05  Charge-Line.
               10  filler                 pic x(16)
                   value "  Total charge: ".
               10  RPT-Total-Charged      pic $zzz,zzz,zz9.99.
               10  filler                 pic x(11)
                   value "  On plan: ".
               10  RPT-On-Plan            pic zzz,zz9.
               10  filler                 pic x(25)
                   value "  Disputed items passed: ".
               10  RPT-In-Dispute         pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Placed: ".
               10  RPT-Placed             pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Assess-Accounts
       0000-Initialize.
           move zero to Accounts-Read
           move zero to Accounts-Charged
           move zero to Accounts-On-Plan
           move zero to Items-In-Dispute
           move zero to Accounts-Placed
           move function current-date to Run-Date-Time
           perform 0020-Get-Run-Parameters
           if Period-End-Mode
               perform 0050-Find-Period-End
           end-if
           move RDT-YYYYMMDD to AGP-Todays-Date
           open input Accounts-File
           if not Accounts-File-OK
               move Accounts-File-Status to Error-Status
               perform 8900-Scream-and-Die
           end-if
           perform 1500-Read-Next-Open-Item
           open input Plan-File
           if Plan-File-Missing
               move "N" to Plan-File-Switch
               set Plan-File-EOF to true
               move 9999999 to PPL-Account
           else
               if not Plan-File-OK
                   move Plan-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "PAYPLAN" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 1600-Read-Next-Plan
           end-if
           open input Placement-File
           if Placement-File-Missing
               move "N" to Placement-File-Switch
               set Placement-File-EOF to true
               move 9999999 to AGY-Account
           else
               if not Placement-File-OK
                   move Placement-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "AGYPLACE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 1700-Read-Next-Placement
           end-if
           open input Dispute-File
           if Dispute-Missing
               move "N" to Dispute-File-Switch
           else
               if not Dispute-OK
                   move Dispute-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "DISPUTE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       0020-Get-Run-Parameters.
      *****************************************************************
      * The file's settings first, then any one-night override off
      * the SYSIN card - logged, so the run's rate is never a
      * mystery afterwards.
      *****************************************************************
           move "LATECHG" to RPP-Program-Id
           move RDT-YYYYMMDD to RPP-As-Of-Date
           move "G" to RPP-Function
           move "RATE-PCT" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Rate-Pct numeric
               move RPP-Rate-Pct to Charge-Rate-Pct
           else
               move zero to Charge-Rate-Pct
           end-if
           move "G" to RPP-Function
           move "RUN-MODE" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               move RPP-Value(1:1) to Run-Mode-Switch
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File
                   into Control-Card-Record
               end-read
               if Control-Card-OK
                   perform 0030-Take-Card-Overrides
               end-if
               close Control-Card-File
           end-if
           if Charge-Rate-Pct equal zero
               move "No nonzero RATE-PCT on RUNPARM or SYSIN override"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       0030-Take-Card-Overrides.
           if CTL-Rate-Pct numeric
               and CTL-Rate-Pct not equal zero
               move CTL-Rate-Pct to Charge-Rate-Pct
               move "O" to RPP-Function
               move "RATE-PCT" to RPP-Parm-Name
               move spaces to RPP-Value
               move CTL-Rate-Pct to RPP-Rate-Pct
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Run-Mode not equal space
               move CTL-Run-Mode to Run-Mode-Switch
               move "O" to RPP-Function
               move "RUN-MODE" to RPP-Parm-Name
               move CTL-Run-Mode to RPP-Value
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           .
       0050-Find-Period-End.
      *****************************************************************
      * Period end asked for and not found stops the run - charges
      * dated to the wrong day would post to the wrong period.
      *****************************************************************
           move "D" to FCP-Function
           move RDT-YYYYMMDD to FCP-Date
           call "FISCCAL" using by reference Fiscal-Calendar-Parms
           end-call
           if not FCP-Found
               move "Today is not on the fiscal calendar"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move FCP-Period-End to RDT-YYYYMMDD
           display "Charges assessed as of fiscal period end "
               RDT-YYYYMMDD
           .
       1000-Assess-Accounts.
           perform 1100-Read-Next-Account
               move 9999999 to OPI-Account
           end-if
           .
       1600-Read-Next-Plan.
           read Plan-File
           if Plan-File-EOF
               move 9999999 to PPL-Account
           else
               if not Plan-File-OK
                   move Plan-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "PAYPLAN" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       1700-Read-Next-Placement.
           read Placement-File
           if Placement-File-EOF
               move 9999999 to AGY-Account
           else
               if not Placement-File-OK
                   move Placement-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "AGYPLACE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       2000-Assess-One-Account.
      *****************************************************************
      * Total the account's open amounts sitting in buckets 2 and 3,
               perform 2100-Age-One-Item
               perform 1500-Read-Next-Open-Item
           end-perform
           perform with test before
                   until Plan-File-EOF
                   or PPL-Account not less than ACCT-Number
               perform 1600-Read-Next-Plan
           end-perform
           if not Plan-File-EOF
               and PPL-Account equal ACCT-Number
               and PPL-Plan-Current
               and Past-Due-Balance greater than zero
               add 1 to Accounts-On-Plan
               move zero to Past-Due-Balance
           end-if
           perform with test before
                   until Placement-File-EOF
                   or AGY-Account not less than ACCT-Number
               perform 1700-Read-Next-Placement
           end-perform
           if not Placement-File-EOF
               and AGY-Account equal ACCT-Number
               and AGY-Placed
               and Past-Due-Balance greater than zero
               add 1 to Accounts-Placed
               move zero to Past-Due-Balance
           end-if
           if Past-Due-Balance greater than zero
               compute Charge-Amount rounded =
                   Past-Due-Balance * Charge-Rate-Pct / 100
               by reference Aging-Parms
           end-call
           if AGP-Bucket-60-119-Days or AGP-Bucket-120-Plus
               perform 2200-Find-Item-Dispute
               if Item-Disputed-Amount greater than zero
                   add 1 to Items-In-Dispute
               end-if
               compute Past-Due-Balance = Past-Due-Balance
                   + OPI-Open-Amount - Item-Disputed-Amount
               end-compute
           end-if
           .
       2200-Find-Item-Dispute.
      *****************************************************************
      * An open dispute's amount, never more than the item has open.
      * No DISPUTE file, no disputes.
      *****************************************************************
           move zero to Item-Disputed-Amount
           if Dispute-File-Present
               move OPI-Account to DSP-Account
               move OPI-Invoice-Number to DSP-Invoice-Number
               read Dispute-File
               end-read
               evaluate true
                   when Dispute-OK
                       if DSP-Open
                           if DSP-Disputed-Amount
                                   greater than OPI-Open-Amount
                               move OPI-Open-Amount
                                   to Item-Disputed-Amount
                           else
                               move DSP-Disputed-Amount
                                   to Item-Disputed-Amount
                           end-if
                       end-if
                   when Dispute-Not-Found
                       continue
                   when other
                       move Dispute-File-Status to Error-Status
                       move Const-READ to Error-Operation
                       move "DISPUTE" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
               end-evaluate
           end-if
           .
       3000-Buffer-the-Charge.
                   move Charge-Sequence to INB-Sequence
                   move Invoice-Number-Built to INV-Invoice-Number
                   move CHG-Amount(Charge-Ix) to INV-Invoice-Total
                   move CHG-Amount(Charge-Ix) to INV-Exempt-Amount
                   move RDT-YYYYMMDD to INV-Invoice-Date
                   move CHG-Account(Charge-Ix)
                       to INV-Invoice-Account
           move Accounts-Read to RPT-Accounts-Read
           move Accounts-Charged to RPT-Accounts-Charged
           move Total-Charged to RPT-Total-Charged
           move Accounts-On-Plan to RPT-On-Plan
           move Items-In-Dispute to RPT-In-Dispute
           move Accounts-Placed to RPT-Placed
           display space
           display Totals-Line
           .
       9900-Housekeeping.
           if Plan-File-Present
               close Plan-File
           end-if
           if Placement-File-Present
               close Placement-File
           end-if
           if Dispute-File-Present
               close Dispute-File
           end-if
           close Open-Item-File
           close Accounts-File
           .
