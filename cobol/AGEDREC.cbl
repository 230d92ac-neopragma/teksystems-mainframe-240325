      * instead of today (so a run can be dated to a period end), and
      * mode M additionally writes each account's bucket and balance
      * to the snapshot history file the AGETREND report trends the
      * buckets from.  Mode P is the same snapshot run to fiscal
      * period end: the run is dated the last day of the fiscal
      * period (from the FISCCAL fiscal-calendar routine) that the
      * as-of date, or today, falls in.
      *
      * The standing run mode (RUN-MODE, M, P, or blank) comes from
      * the RUNPARM run-parameter file through PRMGET, as of today.
      * The SYSIN card is a one-night override: a mode in col 9
      * replaces the file's setting for this run, and a nonzero
      * as-of date dates this run, and each is logged on the PRMAUDT
      * audit file.
      *
      * Aging is driven from the OPENITEM file where it exists: each
      * open item ages from its own invoice date and lands in its
      * account with no open items - or the whole run, before the
      * open-item file exists - ages from the last-payment date
      * exactly as before.
      *
      * An item with an open dispute on the DISPUTE file is kept out
      * of the aging for what is in dispute: that amount is totalled
      * on its own In-dispute line and shown against the item, only
      * any undisputed remainder ages into a bucket, and a wholly
      * disputed item cannot put its account into a worse bucket -
      * or on credit hold.
      *
      * Chains are rolled up by family off the CUSTMST customer
      * master: every store naming a parent account, and the parent
      * itself, adds its aging to the family's consolidated buckets
      * and its balance to the family's exposure.  A rollup section
      * after the credit-hold activity shows each family's buckets,
      * its exposure (less what is in dispute) against the family
      * credit limit on the parent's master record, and its worst
      * store - the one in the oldest bucket, the largest balance
      * breaking a tie.  No customer master, no rollup.
      *****************************************************************
       Environment Division.
       Input-Output Section.
                  Organization Sequential
                  Access Sequential
                  File Status Open-Item-File-Status.
           Select Dispute-File
                  Record Key DSP-Key
                  Assign to "DISPUTE"
                  Organization Indexed
                  Access Random
                  File Status Dispute-File-Status.
           Select Customer-Master-File
                  Assign to "CUSTMST"
                  Organization Sequential
                  Access Sequential
                  File Status Customer-Master-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           05  CTL-As-Of-Date             pic 9(8).
           05  CTL-Run-Mode               pic x(1).
               88  CTL-Month-End-Mode     value "M".
               88  CTL-Period-End-Mode    value "P".
           05  filler                     pic x(71).
       FD  Snapshot-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Open-Item-Record.
           copy OPENITEM.
       FD  Dispute-File.
       01  FD-Dispute-Record.
           copy DISPUTE.
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       Working-Storage Section.
       01  External-File-Names.
           05  Accounts-File-DDNAME       pic x(8) value "ACCTFL".
               88  Open-Item-OK           value "00".
               88  Open-Item-EOF          value "10".
               88  Open-Item-Missing      value "35".
           05  Dispute-File-Status        pic x(2).
               88  Dispute-OK             value "00".
               88  Dispute-Not-Found      value "23".
               88  Dispute-Missing        value "35".
           05  Customer-Master-File-Status
                                          pic x(2).
               88  Master-File-OK         value "00".
               88  Master-File-EOF        value "10".
               88  Master-File-Missing    value "35".
           05  Run-Mode-Switch            pic x(1) value space.
               88  Month-End-Mode         value "M" "P".
               88  Period-End-Mode        value "P".
       01  Open-Item-File-Switch          pic x value "Y".
           88  Open-Item-File-Present     value "Y".
       01  Dispute-File-Switch            pic x value "Y".
           88  Dispute-File-Present       value "Y".
       01  Master-File-Switch             pic x value "Y".
           88  Master-File-Present        value "Y".
      *****************************************************************
      * The current account's open items, each aged from its own
      * invoice date.  Bucket severity is tracked numerically (0 =
               10  ITM-Invoice-Number     pic x(6).
               10  ITM-Invoice-Date       pic 9(8).
               10  ITM-Open-Amount        pic 9(7)v99.
               10  ITM-Disputed-Amount    pic 9(7)v99.
       01  Item-Aging-Fields.
           05  Item-Sub                   pic 9(3).
           05  Item-Julian-Date           pic 9(7).
           05  Item-Severity              pic 9(1).
           05  Worst-Severity             pic 9(1).
           05  Orphan-Items-Aged          pic 9(5) comp value zero.
           05  Item-Disputed-Amount       pic 9(7)v99.
           05  Item-Aged-Amount           pic 9(7)v99.
      *****************************************************************
      * Chain families - one entry for every account the customer
      * master names as a parent, loaded by a pass of the master
      * before the report.  The name and family limit come off the
      * parent's own master record as the master is read alongside
      * the accounts.  The account's own bucket amounts are kept
      * apart from the run totals so they can be added to its
      * family's.
      *****************************************************************
       01  Family-Count                   pic 9(03) comp value zero.
       01  Family-Table.
           05  Family-Entry occurs 1 to 500 times
                   depending on Family-Count
                   indexed by Family-Ix.
               10  FAM-Parent-Account     pic 9(7).
               10  FAM-Name               pic x(30).
               10  FAM-Credit-Limit       pic 9(7).
               10  FAM-Store-Count        pic 9(5) comp.
               10  FAM-Current-Balance    pic 9(9)v99.
               10  FAM-30-59-Balance      pic 9(9)v99.
               10  FAM-60-119-Balance     pic 9(9)v99.
               10  FAM-120-Plus-Balance   pic 9(9)v99.
               10  FAM-Disputed-Balance   pic 9(9)v99.
               10  FAM-Exposure           pic 9(9)v99.
               10  FAM-Worst-Severity     pic 9(1).
               10  FAM-Worst-Store        pic 9(7).
               10  FAM-Worst-Balance      pic 9(7)v99.
       01  Family-Fields.
           05  Family-Head-Account        pic 9(7).
           05  Family-Found-Switch        pic x(1).
               88  Family-Found           value "Y".
           05  Account-Severity           pic 9(1).
           05  Family-Limit-Balance       pic 9(9)v99.
           05  Families-Over-Limit        pic 9(5) comp value zero.
       01  Account-Bucket-Amounts.
           05  ACB-Current-Balance        pic 9(9)v99.
           05  ACB-30-59-Balance          pic 9(9)v99.
           05  ACB-60-119-Balance         pic 9(9)v99.
           05  ACB-120-Plus-Balance       pic 9(9)v99.
           05  ACB-Disputed-Balance       pic 9(9)v99.
       01  This-Program-Id                   pic x(8) value "AGEDREC".
           copy ERRCOMM.

               88  AGP-Bucket-60-119-Days   value "2".
               88  AGP-Bucket-120-Plus      value "3".

      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Date-Value redefines RPP-Value.
               10  RPP-Date               pic 9(8).
               10  filler                 pic x(24).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".

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

       01  Report-Controls.
           05  Accounts-Read               pic 9(07) comp value zero.
           05  Page-Number                 pic 9(04) value zero.
           05  Holds-Added                pic 9(05) comp value zero.
           05  Holds-Released             pic 9(05) comp value zero.
           05  HAC-Action-Work            pic x(1).
       01  Returned-Check-Hold-Fields.
           05  Returned-Check-Hold-Days   pic 9(03) value 365.
           05  Hold-Age-Days              pic 9(07).
           05  Hold-Lapsed-Switch         pic x(1).
               88  Returned-Check-Hold-Lapsed
                                          value "Y".
       01  Bucket-Totals.
           05  BKT-Current-Count            pic 9(07) comp value zero.
           05  BKT-Current-Balance          pic 9(09)v99 value zero.
           05  BKT-60-119-Balance           pic 9(09)v99 value zero.
           05  BKT-120-Plus-Count           pic 9(07) comp value zero.
           05  BKT-120-Plus-Balance         pic 9(09)v99 value zero.
           05  BKT-Disputed-Count           pic 9(07) comp value zero.
           05  BKT-Disputed-Balance         pic 9(09)v99 value zero.

       01  Heading-Line-1.
           05  filler                      pic x(20)
           05  IDL-Open-Amount              pic zzz,zzz,zz9.99.
           05  filler                       pic x(14) value spaces.
           05  IDL-Bucket-Desc              pic x(16).
           05  filler                       pic x(02) value spaces.
           05  IDL-Dispute-Desc             pic x(11).
           05  IDL-Disputed-Amount          pic zzz,zzz,zz9.99
                                            blank when zero.
       01  Detail-Line.
           05  DTL-Account                  pic zzzzzz9.
           05  filler                       pic x(03) value spaces.
           05  filler                       pic x(12)
               value "  released: ".
           05  HLD-Released                 pic zz,zz9.
       01  Family-Heading                   pic x(44)
           value "Chain family rollup - consolidated aging:".
       01  Family-Line-1.
           05  filler                       pic x(08)
               value "Parent  ".
           05  FML-Parent-Account           pic 9(7).
           05  filler                       pic x(02) value spaces.
           05  FML-Name                     pic x(30).
           05  filler                       pic x(09)
               value "  stores ".
           05  FML-Store-Count              pic zz9.
           05  filler                       pic x(11)
               value "  exposure ".
           05  FML-Exposure                 pic $zzz,zzz,zz9.99.
           05  filler                       pic x(08)
               value "  limit ".
           05  FML-Limit                    pic $z,zzz,zz9.
           05  filler                       pic x(02) value spaces.
           05  FML-Over-Limit               pic x(10).
       01  Family-Line-2.
           05  filler                       pic x(17) value spaces.
           05  filler                       pic x(08)
               value "Current ".
           05  FML-Current                  pic zzz,zzz,zz9.99.
           05  filler                       pic x(08)
               value "  30-59 ".
           05  FML-30-59                    pic zzz,zzz,zz9.99.
           05  filler                       pic x(09)
               value "  60-119 ".
           05  FML-60-119                   pic zzz,zzz,zz9.99.
           05  filler                       pic x(07)
               value "  120+ ".
           05  FML-120-Plus                 pic zzz,zzz,zz9.99.
           05  filler                       pic x(10)
               value "  Dispute ".
           05  FML-Disputed                 pic zzz,zzz,zz9.99.
       01  Family-Line-3.
           05  filler                       pic x(17) value spaces.
           05  filler                       pic x(13)
               value "Worst store  ".
           05  FML-Worst-Store              pic 9(7).
           05  filler                       pic x(02) value spaces.
           05  FML-Worst-Bucket             pic x(16).
           05  filler                       pic x(10)
               value "  balance ".
           05  FML-Worst-Balance            pic zz,zzz,zz9.99.
       01  Family-Totals-Line.
           05  filler                       pic x(10)
               value "Families: ".
           05  FML-Families                 pic zz9.
           05  filler                       pic x(20)
               value "  over family limit ".
           05  FML-Families-Over            pic zz,zz9.

      * End-of-job run-statistics fields for the common run log -
      * same field layout as RNL-Parms in RUNLOG's Linkage Section,
           perform 1000-Process
           perform 8000-Write-Bucket-Totals
           perform 8500-Write-Hold-Activity
           if Family-Count greater than zero
               perform 8700-Write-Family-Rollup
           end-if
           perform 9000-Housekeeping
           perform 9950-Log-Run-Statistics
           goback
           perform 0050-Read-Control-Card
           move RDT-YYYYMMDD to AGP-Todays-Date
           perform 0100-Open-Files
           perform 0200-Load-Family-Table
           .
       0050-Read-Control-Card.
      *****************************************************************
      * The file's run mode first, then the one optional card.  A
      * nonzero as-of date replaces today's date for the aging (and
      * for the report heading and the credit-hold stamps, so
      * everything on the run agrees on what day it is); mode M
      * turns on the month-end snapshot, and mode P the snapshot
      * dated to the end of the fiscal period.  Whatever the card
      * overrides is logged.  No setting and no card leaves the run
      * aged against today, exactly as before.
      *****************************************************************
           move "G" to RPP-Function
           move "AGEDREC" to RPP-Program-Id
           move "RUN-MODE" to RPP-Parm-Name
           move RDT-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and (RPP-Value(1:1) equal "M"
                    or RPP-Value(1:1) equal "P")
               move RPP-Value(1:1) to Run-Mode-Switch
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
               if Control-Card-OK
                   perform 0055-Take-Card-Overrides
               end-if
               close Control-Card-File
           end-if
           if Period-End-Mode
               perform 0060-Find-Period-End
           end-if
           .
       0055-Take-Card-Overrides.
           if CTL-As-Of-Date numeric
               and CTL-As-Of-Date greater than zero
               move CTL-As-Of-Date to RDT-YYYYMMDD
               move "O" to RPP-Function
               move "AS-OF-DATE" to RPP-Parm-Name
               move spaces to RPP-Value
               move CTL-As-Of-Date to RPP-Date
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Month-End-Mode or CTL-Period-End-Mode
               move CTL-Run-Mode to Run-Mode-Switch
               move "O" to RPP-Function
               move "RUN-MODE" to RPP-Parm-Name
               move CTL-Run-Mode to RPP-Value
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           .
       0060-Find-Period-End.
      *****************************************************************
      * A run asked for period end that cannot find its period must
      * not quietly age to some other date.
      *****************************************************************
           move "D" to FCP-Function
           move RDT-YYYYMMDD to FCP-Date
           call "FISCCAL" using by reference Fiscal-Calendar-Parms
           end-call
           if not FCP-Found
               move "As-of date is not on the fiscal calendar"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move FCP-Period-End to RDT-YYYYMMDD
           .
       0100-Open-Files.
           open input Accounts-File
               end-if
               perform 1500-Read-Next-Open-Item
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
           if Month-End-Mode
               open extend Snapshot-File
               if not Snapshot-File-OK
               end-if
           end-if
           .
       0200-Load-Family-Table.
      *****************************************************************
      * A pass of the customer master for the parent accounts its
      * stores name; the master is then reopened to be read
      * alongside the accounts.  No master, no families - the report
      * runs exactly as before.
      *****************************************************************
           open input Customer-Master-File
           if Master-File-Missing
               move "N" to Master-File-Switch
           else
               if not Master-File-OK
                   move Customer-Master-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "CUSTMST" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 1150-Read-Next-Master
               perform with test before
                       until Master-File-EOF
                   if CUS-Parent-Account numeric
                       and CUS-Parent-Account greater than zero
                       perform 0250-Add-Family
                   end-if
                   perform 1150-Read-Next-Master
               end-perform
               close Customer-Master-File
               open input Customer-Master-File
               if not Master-File-OK
                   move Customer-Master-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "CUSTMST" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 1150-Read-Next-Master
           end-if
           .
       0250-Add-Family.
           set Family-Ix to 1
           search Family-Entry
               at end
                   if Family-Count equal 500
                       move "More than 500 chain families on the master"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Family-Count
                   move CUS-Parent-Account
                       to FAM-Parent-Account(Family-Count)
                   move spaces to FAM-Name(Family-Count)
                   move zero to FAM-Credit-Limit(Family-Count)
                   move zero to FAM-Store-Count(Family-Count)
                   move zero to FAM-Current-Balance(Family-Count)
                   move zero to FAM-30-59-Balance(Family-Count)
                   move zero to FAM-60-119-Balance(Family-Count)
                   move zero to FAM-120-Plus-Balance(Family-Count)
                   move zero to FAM-Disputed-Balance(Family-Count)
                   move zero to FAM-Exposure(Family-Count)
                   move zero to FAM-Worst-Severity(Family-Count)
                   move zero to FAM-Worst-Store(Family-Count)
                   move zero to FAM-Worst-Balance(Family-Count)
               when FAM-Parent-Account(Family-Ix)
                       equal CUS-Parent-Account
                   continue
           end-search
           .
       1000-Process.
           perform 1100-Read-Next-Account
           perform with test before
               perform 1100-Read-Next-Account
           end-perform
           perform 1700-Drain-Orphan-Items
           if Master-File-Present
               perform with test before
                       until Master-File-EOF
                   perform 1850-Pick-Up-Family-Head
                   perform 1150-Read-Next-Master
               end-perform
           end-if
           .
       1100-Read-Next-Account.
           read Accounts-File
       1200-Business-Logic.
           add 1 to Accounts-Read
           perform 1600-Load-Account-Items
           move zero to ACB-Current-Balance
           move zero to ACB-30-59-Balance
           move zero to ACB-60-119-Balance
           move zero to ACB-120-Plus-Balance
           move zero to ACB-Disputed-Balance
           if Item-Count greater than zero
               perform 1250-Age-Account-Items
           else
               perform 1300-Accumulate-Bucket-Total
           end-if
           perform 1400-Maintain-Credit-Hold
           if Master-File-Present
               perform 1800-Roll-Up-Family
           end-if
           if Month-End-Mode
               perform 1350-Write-Snapshot-Record
           end-if
           end-evaluate
           .
       1260-Age-One-Item.
      *****************************************************************
      * What is in dispute goes to the In-dispute total; only the
      * undisputed remainder, if any, ages into a bucket and can
      * worsen the account's bucket.
      *****************************************************************
           if ITM-Disputed-Amount(Item-Sub) greater than zero
               add 1 to BKT-Disputed-Count
               add ITM-Disputed-Amount(Item-Sub)
                   to BKT-Disputed-Balance
               add ITM-Disputed-Amount(Item-Sub)
                   to ACB-Disputed-Balance
           end-if
           if ITM-Open-Amount(Item-Sub) greater than
                   ITM-Disputed-Amount(Item-Sub)
               compute Item-Aged-Amount = ITM-Open-Amount(Item-Sub)
                   - ITM-Disputed-Amount(Item-Sub)
               end-compute
               compute Item-Julian-Date =
                   function day-of-integer
                       (function integer-of-date
                           (ITM-Invoice-Date(Item-Sub)))
               end-compute
               move Item-Julian-Date to AGP-Last-Payment-Date
               call "AGEDAYS" using
                   by reference Aging-Parms
               end-call
               perform 1270-Add-Item-To-Bucket
               if Item-Severity greater than Worst-Severity
                   move Item-Severity to Worst-Severity
               end-if
           end-if
           .
       1270-Add-Item-To-Bucket.
           evaluate true
               when AGP-Bucket-Current
                   move zero to Item-Severity
                   add 1 to BKT-Current-Count
                   add Item-Aged-Amount to BKT-Current-Balance
                   add Item-Aged-Amount to ACB-Current-Balance
               when AGP-Bucket-30-59-Days
                   move 1 to Item-Severity
                   add 1 to BKT-30-59-Count
                   add Item-Aged-Amount to BKT-30-59-Balance
                   add Item-Aged-Amount to ACB-30-59-Balance
               when AGP-Bucket-60-119-Days
                   move 2 to Item-Severity
                   add 1 to BKT-60-119-Count
                   add Item-Aged-Amount to BKT-60-119-Balance
                   add Item-Aged-Amount to ACB-60-119-Balance
               when AGP-Bucket-120-Plus
                   move 3 to Item-Severity
                   add 1 to BKT-120-Plus-Count
                   add Item-Aged-Amount to BKT-120-Plus-Balance
                   add Item-Aged-Amount to ACB-120-Plus-Balance
           end-evaluate
           .
       1500-Read-Next-Open-Item.
           read Open-Item-File
                   to ITM-Invoice-Date(Item-Count)
               move OPI-Open-Amount in FD-Open-Item-Record
                   to ITM-Open-Amount(Item-Count)
               perform 1650-Find-Item-Dispute
               move Item-Disputed-Amount
                   to ITM-Disputed-Amount(Item-Count)
               perform 1500-Read-Next-Open-Item
           end-perform
           .
       1650-Find-Item-Dispute.
      *****************************************************************
      * The open item in the record area against DISPUTE: an open
      * dispute's amount, never more than the item has open, is what
      * stays out of the aging.  No DISPUTE file, no disputes.
      *****************************************************************
           move zero to Item-Disputed-Amount
           if Dispute-File-Present
               perform 1660-Read-Item-Dispute
           end-if
           .
       1660-Read-Item-Dispute.
           move OPI-Account in FD-Open-Item-Record to DSP-Account
           move OPI-Invoice-Number in FD-Open-Item-Record
               to DSP-Invoice-Number
           read Dispute-File
           end-read
           evaluate true
               when Dispute-OK
                   if DSP-Open
                       if DSP-Disputed-Amount greater than
                               OPI-Open-Amount in FD-Open-Item-Record
                           move OPI-Open-Amount in FD-Open-Item-Record
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
           .
       1700-Drain-Orphan-Items.
           perform with test before
                   until Open-Item-EOF
      * is no account to hang one on.
      *****************************************************************
           add 1 to Orphan-Items-Aged
           perform 1650-Find-Item-Dispute
           if Item-Disputed-Amount greater than zero
               add 1 to BKT-Disputed-Count
               add Item-Disputed-Amount to BKT-Disputed-Balance
           end-if
           if OPI-Open-Amount in FD-Open-Item-Record greater than
                   Item-Disputed-Amount
               compute Item-Aged-Amount =
                   OPI-Open-Amount in FD-Open-Item-Record
                   - Item-Disputed-Amount
               end-compute
               compute Item-Julian-Date =
                   function day-of-integer
                       (function integer-of-date
                           (OPI-Invoice-Date in FD-Open-Item-Record))
               end-compute
               move Item-Julian-Date to AGP-Last-Payment-Date
               call "AGEDAYS" using
                   by reference Aging-Parms
               end-call
               perform 1270-Add-Item-To-Bucket
           end-if
           .
       1300-Accumulate-Bucket-Total.
           evaluate true
               when AGP-Bucket-Current
                   add 1 to BKT-Current-Count
                   add ACCT-Balance to BKT-Current-Balance
                   add ACCT-Balance to ACB-Current-Balance
               when AGP-Bucket-30-59-Days
                   add 1 to BKT-30-59-Count
                   add ACCT-Balance to BKT-30-59-Balance
                   add ACCT-Balance to ACB-30-59-Balance
               when AGP-Bucket-60-119-Days
                   add 1 to BKT-60-119-Count
                   add ACCT-Balance to BKT-60-119-Balance
                   add ACCT-Balance to ACB-60-119-Balance
               when AGP-Bucket-120-Plus
                   add 1 to BKT-120-Plus-Count
                   add ACCT-Balance to BKT-120-Plus-Balance
                   add ACCT-Balance to ACB-120-Plus-Balance
           end-evaluate
           .
       1150-Read-Next-Master.
           read Customer-Master-File
           if not Master-File-OK and not Master-File-EOF
               move Customer-Master-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CUSTMST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Master-File-EOF
               move 9999999 to CUS-Account
           end-if
           .
       1800-Roll-Up-Family.
      *****************************************************************
      * The customer master is read alongside the accounts.  Every
      * master record passed on the way - a parent with no account
      * of its own included - gives its family the name and limit.
      * The account belongs to its parent's family, or heads its own
      * family when it is a parent; an account with no master record
      * belongs to none.
      *****************************************************************
           perform with test before
                   until Master-File-EOF
                   or CUS-Account not less than ACCT-Number
               perform 1850-Pick-Up-Family-Head
               perform 1150-Read-Next-Master
           end-perform
           if not Master-File-EOF
               and CUS-Account equal ACCT-Number
               perform 1850-Pick-Up-Family-Head
               if CUS-Parent-Account numeric
                   and CUS-Parent-Account greater than zero
                   move CUS-Parent-Account to Family-Head-Account
               else
                   move ACCT-Number to Family-Head-Account
               end-if
               perform 1950-Find-Family
               if Family-Found
                   perform 1900-Add-Store-To-Family
               end-if
           end-if
           .
       1850-Pick-Up-Family-Head.
           move CUS-Account to Family-Head-Account
           perform 1950-Find-Family
           if Family-Found
               move CUS-Name to FAM-Name(Family-Ix)
               if CUS-Family-Credit-Limit numeric
                   move CUS-Family-Credit-Limit
                       to FAM-Credit-Limit(Family-Ix)
               end-if
           end-if
           .
       1900-Add-Store-To-Family.
      *****************************************************************
      * The store's aging goes into its family's buckets and its
      * balance into the family's exposure.  The worst store is the
      * one in the oldest bucket, the larger balance breaking a tie.
      *****************************************************************
           add 1 to FAM-Store-Count(Family-Ix)
           add ACB-Current-Balance to FAM-Current-Balance(Family-Ix)
           add ACB-30-59-Balance to FAM-30-59-Balance(Family-Ix)
           add ACB-60-119-Balance to FAM-60-119-Balance(Family-Ix)
           add ACB-120-Plus-Balance
               to FAM-120-Plus-Balance(Family-Ix)
           add ACB-Disputed-Balance
               to FAM-Disputed-Balance(Family-Ix)
           add ACCT-Balance to FAM-Exposure(Family-Ix)
           evaluate true
               when AGP-Bucket-120-Plus
                   move 3 to Account-Severity
               when AGP-Bucket-60-119-Days
                   move 2 to Account-Severity
               when AGP-Bucket-30-59-Days
                   move 1 to Account-Severity
               when other
                   move zero to Account-Severity
           end-evaluate
           if FAM-Worst-Store(Family-Ix) equal zero
               or Account-Severity greater than
                   FAM-Worst-Severity(Family-Ix)
               or (Account-Severity equal
                       FAM-Worst-Severity(Family-Ix)
                   and ACCT-Balance greater than
                       FAM-Worst-Balance(Family-Ix))
               move Account-Severity to FAM-Worst-Severity(Family-Ix)
               move ACCT-Number to FAM-Worst-Store(Family-Ix)
               move ACCT-Balance to FAM-Worst-Balance(Family-Ix)
           end-if
           .
       1950-Find-Family.
           move "N" to Family-Found-Switch
           set Family-Ix to 1
           search Family-Entry
               when FAM-Parent-Account(Family-Ix)
                       equal Family-Head-Account
                   move "Y" to Family-Found-Switch
           end-search
           .
       1350-Write-Snapshot-Record.
      *****************************************************************
      * with the run date and its balance; an account no longer in
      * that bucket comes off hold.  Either way the order desk can
      * check the hold file by account number in real time, instead
      * of waiting for a person to read the aged report.  A hold
      * NSFREV placed for repeated returned checks stands for a year
      * from its date, whatever the bucket.
      *****************************************************************
           move ACCT-Number to CRD-Account
           read Credit-Hold-File
           end-read
           move "N" to Hold-Lapsed-Switch
           if Credit-Hold-OK and CRD-Returned-Check-Hold
               compute Hold-Age-Days =
                   function integer-of-date(AGP-Todays-Date)
                   - function integer-of-date(CRD-Hold-Date)
               end-compute
               if Hold-Age-Days greater than Returned-Check-Hold-Days
                   set Returned-Check-Hold-Lapsed to true
               end-if
           end-if
           evaluate true
               when not Credit-Hold-OK and not Credit-Hold-Not-Found
                   move Credit-Hold-File-Status to Error-Status
                   move ACCT-Number to CRD-Account
                   move AGP-Todays-Date to CRD-Hold-Date
                   move ACCT-Balance to CRD-Balance
                   set CRD-Aging-Hold to true
                   write FD-Credit-Hold-Record
                   end-write
                   if not Credit-Hold-OK
               when AGP-Bucket-120-Plus
      * already on hold - nothing to change
                   continue
               when Credit-Hold-OK and CRD-Returned-Check-Hold
                   and not Returned-Check-Hold-Lapsed
      * returned-check hold still inside its year
                   continue
               when Credit-Hold-OK
      * paid down out of the bucket - release the hold
                   delete Credit-Hold-File
           move ITM-Invoice-Number(Item-Sub) to IDL-Invoice-Number
           move ITM-Invoice-Date(Item-Sub) to IDL-Invoice-Date
           move ITM-Open-Amount(Item-Sub) to IDL-Open-Amount
           move ITM-Disputed-Amount(Item-Sub) to IDL-Disputed-Amount
           if ITM-Disputed-Amount(Item-Sub) greater than zero
               move "In dispute" to IDL-Dispute-Desc
           else
               move spaces to IDL-Dispute-Desc
           end-if
           evaluate true
               when AGP-Bucket-Current
                   move "Current"        to IDL-Bucket-Desc
           move BKT-120-Plus-Balance to TOT-Bucket-Balance
           write Report-Record from Bucket-Totals-Line

           if BKT-Disputed-Count greater than zero
               move "In dispute"  to TOT-Bucket-Desc
               move BKT-Disputed-Count   to TOT-Bucket-Count
               move BKT-Disputed-Balance to TOT-Bucket-Balance
               write Report-Record from Bucket-Totals-Line
           end-if

           if Orphan-Items-Aged greater than zero
               move Orphan-Items-Aged to ORP-Items-Aged
               write Report-Record from Orphan-Totals-Line
           move Holds-Released to HLD-Released
           write Report-Record from Hold-Totals-Line
           .
       8700-Write-Family-Rollup.
      *****************************************************************
      * One block per chain family.  Exposure is judged against the
      * family limit less what is in dispute, the same way BCTPOST
      * judges an account against its own limit; a zero family limit
      * enforces nothing.
      *****************************************************************
           move spaces to Report-Record
           write Report-Record
           write Report-Record from Family-Heading
           perform varying Family-Ix from 1 by 1
                   until Family-Ix greater than Family-Count
               perform 8750-Write-One-Family
           end-perform
           move spaces to Report-Record
           write Report-Record
           move Family-Count to FML-Families
           move Families-Over-Limit to FML-Families-Over
           write Report-Record from Family-Totals-Line
           .
       8750-Write-One-Family.
           move spaces to FML-Over-Limit
           if FAM-Exposure(Family-Ix) greater than
                   FAM-Disputed-Balance(Family-Ix)
               compute Family-Limit-Balance =
                   FAM-Exposure(Family-Ix)
                   - FAM-Disputed-Balance(Family-Ix)
               end-compute
           else
               move zero to Family-Limit-Balance
           end-if
           if FAM-Credit-Limit(Family-Ix) greater than zero
               and Family-Limit-Balance greater than
                   FAM-Credit-Limit(Family-Ix)
               move "OVER LIMIT" to FML-Over-Limit
               add 1 to Families-Over-Limit
           end-if
           move spaces to Report-Record
           write Report-Record
           move FAM-Parent-Account(Family-Ix) to FML-Parent-Account
           move FAM-Name(Family-Ix) to FML-Name
           move FAM-Store-Count(Family-Ix) to FML-Store-Count
           move FAM-Exposure(Family-Ix) to FML-Exposure
           move FAM-Credit-Limit(Family-Ix) to FML-Limit
           write Report-Record from Family-Line-1
           move FAM-Current-Balance(Family-Ix) to FML-Current
           move FAM-30-59-Balance(Family-Ix) to FML-30-59
           move FAM-60-119-Balance(Family-Ix) to FML-60-119
           move FAM-120-Plus-Balance(Family-Ix) to FML-120-Plus
           move FAM-Disputed-Balance(Family-Ix) to FML-Disputed
           write Report-Record from Family-Line-2
           if FAM-Store-Count(Family-Ix) greater than zero
               move FAM-Worst-Store(Family-Ix) to FML-Worst-Store
               evaluate FAM-Worst-Severity(Family-Ix)
                   when 3
                       move "120+ days"   to FML-Worst-Bucket
                   when 2
                       move "60-119 days" to FML-Worst-Bucket
                   when 1
                       move "30-59 days"  to FML-Worst-Bucket
                   when other
                       move "Current"     to FML-Worst-Bucket
               end-evaluate
               move FAM-Worst-Balance(Family-Ix) to FML-Worst-Balance
               write Report-Record from Family-Line-3
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           if Open-Item-File-Present
               close Open-Item-File
           end-if
           if Dispute-File-Present
               close Dispute-File
           end-if
           if Master-File-Present
               close Customer-Master-File
           end-if
           close Credit-Hold-File
           close Report-File
           close Accounts-File
