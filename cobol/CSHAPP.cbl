      * replacement open-item file - so a short-pay dispute reads
      * straight off the file instead of out of old BCTLPOST
      * archaeology.
      *
      * An account on an installment plan (PAYPLAN, set up by
      * PPLMNT) has each payment credited against the plan's
      * schedule as well: a full installment moves the next due date
      * on by the plan's interval, part of one waits toward the
      * installment now due, and the plan is kept once the agreed
      * balance is paid.  A current plan whose due date has gone
      * more than Plan-Grace-Days by without the installment is
      * broken, and DUNGEN and LATECHG take the account back.  The
      * updated plans come out on a new plan file swapped in the
      * same way as the accounts.
      *
      * Every applied payment is recorded on the PAYHIST history
      * file - what it took off the balance, what it banked, the
      * last-payment date it replaced, and each open item it
      * relieved - so when the bank returns the check NSFREV can put
      * the account back exactly as it was.
      *****************************************************************
       Environment Division.
       Input-Output Section.
                  Organization Sequential
                  Access Sequential
                  File Status New-Item-File-Status.
           Select Plan-File
                  Assign to "PAYPLAN"
                  Organization Sequential
                  Access Sequential
                  File Status Plan-File-Status.
           Select New-Plan-File
                  Assign to "PAYPLANO"
                  Organization Sequential
                  Access Sequential
                  File Status New-Plan-File-Status.
           Select Payment-History-File
                  Record Key PYH-Key
                  Assign to "PAYHIST"
                  Organization Indexed
                  Access Random
                  File Status Payment-History-File-Status.
       Data Division.
       File Section.
       FD  Payment-File
           Record Contains 80 Characters.
       01  FD-New-Item-Record.
           copy OPENITEM.
       FD  Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Plan-Record.
           copy PAYPLAN.
       FD  New-Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Plan-Record                pic x(80).
       FD  Payment-History-File.
       01  FD-Payment-History-Record.
           copy PAYHIST.
       Working-Storage Section.
       01  External-File-Names.
           05  Payment-File-DDNAME        pic x(8) value "PAYMENTS".
               88  Open-Item-Missing      value "35".
           05  New-Item-File-Status       pic x(2).
               88  New-Item-OK            value "00".
           05  Plan-File-Status           pic x(2).
               88  Plan-File-OK           value "00".
               88  Plan-File-EOF          value "10".
               88  Plan-File-Missing      value "35".
           05  New-Plan-File-Status       pic x(2).
               88  New-Plan-OK            value "00".
           05  Payment-History-File-Status
                                          pic x(2).
               88  Payment-History-OK     value "00".
               88  Payment-History-Duplicate
                                          value "22".
       01  Open-Item-File-Switch          pic x value "Y".
           88  Open-Item-File-Present     value "Y".
       01  Plan-File-Switch               pic x value "Y".
           88  Plan-File-Present          value "Y".
      *****************************************************************
      * The current account's payment plan, if it has one, held
      * while its payments are credited and written back when the
      * account is written.
      *****************************************************************
       01  Account-Plan-Switch            pic x value "N".
           88  Account-Has-Plan           value "Y".
       01  Account-Plan.
           copy PAYPLAN.
       01  Plan-Schedule-Fields.
           05  Plan-Grace-Days            pic 9(3) value 5.
           05  Run-Date-Time.
               10  RDT-YYYYMMDD           pic 9(8).
               10  filler                 pic x(13).
           05  Run-Integer-Date           pic 9(7).
           05  Due-Integer-Date           pic 9(7).
      *****************************************************************
      * The current account's open items, loaded as the merge
      * reaches the account and written back - less whatever cash
           05  Item-Sub                   pic 9(3).
           05  Named-Item-Switch          pic x.
               88  Named-Item-Found       value "Y".
      *****************************************************************
      * What the payment now being applied did, for its PAYHIST
      * records: the balance it relieved, the last-payment date it
      * replaced, and each item it relieved.
      *****************************************************************
       01  Payment-History-Fields.
           05  Payment-Applied-Amount     pic 9(7)v99.
           05  Prior-Last-Payment-Date    pic 9(7).
           05  History-Seq                pic 9(3).
           05  Relief-Count               pic 9(3).
           05  Relief-Entry occurs 200 times.
               10  REL-Invoice-Number     pic x(6).
               10  REL-Invoice-Date       pic 9(8).
               10  REL-Original-Amount    pic 9(7)v99.
               10  REL-Amount-Relieved    pic 9(7)v99.
           05  Relief-Sub                 pic 9(3).
       01  This-Program-Id                pic x(8) value "CSHAPP".
           copy ERRCOMM.
       01  Application-Work-Fields.
           05  Payments-Overpaid          pic 9(07) comp.
           05  Items-Closed               pic 9(07) comp.
           05  Invoices-Not-Open          pic 9(07) comp.
           05  Plan-Installments-Met      pic 9(07) comp.
           05  Plans-Kept                 pic 9(07) comp.
           05  Plans-Broken               pic 9(07) comp.
           05  Amount-Applied             pic 9(09)v99 value zero.
       01  Report-Lines.
           05  Suspense-Line.
               10  filler                 pic x(19)
                   value " credit banked     ".
               10  RPT-Ovr-Credit         pic $zzz,zz9.99.
           05  Plan-Line.
               10  RPT-Plan-Event         pic x(21).
               10  RPT-Plan-Account       pic 9(7).
               10  filler                 pic x(10)
                   value "  agreed  ".
               10  RPT-Plan-Agreed        pic $zzz,zz9.99.
               10  filler                 pic x(08)
                   value "  paid  ".
               10  RPT-Plan-Paid          pic $zzz,zz9.99.
               10  filler                 pic x(07)
                   value "  due  ".
               10  RPT-Plan-Due-Date      pic 9(8).
           05  Plan-Totals-Line.
               10  filler                 pic x(24)
                   value "Plan installments met: ".
               10  RPT-Installments-Met   pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Plans kept: ".
               10  RPT-Plans-Kept         pic zzz,zz9.
               10  filler                 pic x(16)
                   value "  Plans broken: ".
               10  RPT-Plans-Broken       pic zzz,zz9.
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Payments read: ".
           move zero to Payments-Overpaid
           move zero to Items-Closed
           move zero to Invoices-Not-Open
           move zero to Plan-Installments-Met
           move zero to Plans-Kept
           move zero to Plans-Broken
           move function current-date to Run-Date-Time
           compute Run-Integer-Date =
               function integer-of-date(RDT-YYYYMMDD)
           end-compute
           .
       1000-Sort-Payments.
      *****************************************************************
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Plan-File
           if Plan-File-Missing
      *****************************************************************
      * No plan file yet - nobody has been put on a plan.
      *****************************************************************
               move "N" to Plan-File-Switch
               set Plan-File-EOF to true
               move 9999999 to PPL-Account in FD-Plan-Record
           else
               if not Plan-File-OK
                   move Plan-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "PAYPLAN" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open output New-Plan-File
           if not New-Plan-OK
               move New-Plan-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "PAYPLANO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open i-o Payment-History-File
           if not Payment-History-OK
               move Payment-History-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "PAYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Open-Item-File-Present
               perform 2500-Read-Next-Open-Item
           end-if
           if Plan-File-Present
               perform 2850-Read-Next-Plan
           end-if
           perform 2100-Read-Next-Payment
           perform 2200-Read-Next-Account
           perform with test before
               end-evaluate
           end-perform
           perform 2700-Drain-Orphan-Items
           perform 2900-Drain-Orphan-Plans
           close Sorted-Payment-File
           if Plan-File-Present
               close Plan-File
           end-if
           if Open-Item-File-Present
               close Open-Item-File
           end-if
           end-if
           if not Accounts-File-EOF
               perform 2600-Load-Account-Items
               perform 2800-Load-Account-Plan
           end-if
           .
       2500-Read-Next-Open-Item.
               perform 2500-Read-Next-Open-Item
           end-perform
           .
       2800-Load-Account-Plan.
      *****************************************************************
      * Plans for accounts the accounts file skipped past are copied
      * through untouched, like their open items; the current
      * account's plan, if any, is held for its payments.
      *****************************************************************
           move "N" to Account-Plan-Switch
           perform with test before
                   until Plan-File-EOF
                   or PPL-Account in FD-Plan-Record
                       not less than ACCT-Number
               write New-Plan-Record from FD-Plan-Record
               perform 4900-Check-Plan-Write
               perform 2850-Read-Next-Plan
           end-perform
           if not Plan-File-EOF
               and PPL-Account in FD-Plan-Record equal ACCT-Number
               move FD-Plan-Record to Account-Plan
               set Account-Has-Plan to true
               perform 2850-Read-Next-Plan
           end-if
           .
       2850-Read-Next-Plan.
           read Plan-File
           if not Plan-File-OK and not Plan-File-EOF
               move Plan-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "PAYPLAN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Plan-File-EOF
               move 9999999 to PPL-Account in FD-Plan-Record
           end-if
           .
       2900-Drain-Orphan-Plans.
           perform with test before
                   until Plan-File-EOF
               write New-Plan-Record from FD-Plan-Record
               perform 4900-Check-Plan-Write
               perform 2850-Read-Next-Plan
           end-perform
           .
       3000-Suspense-Payment.
           move SPY-Account to RPT-Sus-Account
           move SPY-Amount to RPT-Sus-Amount
      * current area - more payments may follow for the same account
      * before 4000-Write-Account finally writes it out.
      *****************************************************************
           move ACCT-Last-Payment-Date to Prior-Last-Payment-Date
           move zero to Credit-Banked
           if SPY-Amount greater than ACCT-Balance
               move ACCT-Balance to Payment-Applied-Amount
               add ACCT-Balance to Amount-Applied
               compute Credit-Banked =
                   SPY-Amount - ACCT-Balance
               display Overpay-Line
               add 1 to Payments-Overpaid
           else
               move SPY-Amount to Payment-Applied-Amount
               subtract SPY-Amount from ACCT-Balance
               add SPY-Amount to Amount-Applied
           end-if
           move Julian-Payment-Date to ACCT-Last-Payment-Date
           add 1 to Payments-Applied
           perform 3600-Relieve-Open-Items
           perform 3900-Record-Payment-History
           if Account-Has-Plan
               and PPL-Plan-Current in Account-Plan
               perform 3800-Credit-Plan-Payment
           end-if
           .
       3600-Relieve-Open-Items.
      *****************************************************************
      * money is never applied to nothing.
      *****************************************************************
           move SPY-Amount to Amount-Remaining
           move zero to Relief-Count
           if SPY-Invoice-Number greater than spaces
               move "N" to Named-Item-Switch
               perform varying Item-Sub from 1 by 1
           subtract Amount-This-Item
               from ITM-Open-Amount(Item-Sub)
           subtract Amount-This-Item from Amount-Remaining
           if Amount-This-Item greater than zero
               add 1 to Relief-Count
               move ITM-Invoice-Number(Item-Sub)
                   to REL-Invoice-Number(Relief-Count)
               move ITM-Invoice-Date(Item-Sub)
                   to REL-Invoice-Date(Relief-Count)
               move ITM-Original-Amount(Item-Sub)
                   to REL-Original-Amount(Relief-Count)
               move Amount-This-Item
                   to REL-Amount-Relieved(Relief-Count)
           end-if
           .
       3800-Credit-Plan-Payment.
      *****************************************************************
      * The payment counts toward the installment now due.  Each full
      * installment it covers moves the due date on by the plan's
      * interval; what is left over waits toward the next one.  The
      * plan is kept once the agreed balance has come in, however
      * the installments fell.
      *****************************************************************
           add SPY-Amount to PPL-Amount-Paid in Account-Plan
           add SPY-Amount to PPL-Paid-Toward-Due in Account-Plan
           perform with test before
                   until PPL-Installment-Amount in Account-Plan
                       equal zero
                   or PPL-Paid-Toward-Due in Account-Plan
                       less than PPL-Installment-Amount in Account-Plan
               subtract PPL-Installment-Amount in Account-Plan
                   from PPL-Paid-Toward-Due in Account-Plan
               add 1 to PPL-Installments-Paid in Account-Plan
               add 1 to Plan-Installments-Met
               compute Due-Integer-Date =
                   function integer-of-date
                       (PPL-Next-Due-Date in Account-Plan)
                   + PPL-Interval-Days in Account-Plan
               end-compute
               compute PPL-Next-Due-Date in Account-Plan =
                   function date-of-integer(Due-Integer-Date)
               end-compute
           end-perform
           if PPL-Amount-Paid in Account-Plan
                   not less than PPL-Agreed-Balance in Account-Plan
               set PPL-Plan-Kept in Account-Plan to true
               move SPY-Date to PPL-Status-Date in Account-Plan
               move "Plan kept - account  " to RPT-Plan-Event
               perform 4800-Display-Plan-Line
               add 1 to Plans-Kept
           end-if
           .
       3900-Record-Payment-History.
      *****************************************************************
      * The payment record first, numbered past any payment already
      * on file for the account and deposit date (an earlier run the
      * same day, or an earlier payment in this one), then one item
      * record per open item it relieved, under the same number.
      *****************************************************************
           move spaces to FD-Payment-History-Record
           move ACCT-Number to PYH-Account
           move SPY-Date to PYH-Payment-Date
           move zero to PYH-Item-Seq
           set PYH-Payment-Entry to true
           move SPY-Amount to PYH-Amount
           move Payment-Applied-Amount to PYH-Applied-Amount
           move Credit-Banked to PYH-Credit-Banked
           move ACCT-Last-Payment-Date to PYH-Last-Payment-Stamped
           move Prior-Last-Payment-Date to PYH-Prior-Last-Payment
           move SPY-Invoice-Number to PYH-Invoice-Named
           set PYH-Applied to true
           move zero to PYH-Returned-Date
           move zero to History-Seq
           perform with test after
                   until not Payment-History-Duplicate
               add 1 to History-Seq
               move History-Seq to PYH-Payment-Seq
               write FD-Payment-History-Record
               end-write
           end-perform
           perform 3950-Check-History-Write
           perform varying Relief-Sub from 1 by 1
                   until Relief-Sub greater than Relief-Count
               move spaces to PYH-Item-Data
               move Relief-Sub to PYH-Item-Seq
               set PYH-Item-Entry to true
               move REL-Invoice-Number(Relief-Sub)
                   to PYI-Invoice-Number
               move REL-Invoice-Date(Relief-Sub) to PYI-Invoice-Date
               move REL-Original-Amount(Relief-Sub)
                   to PYI-Original-Amount
               move REL-Amount-Relieved(Relief-Sub)
                   to PYI-Amount-Relieved
               write FD-Payment-History-Record
               end-write
               perform 3950-Check-History-Write
           end-perform
           .
       3950-Check-History-Write.
           if not Payment-History-OK
               move Payment-History-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "PAYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4000-Write-Account.
           write New-Accounts-Record from Accounts-Record
               perform 8900-Scream-and-Die
           end-if
           perform 4100-Write-Surviving-Items
           if Account-Has-Plan
               perform 4700-Write-Account-Plan
           end-if
           .
       4100-Write-Surviving-Items.
      *****************************************************************
           end-perform
           move zero to Item-Count
           .
       4700-Write-Account-Plan.
      *****************************************************************
      * Tonight's payments are in, so a current plan whose due date
      * is more than the grace days behind the run date has missed
      * an installment: the plan breaks and normal collection
      * resumes on the account.
      *****************************************************************
           if PPL-Plan-Current in Account-Plan
               compute Due-Integer-Date =
                   function integer-of-date
                       (PPL-Next-Due-Date in Account-Plan)
                   + Plan-Grace-Days
               end-compute
               if Run-Integer-Date greater than Due-Integer-Date
                   set PPL-Plan-Broken in Account-Plan to true
                   move RDT-YYYYMMDD
                       to PPL-Status-Date in Account-Plan
                   move "Plan broken - account" to RPT-Plan-Event
                   perform 4800-Display-Plan-Line
                   add 1 to Plans-Broken
               end-if
           end-if
           write New-Plan-Record from Account-Plan
           perform 4900-Check-Plan-Write
           move "N" to Account-Plan-Switch
           .
       4800-Display-Plan-Line.
           move PPL-Account in Account-Plan to RPT-Plan-Account
           move PPL-Agreed-Balance in Account-Plan to RPT-Plan-Agreed
           move PPL-Amount-Paid in Account-Plan to RPT-Plan-Paid
           move PPL-Next-Due-Date in Account-Plan
               to RPT-Plan-Due-Date
           display Plan-Line
           .
       4900-Check-Plan-Write.
           if not New-Plan-OK
               move New-Plan-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "PAYPLANO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           move Payments-Overpaid to RPT-Payments-Overpaid
           move Amount-Applied to RPT-Amount-Applied
           move Items-Closed to RPT-Items-Closed
           move Plan-Installments-Met to RPT-Installments-Met
           move Plans-Kept to RPT-Plans-Kept
           move Plans-Broken to RPT-Plans-Broken
           display space
           display Totals-Line
           display Plan-Totals-Line
           .
       9900-Housekeeping.
           close Payment-History-File
           close New-Plan-File
           close New-Item-File
           close New-Accounts-File
           .
