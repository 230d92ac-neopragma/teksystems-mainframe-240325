       Identification Division.
       Program-Id. NSFREV.
      *****************************************************************
      * Returned-check (NSF) reversal batch.  When the bank returns
      * a check CSHAPP already applied, the balance was reduced, the
      * open items closed, and the last-payment date moved forward,
      * so the aging looked healthier than it was - and the hand
      * reversal keyed to put it back never reached the ledger.
      * This job reads the bank's returned-item file (RETITEMS),
      * sorts it into account order, and for each returned check
      * finds the original payment on the PAYHIST history CSHAPP
      * keeps - same account, deposit date, and amount, not already
      * returned - and undoes exactly what it did:
      *
      *   - every open item the payment relieved is reopened by the
      *     amount it relieved, put back on the replacement open-item
      *     file in invoice-date order if it had been paid off;
      *   - the balance it relieved goes back on ACCT-Balance, and
      *     any credit it banked comes back off the credit balance
      *     (what was already refunded or absorbed is owed instead);
      *   - the last-payment date it stamped is put back to the one
      *     it replaced, unless a later payment has stamped it since.
      *
      * The payment is marked returned on PAYHIST, and each returned
      * check drops a record on the NSFGL feed so GLJRNL journals it
      * DR A-R / CR Cash.  A returned-check fee is assessed as a new
      * invoice for each one, written as a balanced batch in BCTLIN
      * layout (NSFCHGO) for BATCTL to post the way LATECHG's charges
      * post.  An account's second returned check inside a year puts
      * it on credit hold (CRDHOLD).  A returned item with no applied
      * payment to match, or for an account not on file, is reported
      * and left for the cash desk.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Returned-Item-File
               Assign to "RETITEMS"
               Organization Sequential
               Access Sequential
               File Status Returned-Item-File-Status.
           Select Sorted-Returned-File
               Assign to "RETSORTD"
               Organization Sequential
               Access Sequential
               File Status Sorted-Returned-File-Status.
           Select Returned-Sort-File
               Assign to "SORTWK01".
           Select Accounts-File
               Assign to "ACCTFL"
               Organization Sequential
               Access Sequential
               File Status Accounts-File-Status.
           Select New-Accounts-File
               Assign to "ACCTFLO"
               Organization Sequential
               Access Sequential
               File Status New-Accounts-File-Status.
           Select Open-Item-File
               Assign to "OPENITEM"
               Organization Sequential
               Access Sequential
               File Status Open-Item-File-Status.
           Select New-Item-File
               Assign to "OPENITMO"
               Organization Sequential
               Access Sequential
               File Status New-Item-File-Status.
           Select Payment-History-File
               Record Key PYH-Key
               Assign to "PAYHIST"
               Organization Indexed
               Access Dynamic
               File Status Payment-History-File-Status.
           Select Credit-Hold-File
               Record Key CRD-Account
               Assign to "CRDHOLD"
               Organization Indexed
               Access Random
               File Status Credit-Hold-File-Status.
           Select Returned-Feed-File
               Assign to "NSFGL"
               Organization Sequential
               Access Sequential
               File Status Returned-Feed-File-Status.
           Select Fee-Batch-File
               Assign to "NSFCHGO"
               Organization Sequential
               Access Sequential
               File Status Fee-Batch-File-Status.
       Data Division.
       File Section.
       FD  Returned-Item-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Returned-Item-Record           pic x(80).
       FD  Sorted-Returned-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Sorted-Returned-Record.
           05  RTI-Account                pic 9(07).
           05  RTI-Deposit-Date           pic 9(08).
           05  RTI-Amount                 pic 9(07)v99.
           05  RTI-Return-Date            pic 9(08).
           05  RTI-Return-Reason          pic x(20).
           05  filler                     pic x(28).
       SD  Returned-Sort-File.
       01  SD-Returned-Record.
           05  SRT-Account                pic 9(07).
           05  SRT-Deposit-Date           pic 9(08).
           05  filler                     pic x(65).
       FD  Accounts-File
           Recording Mode F
           Record Contains 80 Characters
           Block Contains 0 Records
           Data Record Accounts-Record.
       01  Accounts-Record.
           05  ACCT-Number                pic 9(07).
           05  ACCT-Name                  pic x(30).
           05  ACCT-Balance               pic 9(07)v99.
           05  ACCT-Last-Payment-Date     pic 9(07).
           05  ACCT-Review-Flag           pic x(01).
           05  ACCT-Credit-Limit          pic 9(07)v99.
           05  ACCT-Credit-Balance        pic 9(07)v99.
           05  ACCT-Credit-Date           pic 9(08).
           05  filler                     pic x(7).
       FD  New-Accounts-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Accounts-Record            pic x(87).
       FD  Open-Item-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Open-Item-Record.
           copy OPENITEM.
       FD  New-Item-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-New-Item-Record.
           copy OPENITEM.
       FD  Payment-History-File.
       01  FD-Payment-History-Record.
           copy PAYHIST.
       FD  Credit-Hold-File.
       01  FD-Credit-Hold-Record.
           copy CRDHOLD.
       FD  Returned-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * The first three fields are laid out like WRITEOFF's GL feed
      * record, so GLJRNL and RECRECON read both the same way.
       01  Returned-Feed-Record.
           05  NSF-Account                pic 9(7).
           05  NSF-Amount                 pic 9(7)v99.
           05  NSF-Date                   pic 9(8).
           05  NSF-Deposit-Date           pic 9(8).
           05  NSF-Return-Reason          pic x(20).
           05  filler                     pic x(28).
       FD  Fee-Batch-File
           Recording Mode F
           Record Contains 100 Characters.
      * Same field layout as BATCTL's Batch-Header-Record and
      * Invoice-Record, so the fees feed BCTLIN unchanged.
       01  Fee-Batch-Record.
           05  FBR-Record-Type            pic x.
           05  filler                     pic x(99).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Returned-Item-File-Status  pic x(02).
               88  Returned-Item-OK       value "00".
           05  Sorted-Returned-File-Status
                                          pic x(02).
               88  Sorted-Returned-OK     value "00".
               88  Sorted-Returned-EOF    value "10".
           05  Accounts-File-Status       pic x(02).
               88  Accounts-File-OK       value "00".
               88  Accounts-File-EOF      value "10".
           05  New-Accounts-File-Status   pic x(02).
               88  New-Accounts-OK        value "00".
           05  Open-Item-File-Status      pic x(02).
               88  Open-Item-OK           value "00".
               88  Open-Item-EOF          value "10".
               88  Open-Item-Missing      value "35".
           05  New-Item-File-Status       pic x(02).
               88  New-Item-OK            value "00".
           05  Payment-History-File-Status
                                          pic x(02).
               88  Payment-History-OK     value "00".
               88  Payment-History-EOF    value "10".
               88  Payment-History-Not-Found
                                          value "23".
           05  Credit-Hold-File-Status    pic x(02).
               88  Credit-Hold-OK         value "00".
               88  Credit-Hold-Not-Found  value "23".
           05  Returned-Feed-File-Status  pic x(02).
               88  Returned-Feed-OK       value "00".
           05  Fee-Batch-File-Status      pic x(02).
               88  Fee-Batch-OK           value "00".
       01  Open-Item-File-Switch          pic x value "Y".
           88  Open-Item-File-Present     value "Y".
       01  This-Program-Id                pic x(8) value "NSFREV".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Returned-Check-Rules.
           05  Returned-Check-Fee         pic 9(5)v99 value 25.00.
           05  Repeat-Window-Days         pic 9(3) value 365.
           05  Repeat-Hold-Count          pic 9(3) value 2.
      *****************************************************************
      * The current account's open items - the same table WRITEOFF
      * keeps - which the returned payments reopen.
      *****************************************************************
       01  Item-Count                     pic 9(03) value zero.
       01  Item-Table.
           05  Item-Entry occurs 1 to 200 times
                   depending on Item-Count
                   indexed by Item-Ix.
               10  ITM-Invoice-Number     pic x(6).
               10  ITM-Invoice-Date       pic 9(8).
               10  ITM-Original-Amount    pic 9(7)v99.
               10  ITM-Open-Amount        pic 9(7)v99.
       01  Item-Work-Fields.
           05  Item-Sub                   pic 9(3).
           05  Insert-Sub                 pic 9(3).
           05  Shift-Sub                  pic 9(3).
           05  Item-Found-Switch          pic x(1).
               88  Item-Found             value "Y".
      *****************************************************************
      * The original payment, once found on PAYHIST.
      *****************************************************************
       01  Found-Payment-Fields.
           05  Payment-Found-Switch       pic x(1).
               88  Payment-Found          value "Y".
           05  Found-Payment-Key.
               10  FND-Account            pic 9(07).
               10  FND-Payment-Date       pic 9(08).
               10  FND-Payment-Seq        pic 9(03).
               10  FND-Item-Seq           pic 9(03).
           05  FND-Applied-Amount         pic 9(7)v99.
           05  FND-Credit-Banked          pic 9(7)v99.
           05  FND-Last-Payment-Stamped   pic 9(7).
           05  FND-Prior-Last-Payment     pic 9(7).
       01  Reversal-Work-Fields.
           05  Credit-Shortfall           pic 9(7)v99.
           05  Return-Date-Used           pic 9(8).
           05  Run-Integer-Date           pic 9(7).
           05  Return-Age-Days            pic 9(7).
           05  Returns-In-Window          pic 9(3).
           05  Items-This-Payment         pic 9(3).
      *****************************************************************
      * The fees assessed, held until the run ends so the fee batch
      * header can carry the invoice count BATCTL checks.
      *****************************************************************
       01  Fee-Count                      pic 9(03) value zero.
       01  Fee-Table.
           05  Fee-Entry occurs 1 to 500 times
                   depending on Fee-Count
                   indexed by Fee-Ix.
               10  FEE-Account            pic 9(7).
               10  FEE-Amount             pic 9(5)v99.
       01  Fee-Sequence                   pic 9(4) value zero.
       01  Batch-Build-Fields.
           05  Batch-Number-Built.
               10  filler                 pic x(2) value "NS".
               10  BNB-Month-Day          pic x(6).
           05  Invoice-Number-Built.
               10  filler                 pic x(2) value "NS".
               10  INB-Sequence           pic 9(4).
           05  Header-Out.
               10  filler                 pic x value "H".
               10  HDR-Batch-Number       pic x(8).
               10  HDR-Create-Date        pic x(8).
               10  HDR-Invoice-Count      pic 9(5).
               10  filler                 pic x(78) value spaces.
           05  Invoice-Out.
               10  filler                 pic x value "I".
               10  INV-Invoice-Number     pic x(6).
               10  INV-Invoice-Total      pic s9(7)v99.
               10  INV-Invoice-Date       pic x(8).
               10  INV-Invoice-Account    pic 9(7).
      * A returned-check fee is not a sale - the whole fee goes on
      * the tax breakdown as exempt, with no jurisdiction charging
      * tax.
               10  INV-Taxable-Amount     pic s9(7)v99 value zero.
               10  INV-Exempt-Amount      pic s9(7)v99.
               10  filler                 pic x(51) value spaces.
       01  Report-Counters.
           05  Items-Returned             pic 9(07) comp.
           05  Payments-Reversed          pic 9(07) comp.
           05  Items-Rejected             pic 9(07) comp.
           05  Open-Items-Reopened        pic 9(07) comp.
           05  Dates-Restored             pic 9(07) comp.
           05  Holds-Placed               pic 9(07) comp.
           05  Total-Reversed             pic 9(9)v99 value zero.
           05  Total-Fees                 pic 9(9)v99 value zero.
       01  Report-Lines.
           05  Audit-Line.
               10  filler                 pic x(09)
                   value "Reversed ".
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(09)
                   value " payment ".
               10  RPT-Deposit-Date       pic 9999/99/99.
               10  filler                 pic x(01) value space.
               10  RPT-Amount             pic $zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Items              pic zz9.
               10  filler                 pic x(16)
                   value " items reopened ".
               10  RPT-Return-Reason      pic x(20).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Account        pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Rej-Deposit-Date   pic x(8).
               10  filler                 pic x(01) value space.
               10  RPT-Rej-Amount         pic x(9).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(44).
           05  Hold-Line.
               10  filler                 pic x(22)
                   value "Credit hold - account ".
               10  RPT-Hold-Account       pic 9(7).
               10  filler                 pic x(02) value ", ".
               10  RPT-Hold-Returns       pic z9.
               10  filler                 pic x(33)
                   value " returned checks in twelve months".
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Items returned: ".
               10  RPT-Items-Returned     pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Reversed: ".
               10  RPT-Payments-Reversed  pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Items-Rejected     pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Amount: ".
               10  RPT-Total-Reversed     pic $zzz,zzz,zz9.99.
               10  filler                 pic x(08)
                   value "  Fees: ".
               10  RPT-Total-Fees         pic $zzz,zzz,zz9.99.
           05  Totals-Line-2.
               10  filler                 pic x(16)
                   value "Items reopened: ".
               10  RPT-Items-Reopened     pic zzz,zz9.
               10  filler                 pic x(26)
                   value "  Payment dates restored: ".
               10  RPT-Dates-Restored     pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Holds placed: ".
               10  RPT-Holds-Placed       pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Sort-Returned-Items
           perform 2000-Process-Accounts
           perform 7000-Write-Fee-Batch
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Items-Returned
           move zero to Payments-Reversed
           move zero to Items-Rejected
           move zero to Open-Items-Reopened
           move zero to Dates-Restored
           move zero to Holds-Placed
           move function current-date to Run-Date-Time
           compute Run-Integer-Date =
               function integer-of-date(RDT-YYYYMMDD)
           end-compute
           open input Accounts-File
           if not Accounts-File-OK
               move Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output New-Accounts-File
           if not New-Accounts-OK
               move New-Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFLO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Open-Item-File
           if Open-Item-Missing
               move "N" to Open-Item-File-Switch
               set Open-Item-EOF to true
               move 9999999 to OPI-Account in FD-Open-Item-Record
           else
               if not Open-Item-OK
                   move Open-Item-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "OPENITEM" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2500-Read-Next-Open-Item
           end-if
           open output New-Item-File
           if not New-Item-OK
               move New-Item-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "OPENITMO" to Error-DDNAME
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
           open i-o Credit-Hold-File
           if not Credit-Hold-OK
               move Credit-Hold-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Returned-Feed-File
           if not Returned-Feed-OK
               move Returned-Feed-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "NSFGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Sort-Returned-Items.
      *****************************************************************
      * The bank sends returned items in its own order; the pass
      * below needs them in account order, oldest deposit first.
      *****************************************************************
           sort Returned-Sort-File
               on ascending key SRT-Account SRT-Deposit-Date
               using Returned-Item-File
               giving Sorted-Returned-File
           if not sort-return equal zero
               move "SORT Returned-Items" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Sorted-Returned-File
           if not Sorted-Returned-OK
               move Sorted-Returned-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "RETSORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Process-Accounts.
      *****************************************************************
      * Match/merge the sorted returned items against the accounts.
      * Every account is written to the new file whether or not a
      * check came back on it; items for an account not on file are
      * reported as they are passed.
      *****************************************************************
           perform 2200-Read-Next-Returned-Item
           perform 2100-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               perform 2600-Load-Account-Items
               perform with test before
                       until Sorted-Returned-EOF
                       or RTI-Account not less than ACCT-Number
                   move "account is not on the accounts file"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Returned-Item
                   perform 2200-Read-Next-Returned-Item
               end-perform
               perform with test before
                       until Sorted-Returned-EOF
                       or RTI-Account not equal ACCT-Number
                   perform 3000-Reverse-One-Payment
                   perform 2200-Read-Next-Returned-Item
               end-perform
               write New-Accounts-Record from Accounts-Record
               if not New-Accounts-OK
                   move New-Accounts-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "ACCTFLO" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 4100-Write-Surviving-Items
               perform 2100-Read-Next-Account
           end-perform
           perform with test before
                   until Sorted-Returned-EOF
               move "account is not on the accounts file"
                   to RPT-Rej-Reason
               perform 7200-Reject-Returned-Item
               perform 2200-Read-Next-Returned-Item
           end-perform
           perform 2700-Drain-Orphan-Items
           .
       2100-Read-Next-Account.
           read Accounts-File
           if not Accounts-File-OK and not Accounts-File-EOF
               move Accounts-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Read-Next-Returned-Item.
           read Sorted-Returned-File
           if not Sorted-Returned-OK and not Sorted-Returned-EOF
               move Sorted-Returned-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "RETSORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not Sorted-Returned-EOF
               add 1 to Items-Returned
           end-if
           .
       2500-Read-Next-Open-Item.
           read Open-Item-File
           if not Open-Item-OK and not Open-Item-EOF
               move Open-Item-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "OPENITEM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Open-Item-EOF
               move 9999999 to OPI-Account in FD-Open-Item-Record
           end-if
           .
       2600-Load-Account-Items.
           move zero to Item-Count
           perform with test before
                   until Open-Item-EOF
                   or OPI-Account in FD-Open-Item-Record
                       not less than ACCT-Number
               write FD-New-Item-Record from FD-Open-Item-Record
               perform 4200-Check-Item-Write
               perform 2500-Read-Next-Open-Item
           end-perform
           perform with test before
                   until Open-Item-EOF
                   or OPI-Account in FD-Open-Item-Record
                       not equal ACCT-Number
               if Item-Count equal 200
                   move "More than 200 open items on one account"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Item-Count
               move OPI-Invoice-Number in FD-Open-Item-Record
                   to ITM-Invoice-Number(Item-Count)
               move OPI-Invoice-Date in FD-Open-Item-Record
                   to ITM-Invoice-Date(Item-Count)
               move OPI-Original-Amount in FD-Open-Item-Record
                   to ITM-Original-Amount(Item-Count)
               move OPI-Open-Amount in FD-Open-Item-Record
                   to ITM-Open-Amount(Item-Count)
               perform 2500-Read-Next-Open-Item
           end-perform
           .
       2700-Drain-Orphan-Items.
           perform with test before
                   until Open-Item-EOF
               write FD-New-Item-Record from FD-Open-Item-Record
               perform 4200-Check-Item-Write
               perform 2500-Read-Next-Open-Item
           end-perform
           .
       3000-Reverse-One-Payment.
           if RTI-Amount not numeric
               or RTI-Amount equal zero
               or RTI-Deposit-Date not numeric
               move "returned amount or deposit date is not valid"
                   to RPT-Rej-Reason
               perform 7200-Reject-Returned-Item
           else
               perform 3100-Find-Original-Payment
               if Payment-Found
                   perform 3200-Reopen-Paid-Items
                   perform 3300-Restore-Account
                   perform 3400-Mark-Payment-Returned
                   perform 3500-Assess-Returned-Check-Fee
                   perform 3600-Write-Returned-Feed
                   perform 3700-Count-Recent-Returns
                   add 1 to Payments-Reversed
                   add RTI-Amount to Total-Reversed
                   move ACCT-Number to RPT-Account
                   move RTI-Deposit-Date to RPT-Deposit-Date
                   move RTI-Amount to RPT-Amount
                   move Items-This-Payment to RPT-Items
                   move RTI-Return-Reason to RPT-Return-Reason
                   display Audit-Line
               else
                   move "no applied payment for that date and amount"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Returned-Item
               end-if
           end-if
           .
       3100-Find-Original-Payment.
      *****************************************************************
      * Browse the account's payments for the deposit date; the
      * first one for the returned amount not already returned is
      * the check that bounced.
      *****************************************************************
           move "N" to Payment-Found-Switch
           move RTI-Account to PYH-Account
           move RTI-Deposit-Date to PYH-Payment-Date
           move zero to PYH-Payment-Seq
           move zero to PYH-Item-Seq
           start Payment-History-File
               key is greater than or equal to PYH-Key
           end-start
           if Payment-History-Not-Found
               set Payment-History-EOF to true
           else
               perform 3150-Read-Next-History
           end-if
           perform with test before
                   until Payment-History-EOF
                   or Payment-Found
                   or PYH-Account not equal RTI-Account
                   or PYH-Payment-Date not equal RTI-Deposit-Date
               if PYH-Payment-Entry
                   and PYH-Applied
                   and PYH-Amount equal RTI-Amount
                   set Payment-Found to true
                   move PYH-Key to Found-Payment-Key
                   move PYH-Applied-Amount to FND-Applied-Amount
                   move PYH-Credit-Banked to FND-Credit-Banked
                   move PYH-Last-Payment-Stamped
                       to FND-Last-Payment-Stamped
                   move PYH-Prior-Last-Payment
                       to FND-Prior-Last-Payment
               else
                   perform 3150-Read-Next-History
               end-if
           end-perform
           .
       3150-Read-Next-History.
           read Payment-History-File next record
           end-read
           if not Payment-History-OK and not Payment-History-EOF
               move Payment-History-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "PAYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3200-Reopen-Paid-Items.
      *****************************************************************
      * The payment's item records follow it in key order, under the
      * same payment number.
      *****************************************************************
           move zero to Items-This-Payment
           perform 3150-Read-Next-History
           perform with test before
                   until Payment-History-EOF
                   or PYH-Account not equal FND-Account
                   or PYH-Payment-Date not equal FND-Payment-Date
                   or PYH-Payment-Seq not equal FND-Payment-Seq
               if PYH-Item-Entry
                   perform 3250-Reopen-One-Item
               end-if
               perform 3150-Read-Next-History
           end-perform
           .
       3250-Reopen-One-Item.
      *****************************************************************
      * An item still open just takes back what the payment took off
      * it; one the payment paid off is put back in invoice-date
      * order, the order BCTPOST keeps the items in.
      *****************************************************************
           add 1 to Items-This-Payment
           add 1 to Open-Items-Reopened
           move "N" to Item-Found-Switch
           perform varying Item-Sub from 1 by 1
                   until Item-Sub greater than Item-Count
                   or Item-Found
               if ITM-Invoice-Number(Item-Sub)
                       equal PYI-Invoice-Number
                   set Item-Found to true
                   add PYI-Amount-Relieved to ITM-Open-Amount(Item-Sub)
               end-if
           end-perform
           if not Item-Found
               if Item-Count equal 200
                   move "More than 200 open items on one account"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               compute Insert-Sub = Item-Count + 1
               end-compute
               perform varying Item-Sub from Item-Count by -1
                       until Item-Sub less than 1
                   if ITM-Invoice-Date(Item-Sub)
                           greater than PYI-Invoice-Date
                       move Item-Sub to Insert-Sub
                   end-if
               end-perform
               add 1 to Item-Count
               perform varying Shift-Sub from Item-Count by -1
                       until Shift-Sub not greater than Insert-Sub
                   move Item-Entry(Shift-Sub - 1)
                       to Item-Entry(Shift-Sub)
               end-perform
               move PYI-Invoice-Number
                   to ITM-Invoice-Number(Insert-Sub)
               move PYI-Invoice-Date to ITM-Invoice-Date(Insert-Sub)
               move PYI-Original-Amount
                   to ITM-Original-Amount(Insert-Sub)
               move PYI-Amount-Relieved
                   to ITM-Open-Amount(Insert-Sub)
           end-if
           .
       3300-Restore-Account.
      *****************************************************************
      * What the payment took off the balance goes back on.  What it
      * banked comes back off the credit balance; any of that credit
      * already refunded or absorbed is owed on the balance instead.
      *****************************************************************
           add FND-Applied-Amount to ACCT-Balance
           if FND-Credit-Banked greater than zero
               if ACCT-Credit-Balance not numeric
                   move zero to ACCT-Credit-Balance
               end-if
               if ACCT-Credit-Balance
                       not less than FND-Credit-Banked
                   subtract FND-Credit-Banked from ACCT-Credit-Balance
               else
                   compute Credit-Shortfall =
                       FND-Credit-Banked - ACCT-Credit-Balance
                   end-compute
                   move zero to ACCT-Credit-Balance
                   add Credit-Shortfall to ACCT-Balance
               end-if
           end-if
           if ACCT-Last-Payment-Date equal FND-Last-Payment-Stamped
               move FND-Prior-Last-Payment to ACCT-Last-Payment-Date
               add 1 to Dates-Restored
           end-if
           .
       3400-Mark-Payment-Returned.
           if RTI-Return-Date numeric
               and RTI-Return-Date greater than zero
               move RTI-Return-Date to Return-Date-Used
           else
               move RDT-YYYYMMDD to Return-Date-Used
           end-if
           move Found-Payment-Key to PYH-Key
           read Payment-History-File
           end-read
           if not Payment-History-OK
               move Payment-History-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "PAYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           set PYH-Returned to true
           move Return-Date-Used to PYH-Returned-Date
           rewrite FD-Payment-History-Record
           end-rewrite
           if not Payment-History-OK
               move Payment-History-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "PAYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3500-Assess-Returned-Check-Fee.
           if Fee-Count equal 500
               move "More than 500 returned-check fees on one run"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Fee-Count
           move ACCT-Number to FEE-Account(Fee-Count)
           move Returned-Check-Fee to FEE-Amount(Fee-Count)
           add Returned-Check-Fee to Total-Fees
           .
       3600-Write-Returned-Feed.
           move spaces to Returned-Feed-Record
           move ACCT-Number to NSF-Account
           move RTI-Amount to NSF-Amount
           move RDT-YYYYMMDD to NSF-Date
           move RTI-Deposit-Date to NSF-Deposit-Date
           move RTI-Return-Reason to NSF-Return-Reason
           write Returned-Feed-Record
           if not Returned-Feed-OK
               move Returned-Feed-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "NSFGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3700-Count-Recent-Returns.
      *****************************************************************
      * Count the account's payments returned inside the past year,
      * this one included; the second puts the account on hold.
      *****************************************************************
           move zero to Returns-In-Window
           move ACCT-Number to PYH-Account
           move zero to PYH-Payment-Date
           move zero to PYH-Payment-Seq
           move zero to PYH-Item-Seq
           start Payment-History-File
               key is greater than or equal to PYH-Key
           end-start
           if Payment-History-Not-Found
               set Payment-History-EOF to true
           else
               perform 3150-Read-Next-History
           end-if
           perform with test before
                   until Payment-History-EOF
                   or PYH-Account not equal ACCT-Number
               if PYH-Payment-Entry and PYH-Returned
                   compute Return-Age-Days = Run-Integer-Date
                       - function integer-of-date(PYH-Returned-Date)
                   end-compute
                   if Return-Age-Days not greater than
                           Repeat-Window-Days
                       add 1 to Returns-In-Window
                   end-if
               end-if
               perform 3150-Read-Next-History
           end-perform
           if Returns-In-Window not less than Repeat-Hold-Count
               perform 3800-Place-Credit-Hold
           end-if
           .
       3800-Place-Credit-Hold.
      *****************************************************************
      * A returned-check hold, dated today so it stands a year; an
      * account already on hold for aging has its hold turned into
      * one.
      *****************************************************************
           move ACCT-Number to CRD-Account
           read Credit-Hold-File
           end-read
           if not Credit-Hold-OK and not Credit-Hold-Not-Found
               move Credit-Hold-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move RDT-YYYYMMDD to CRD-Hold-Date
           move ACCT-Balance to CRD-Balance
           set CRD-Returned-Check-Hold to true
           if Credit-Hold-Not-Found
               move ACCT-Number to CRD-Account
               write FD-Credit-Hold-Record
               end-write
               move Const-WRITE to Error-Operation
           else
               rewrite FD-Credit-Hold-Record
               end-rewrite
               move Const-WRITE to Error-Operation
           end-if
           if not Credit-Hold-OK
               move Credit-Hold-File-Status to Error-Status
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Holds-Placed
           move ACCT-Number to RPT-Hold-Account
           move Returns-In-Window to RPT-Hold-Returns
           display Hold-Line
           .
       4100-Write-Surviving-Items.
           perform varying Item-Sub from 1 by 1
                   until Item-Sub greater than Item-Count
               if ITM-Open-Amount(Item-Sub) greater than zero
                   move spaces to FD-New-Item-Record
                   move ACCT-Number
                       to OPI-Account in FD-New-Item-Record
                   move ITM-Invoice-Number(Item-Sub)
                       to OPI-Invoice-Number in FD-New-Item-Record
                   move ITM-Invoice-Date(Item-Sub)
                       to OPI-Invoice-Date in FD-New-Item-Record
                   move ITM-Original-Amount(Item-Sub)
                       to OPI-Original-Amount in FD-New-Item-Record
                   move ITM-Open-Amount(Item-Sub)
                       to OPI-Open-Amount in FD-New-Item-Record
                   write FD-New-Item-Record
                   perform 4200-Check-Item-Write
               end-if
           end-perform
           move zero to Item-Count
           .
       4200-Check-Item-Write.
           if not New-Item-OK
               move New-Item-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "OPENITMO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7000-Write-Fee-Batch.
      *****************************************************************
      * One balanced batch in BCTLIN layout, the way LATECHG writes
      * its charges: the header carries the fee count, then one
      * invoice per fee - so BATCTL's tally check holds and the fees
      * post like any other batch.  A run with no reversals writes
      * no batch at all.
      *****************************************************************
           open output Fee-Batch-File
           if not Fee-Batch-OK
               move Fee-Batch-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "NSFCHGO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Fee-Count greater than zero
               move RDT-YYYYMMDD(3:6) to BNB-Month-Day
               move Batch-Number-Built to HDR-Batch-Number
               move RDT-YYYYMMDD to HDR-Create-Date
               move Fee-Count to HDR-Invoice-Count
               write Fee-Batch-Record from Header-Out
               perform 7100-Check-Batch-Write
               move zero to Fee-Sequence
               perform varying Fee-Ix from 1 by 1
                       until Fee-Ix greater than Fee-Count
                   add 1 to Fee-Sequence
                   move Fee-Sequence to INB-Sequence
                   move Invoice-Number-Built to INV-Invoice-Number
                   move FEE-Amount(Fee-Ix) to INV-Invoice-Total
                   move FEE-Amount(Fee-Ix) to INV-Exempt-Amount
                   move RDT-YYYYMMDD to INV-Invoice-Date
                   move FEE-Account(Fee-Ix) to INV-Invoice-Account
                   write Fee-Batch-Record from Invoice-Out
                   perform 7100-Check-Batch-Write
               end-perform
           end-if
           close Fee-Batch-File
           .
       7100-Check-Batch-Write.
           if not Fee-Batch-OK
               move Fee-Batch-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "NSFCHGO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7200-Reject-Returned-Item.
           move Sorted-Returned-Record(1:7) to RPT-Rej-Account
           move Sorted-Returned-Record(8:8) to RPT-Rej-Deposit-Date
           move Sorted-Returned-Record(16:9) to RPT-Rej-Amount
           display Reject-Line
           add 1 to Items-Rejected
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Items-Returned to RPT-Items-Returned
           move Payments-Reversed to RPT-Payments-Reversed
           move Items-Rejected to RPT-Items-Rejected
           move Total-Reversed to RPT-Total-Reversed
           move Total-Fees to RPT-Total-Fees
           move Open-Items-Reopened to RPT-Items-Reopened
           move Dates-Restored to RPT-Dates-Restored
           move Holds-Placed to RPT-Holds-Placed
           display space
           display Totals-Line
           display Totals-Line-2
           .
       9900-Housekeeping.
           close Returned-Feed-File
           close Credit-Hold-File
           close Payment-History-File
           close New-Item-File
           if Open-Item-File-Present
               close Open-Item-File
           end-if
           close New-Accounts-File
           close Accounts-File
           close Sorted-Returned-File
           .
