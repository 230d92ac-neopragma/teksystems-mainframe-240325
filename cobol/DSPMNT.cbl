       Identification Division.
       Program-Id. DSPMNT.
      *****************************************************************
      * Disputed-invoice maintenance.  Collections keys one card per
      * action against the DISPUTE KSDS:
      *   O - open a dispute on an open item, with the reason, the
      *       person who owns chasing it, and the amount in dispute
      *       (zero or blank disputes the item's whole open amount);
      *   C - change an open dispute's owner, reason, or amount;
      *   R - resolve it: C credited, P customer pays after all, or
      *       W written off, with a line of resolution text.
      * An open is checked against OPENITEM - the invoice has to be
      * open on the account, and the amount cannot exceed what is
      * open - so the cards are sorted into account order and each
      * account's items loaded as the cards reach it, the way CSHAPP
      * loads them.  Every card applied or rejected is listed.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Txn-File
               Assign to "DSPTXN"
               Organization Sequential
               Access Sequential
               File Status Txn-File-Status.
           Select Sorted-Txn-File
               Assign to "DSPTSRT"
               Organization Sequential
               Access Sequential
               File Status Sorted-Txn-File-Status.
           Select Txn-Sort-File
               Assign to "SORTWK01".
           Select Open-Item-File
               Assign to "OPENITEM"
               Organization Sequential
               Access Sequential
               File Status Open-Item-File-Status.
           Select Dispute-File
               Record Key DSP-Key
               Assign to "DISPUTE"
               Organization Indexed
               Access Random
               File Status Dispute-File-Status.
       Data Division.
       File Section.
       FD  Txn-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Txn-Record                     pic x(80).
       FD  Sorted-Txn-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Sorted-Txn-Record.
           05  TXN-Action                 pic x(1).
               88  TXN-Open               value "O".
               88  TXN-Change             value "C".
               88  TXN-Resolve            value "R".
           05  TXN-Account                pic 9(7).
           05  TXN-Invoice-Number         pic x(6).
           05  TXN-Amount                 pic 9(7)v99.
           05  TXN-Owner                  pic x(8).
           05  TXN-Resolution-Code        pic x(1).
               88  TXN-Valid-Resolution   values "C" "P" "W".
      * The reason on an O or C card, the resolution on an R card.
           05  TXN-Text                   pic x(30).
           05  filler                     pic x(18).
       SD  Txn-Sort-File.
       01  SD-Txn-Record.
           05  filler                     pic x(1).
           05  SRT-Account                pic 9(7).
           05  SRT-Invoice-Number         pic x(6).
           05  filler                     pic x(66).
       FD  Open-Item-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Open-Item-Record.
           copy OPENITEM.
       FD  Dispute-File.
       01  FD-Dispute-Record.
           copy DISPUTE.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Txn-File-Status            pic x(02).
               88  Txn-File-OK            value "00".
           05  Sorted-Txn-File-Status     pic x(02).
               88  Sorted-Txn-OK          value "00".
               88  Sorted-Txn-EOF         value "10".
           05  Open-Item-File-Status      pic x(02).
               88  Open-Item-OK           value "00".
               88  Open-Item-EOF          value "10".
           05  Dispute-File-Status        pic x(02).
               88  Dispute-OK             value "00".
               88  Dispute-Not-Found      value "23".
       01  This-Program-Id                pic x(8) value "DSPMNT".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
      *****************************************************************
      * The open items of the account the cards have reached.
      *****************************************************************
       01  Items-Account                  pic 9(07) value zero.
       01  Item-Count                     pic 9(03) value zero.
       01  Item-Table.
           05  Item-Entry occurs 1 to 200 times
                   depending on Item-Count
                   indexed by Item-Ix.
               10  ITM-Invoice-Number     pic x(6).
               10  ITM-Open-Amount        pic 9(7)v99.
       01  Maintenance-Counters.
           05  Disputes-Opened            pic 9(05) comp.
           05  Disputes-Changed           pic 9(05) comp.
           05  Disputes-Resolved          pic 9(05) comp.
           05  Txns-Rejected              pic 9(05) comp.
       01  Report-Lines.
           05  Audit-Line.
               10  RPT-Action-Desc        pic x(9).
               10  filler                 pic x(01) value space.
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Invoice-Number     pic x(6).
               10  filler                 pic x(02) value spaces.
               10  RPT-Amount             pic $zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Owner              pic x(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Text               pic x(30).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Account        pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Rej-Invoice        pic x(6).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(50).
           05  Totals-Line.
               10  filler                 pic x(09)
                   value "Opened: ".
               10  RPT-Opened             pic zz,zz9.
               10  filler                 pic x(11)
                   value "  Changed: ".
               10  RPT-Changed            pic zz,zz9.
               10  filler                 pic x(12)
                   value "  Resolved: ".
               10  RPT-Resolved           pic zz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Rejected           pic zz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Sort-Transactions
           perform 2000-Apply-Transactions
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Disputes-Opened
           move zero to Disputes-Changed
           move zero to Disputes-Resolved
           move zero to Txns-Rejected
           move function current-date to Run-Date-Time
           .
       1000-Sort-Transactions.
           sort Txn-Sort-File
               on ascending key SRT-Account SRT-Invoice-Number
               with duplicates in order
               using Txn-File
               giving Sorted-Txn-File
           if not sort-return equal zero
               move "SORT Transactions" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Apply-Transactions.
           open input Sorted-Txn-File
           if not Sorted-Txn-OK
               move Sorted-Txn-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DSPTSRT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Open-Item-File
           if not Open-Item-OK
               move Open-Item-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "OPENITEM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open i-o Dispute-File
           if not Dispute-OK
               move Dispute-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DISPUTE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2200-Read-Next-Open-Item
           perform 2100-Read-Next-Txn
           perform with test before
                   until Sorted-Txn-EOF
               if TXN-Account not equal Items-Account
                   perform 2300-Load-Account-Items
               end-if
               perform 3000-Apply-One-Txn
               perform 2100-Read-Next-Txn
           end-perform
           close Open-Item-File
           close Sorted-Txn-File
           .
       2100-Read-Next-Txn.
           read Sorted-Txn-File
           if not Sorted-Txn-OK and not Sorted-Txn-EOF
               move Sorted-Txn-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "DSPTSRT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Read-Next-Open-Item.
           read Open-Item-File
           if not Open-Item-OK and not Open-Item-EOF
               move Open-Item-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "OPENITEM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Open-Item-EOF
               move 9999999 to OPI-Account
           end-if
           .
       2300-Load-Account-Items.
      *****************************************************************
      * Items ahead of the card's account are passed over; the
      * account's own items load into the table.
      *****************************************************************
           move TXN-Account to Items-Account
           move zero to Item-Count
           perform with test before
                   until Open-Item-EOF
                   or OPI-Account not less than TXN-Account
               perform 2200-Read-Next-Open-Item
           end-perform
           perform with test before
                   until Open-Item-EOF
                   or OPI-Account not equal TXN-Account
               if Item-Count equal 200
                   move "More than 200 open items on one account"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Item-Count
               move OPI-Invoice-Number
                   to ITM-Invoice-Number(Item-Count)
               move OPI-Open-Amount to ITM-Open-Amount(Item-Count)
               perform 2200-Read-Next-Open-Item
           end-perform
           .
       3000-Apply-One-Txn.
           move TXN-Account to DSP-Account
           move TXN-Invoice-Number to DSP-Invoice-Number
           read Dispute-File
           end-read
           if not Dispute-OK and not Dispute-Not-Found
               move Dispute-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "DISPUTE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           evaluate true
               when TXN-Open
                   perform 3100-Open-Dispute
               when TXN-Change
                   perform 3200-Change-Dispute
               when TXN-Resolve
                   perform 3300-Resolve-Dispute
               when other
                   move "action must be O, C, or R" to RPT-Rej-Reason
                   perform 7200-Reject-Txn
           end-evaluate
           .
       3100-Open-Dispute.
      *****************************************************************
      * A resolved dispute on the same invoice is history and is
      * simply reopened over; an open one is a duplicate.
      *****************************************************************
           set Item-Ix to 1
           search Item-Entry
               at end
                   set Item-Ix to Item-Count
                   set Item-Ix up by 1
               when ITM-Invoice-Number(Item-Ix)
                       equal TXN-Invoice-Number
                   continue
           end-search
           evaluate true
               when Dispute-OK and DSP-Open
                   move "invoice is already in dispute"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
               when Item-Count equal zero
                    or Item-Ix greater than Item-Count
                   move "invoice is not open on the account"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
               when TXN-Amount numeric
                    and TXN-Amount greater than
                        ITM-Open-Amount(Item-Ix)
                   move "amount is more than the invoice has open"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
               when TXN-Text equal spaces
                    or TXN-Owner equal spaces
                   move "a dispute needs a reason and an owner"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
               when other
                   move spaces to FD-Dispute-Record
                   move TXN-Account to DSP-Account
                   move TXN-Invoice-Number to DSP-Invoice-Number
                   if TXN-Amount numeric
                       and TXN-Amount greater than zero
                       move TXN-Amount to DSP-Disputed-Amount
                   else
                       move ITM-Open-Amount(Item-Ix)
                           to DSP-Disputed-Amount
                   end-if
                   move TXN-Text to DSP-Reason
                   move RDT-YYYYMMDD to DSP-Opened-Date
                   move TXN-Owner to DSP-Owner
                   set DSP-Open to true
                   move zero to DSP-Resolved-Date
                   if Dispute-OK
                       rewrite FD-Dispute-Record
                       end-rewrite
                   else
                       write FD-Dispute-Record
                       end-write
                   end-if
                   perform 7300-Check-Dispute-Write
                   move "Opened" to RPT-Action-Desc
                   move DSP-Reason to RPT-Text
                   perform 7100-Write-Audit-Line
                   add 1 to Disputes-Opened
           end-evaluate
           .
       3200-Change-Dispute.
           if Dispute-OK and DSP-Open
               if TXN-Owner not equal spaces
                   move TXN-Owner to DSP-Owner
               end-if
               if TXN-Text not equal spaces
                   move TXN-Text to DSP-Reason
               end-if
               if TXN-Amount numeric
                   and TXN-Amount greater than zero
                   move TXN-Amount to DSP-Disputed-Amount
               end-if
               rewrite FD-Dispute-Record
               end-rewrite
               perform 7300-Check-Dispute-Write
               move "Changed" to RPT-Action-Desc
               move DSP-Reason to RPT-Text
               perform 7100-Write-Audit-Line
               add 1 to Disputes-Changed
           else
               move "no open dispute on the invoice" to RPT-Rej-Reason
               perform 7200-Reject-Txn
           end-if
           .
       3300-Resolve-Dispute.
           evaluate true
               when not Dispute-OK or not DSP-Open
                   move "no open dispute on the invoice"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
               when not TXN-Valid-Resolution
                   move "resolution must be C, P, or W"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
               when other
                   set DSP-Resolved to true
                   move TXN-Resolution-Code to DSP-Resolution-Code
                   move TXN-Text to DSP-Resolution
                   move RDT-YYYYMMDD to DSP-Resolved-Date
                   rewrite FD-Dispute-Record
                   end-rewrite
                   perform 7300-Check-Dispute-Write
                   move "Resolved" to RPT-Action-Desc
                   move DSP-Resolution to RPT-Text
                   perform 7100-Write-Audit-Line
                   add 1 to Disputes-Resolved
           end-evaluate
           .
       7100-Write-Audit-Line.
           move DSP-Account to RPT-Account
           move DSP-Invoice-Number to RPT-Invoice-Number
           move DSP-Disputed-Amount to RPT-Amount
           move DSP-Owner to RPT-Owner
           display Audit-Line
           .
       7200-Reject-Txn.
           move TXN-Account to RPT-Rej-Account
           move TXN-Invoice-Number to RPT-Rej-Invoice
           display Reject-Line
           add 1 to Txns-Rejected
           .
       7300-Check-Dispute-Write.
           if not Dispute-OK
               move Dispute-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "DISPUTE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Disputes-Opened to RPT-Opened
           move Disputes-Changed to RPT-Changed
           move Disputes-Resolved to RPT-Resolved
           move Txns-Rejected to RPT-Rejected
           display space
           display Totals-Line
           .
       9900-Close.
           close Dispute-File
           .
