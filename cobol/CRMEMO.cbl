       Identification Division.
       Program-Id. CRMEMO.
      *****************************************************************
      * Credit-memo and invoice-adjustment processing.  A returned
      * shipment or a pricing error used to go through CSHAPP as a
      * fake payment or through WRITEOFF as bad debt, which bent
      * both the cash and the bad-debt numbers.  Driven by SYSIN
      * cards, one per credit memo: the account, the invoice the
      * credit is against, the amount, a reason code, and the memo
      * number off the credit-memo document.  Reason codes:
      *
      *   RT returned goods        PR pricing error
      *   DM damaged goods         SH short shipment
      *   AL allowance
      *
      * A memo reduces the named open item and the account balance
      * on the replacement files.  Whatever is left over - a credit
      * bigger than the item still has open, or against an invoice
      * already paid - is banked as the account's credit balance, the
      * same credit CRREFQ queues for refund and BCTPOST absorbs
      * against new invoices.  Every memo prints an audit line and
      * drops a record on the CRMGL feed, so GLJRNL journals it as
      * sales returns rather than cash and STMTGEN prints it on the
      * customer's statement.  A card with an unknown reason code, no
      * memo number, or no amount is rejected, and so is one for an
      * account not on file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
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
           Select Memo-Feed-File
               Assign to "CRMGL"
               Organization Sequential
               Access Sequential
               File Status Memo-Feed-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CMC-Account                pic 9(7).
           05  CMC-Invoice-Number         pic x(6).
           05  CMC-Amount                 pic 9(7)v99.
           05  CMC-Reason-Code            pic x(2).
           05  CMC-Memo-Number            pic x(6).
           05  filler                     pic x(50).
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
       FD  Memo-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout GLJRNL and STMTGEN read the feed with.
       01  Memo-Feed-Record.
           05  CMF-Account                pic 9(7).
           05  CMF-Amount                 pic 9(7)v99.
           05  CMF-Date                   pic 9(8).
           05  CMF-Memo-Number            pic x(6).
           05  CMF-Invoice-Number         pic x(6).
           05  CMF-Reason-Code            pic x(2).
           05  CMF-Reason-Desc            pic x(20).
           05  CMF-Applied-Amount         pic 9(7)v99.
           05  CMF-Banked-Amount          pic 9(7)v99.
           05  filler                     pic x(4).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
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
           05  Memo-Feed-File-Status      pic x(02).
               88  Memo-Feed-OK           value "00".
       01  Open-Item-File-Switch          pic x value "Y".
           88  Open-Item-File-Present     value "Y".
       01  This-Program-Id                pic x(8) value "CRMEMO".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
      *****************************************************************
      * The reason codes a credit memo may carry, with the wording
      * the statement prints.
      *****************************************************************
       01  Reason-Code-Values.
           05  filler                     pic x(22)
               value "RTReturned goods".
           05  filler                     pic x(22)
               value "PRPricing adjustment".
           05  filler                     pic x(22)
               value "DMDamaged goods".
           05  filler                     pic x(22)
               value "SHShort shipment".
           05  filler                     pic x(22)
               value "ALAllowance".
       01  Reason-Code-Table redefines Reason-Code-Values.
           05  Reason-Entry occurs 5 times
                   indexed by Reason-Ix.
               10  RSN-Code               pic x(2).
               10  RSN-Desc               pic x(20).
      *****************************************************************
      * The memo cards, loaded up front so the single accounts pass
      * can apply them in account order, in the order keyed.
      *****************************************************************
       01  Memo-Count                     pic 9(03) value zero.
       01  Memo-Table.
           05  Memo-Entry occurs 1 to 500 times
                   depending on Memo-Count
                   indexed by Memo-Ix.
               10  MMO-Account            pic 9(7).
               10  MMO-Invoice-Number     pic x(6).
               10  MMO-Amount             pic 9(7)v99.
               10  MMO-Reason-Code        pic x(2).
               10  MMO-Reason-Desc        pic x(20).
               10  MMO-Memo-Number        pic x(6).
               10  MMO-Used-Flag          pic x(1).
      *****************************************************************
      * The current account's open items - the same table WRITEOFF
      * keeps.
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
       01  Memo-Work-Fields.
           05  Applied-Amount             pic 9(7)v99.
           05  Banked-Amount              pic 9(7)v99.
           05  Item-Sub                   pic 9(3).
           05  Item-Found-Switch          pic x(1).
               88  Item-Found             value "Y".
       01  Report-Counters.
           05  Accounts-Read              pic 9(07) comp.
           05  Memos-Applied              pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
           05  Total-Credited             pic 9(9)v99 value zero.
           05  Total-Banked               pic 9(9)v99 value zero.
       01  Report-Lines.
           05  Audit-Line.
               10  RPT-Memo-Number        pic x(6).
               10  filler                 pic x(01) value space.
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Invoice-Number     pic x(6).
               10  filler                 pic x(01) value space.
               10  RPT-Reason-Desc        pic x(20).
               10  RPT-Amount             pic $zzz,zz9.99.
               10  filler                 pic x(10)
                   value "  to item ".
               10  RPT-Applied            pic $zzz,zz9.99.
               10  filler                 pic x(12)
                   value "  to credit ".
               10  RPT-Banked             pic $zzz,zz9.99.
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Account        pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Rej-Memo           pic x(6).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(44).
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Accounts read: ".
               10  RPT-Accounts-Read      pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Memos applied: ".
               10  RPT-Applied-Count      pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Rejected           pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Credited: ".
               10  RPT-Total              pic $zzz,zzz,zz9.99.
               10  filler                 pic x(21)
                   value "  To credit balance: ".
               10  RPT-Total-Banked       pic $zzz,zzz,zz9.99.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Memo-Cards
           perform 2000-Process-Accounts
           perform 8000-Report-Unused-Cards
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Accounts-Read
           move zero to Memos-Applied
           move zero to Cards-Rejected
           move function current-date to Run-Date-Time
           open input Control-Card-File
           if not Control-Card-OK
               move Control-Card-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
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
           open output Memo-Feed-File
           if not Memo-Feed-OK
               move Memo-Feed-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CRMGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Load-Memo-Cards.
           perform 1100-Read-Next-Card
           perform with test before
                   until Control-Card-EOF
               perform 1200-Load-One-Card
               perform 1100-Read-Next-Card
           end-perform
           close Control-Card-File
           .
       1100-Read-Next-Card.
           read Control-Card-File
               into Control-Card-Record
           end-read
           if not Control-Card-OK and not Control-Card-EOF
               move Control-Card-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1200-Load-One-Card.
           set Reason-Ix to 1
           search Reason-Entry
               at end
                   set Reason-Ix to 5
                   set Reason-Ix up by 1
               when RSN-Code(Reason-Ix) equal CMC-Reason-Code
                   continue
           end-search
           move CMC-Memo-Number to RPT-Rej-Memo
           evaluate true
               when CMC-Account not numeric
                    or CMC-Account equal zero
                   move zero to RPT-Rej-Account
                   move "memo account is not numeric"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Card
               when CMC-Amount not numeric
                    or CMC-Amount equal zero
                   move CMC-Account to RPT-Rej-Account
                   move "memo amount is missing or zero"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Card
               when CMC-Memo-Number equal spaces
                   move CMC-Account to RPT-Rej-Account
                   move "no credit-memo number on the card"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Card
               when CMC-Invoice-Number equal spaces
                   move CMC-Account to RPT-Rej-Account
                   move "no invoice number on the card"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Card
               when Reason-Ix greater than 5
                   move CMC-Account to RPT-Rej-Account
                   move "reason must be RT, PR, DM, SH, or AL"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Card
               when other
                   if Memo-Count equal 500
                       move "More than 500 credit memos on one run"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Memo-Count
                   move CMC-Account to MMO-Account(Memo-Count)
                   move CMC-Invoice-Number
                       to MMO-Invoice-Number(Memo-Count)
                   move CMC-Amount to MMO-Amount(Memo-Count)
                   move CMC-Reason-Code
                       to MMO-Reason-Code(Memo-Count)
                   move RSN-Desc(Reason-Ix)
                       to MMO-Reason-Desc(Memo-Count)
                   move CMC-Memo-Number
                       to MMO-Memo-Number(Memo-Count)
                   move "N" to MMO-Used-Flag(Memo-Count)
           end-evaluate
           .
       2000-Process-Accounts.
           perform 2100-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               add 1 to Accounts-Read
               perform 2600-Load-Account-Items
               perform 3000-Apply-Account-Memos
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
       3000-Apply-Account-Memos.
           perform varying Memo-Ix from 1 by 1
                   until Memo-Ix greater than Memo-Count
               if MMO-Account(Memo-Ix) equal ACCT-Number
                   move "Y" to MMO-Used-Flag(Memo-Ix)
                   perform 3500-Apply-One-Memo
               end-if
           end-perform
           .
       3500-Apply-One-Memo.
      *****************************************************************
      * The memo comes off the named item first, never past what the
      * item has open or the account owes; the rest is the
      * customer's money and is banked as credit the way CSHAPP banks
      * an overpayment.  The whole memo journals against A-R.
      *****************************************************************
           move "N" to Item-Found-Switch
           perform varying Item-Sub from 1 by 1
                   until Item-Sub greater than Item-Count
                   or Item-Found
               if ITM-Invoice-Number(Item-Sub)
                       equal MMO-Invoice-Number(Memo-Ix)
                   and ITM-Open-Amount(Item-Sub) greater than zero
                   set Item-Found to true
               end-if
           end-perform
           move zero to Applied-Amount
           if Item-Found
               subtract 1 from Item-Sub
               if MMO-Amount(Memo-Ix)
                       not less than ITM-Open-Amount(Item-Sub)
                   move ITM-Open-Amount(Item-Sub) to Applied-Amount
               else
                   move MMO-Amount(Memo-Ix) to Applied-Amount
               end-if
               if Applied-Amount greater than ACCT-Balance
                   move ACCT-Balance to Applied-Amount
               end-if
               subtract Applied-Amount from ITM-Open-Amount(Item-Sub)
               subtract Applied-Amount from ACCT-Balance
           end-if
           compute Banked-Amount = MMO-Amount(Memo-Ix) - Applied-Amount
           end-compute
           if Banked-Amount greater than zero
               if ACCT-Credit-Balance not numeric
                   move zero to ACCT-Credit-Balance
               end-if
               if ACCT-Credit-Balance equal zero
                   move RDT-YYYYMMDD to ACCT-Credit-Date
               end-if
               add Banked-Amount to ACCT-Credit-Balance
           end-if
           add MMO-Amount(Memo-Ix) to Total-Credited
           add Banked-Amount to Total-Banked
           add 1 to Memos-Applied
           move spaces to Memo-Feed-Record
           move ACCT-Number to CMF-Account
           move MMO-Amount(Memo-Ix) to CMF-Amount
           move RDT-YYYYMMDD to CMF-Date
           move MMO-Memo-Number(Memo-Ix) to CMF-Memo-Number
           move MMO-Invoice-Number(Memo-Ix) to CMF-Invoice-Number
           move MMO-Reason-Code(Memo-Ix) to CMF-Reason-Code
           move MMO-Reason-Desc(Memo-Ix) to CMF-Reason-Desc
           move Applied-Amount to CMF-Applied-Amount
           move Banked-Amount to CMF-Banked-Amount
           write Memo-Feed-Record
           if not Memo-Feed-OK
               move Memo-Feed-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "CRMGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move MMO-Memo-Number(Memo-Ix) to RPT-Memo-Number
           move ACCT-Number to RPT-Account
           move MMO-Invoice-Number(Memo-Ix) to RPT-Invoice-Number
           move MMO-Reason-Desc(Memo-Ix) to RPT-Reason-Desc
           move MMO-Amount(Memo-Ix) to RPT-Amount
           move Applied-Amount to RPT-Applied
           move Banked-Amount to RPT-Banked
           display Audit-Line
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
       7200-Reject-Card.
           display Reject-Line
           add 1 to Cards-Rejected
           .
       8000-Report-Unused-Cards.
           perform varying Memo-Ix from 1 by 1
                   until Memo-Ix greater than Memo-Count
               if MMO-Used-Flag(Memo-Ix) equal "N"
                   move MMO-Account(Memo-Ix) to RPT-Rej-Account
                   move MMO-Memo-Number(Memo-Ix) to RPT-Rej-Memo
                   move "account is not on the accounts file"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Card
               end-if
           end-perform
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Accounts-Read to RPT-Accounts-Read
           move Memos-Applied to RPT-Applied-Count
           move Cards-Rejected to RPT-Rejected
           move Total-Credited to RPT-Total
           move Total-Banked to RPT-Total-Banked
           display space
           display Totals-Line
           .
       9900-Housekeeping.
           close Memo-Feed-File
           close New-Item-File
           if Open-Item-File-Present
               close Open-Item-File
           end-if
           close New-Accounts-File
           close Accounts-File
           .
