       Identification Division.
       Program-Id. AGYREM.
      *****************************************************************
      * Collection-agency remittance.  Once a month the agency sends
      * what it collected on the accounts AGYPLC placed with it, net
      * of its commission, as a transmission laid out the lockbox
      * way: an H header (agency code, remittance date, item count,
      * gross and commission totals), D detail items (account, date
      * collected, gross, commission, net), and a T trailer
      * repeating the count and totals.  Each item is validated -
      * numeric account and amounts, net equal to gross less
      * commission, and an account this agency was actually working
      * when the money came in (placed, or recalled or closed no
      * earlier than the collection date) off the AGYPLACE file.
      *
      * On the LBXIMP discipline, nothing is released unless the
      * whole transmission balances to the agency's own header and
      * trailer and every item is clean; rejected items go to the
      * repairable AGYREJ file in their original image.  A released
      * remittance does four things:
      *
      *   - the gross collected on each account is added to the end
      *     of the day's PAYMENTS file, so CSHAPP takes it off the
      *     customer's balance like any other payment - run this
      *     after LBXIMP has written the day's lockbox payments;
      *   - the commission goes to the AGYGL feed, which GLJRNL
      *     books DR collection commission expense / CR cash, so
      *     cash nets to what the agency actually sent;
      *   - the collected and commission totals and the remittance
      *     date are added into each account's placement, written to
      *     AGYPLACO;
      *   - the net the agency sent goes on the DEPLOG book deposit
      *     log for BANKREC to find on the bank statement.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Remittance-File
               Assign to "AGYREMIT"
               Organization Sequential
               Access Sequential
               File Status Remittance-File-Status.
           Select Placement-File
               Assign to "AGYPLACE"
               Organization Sequential
               Access Sequential
               File Status Placement-File-Status.
           Select New-Placement-File
               Assign to "AGYPLACO"
               Organization Sequential
               Access Sequential
               File Status New-Placement-File-Status.
           Select Payment-File
               Assign to "PAYMENTS"
               Organization Sequential
               Access Sequential
               File Status Payment-File-Status.
           Select Commission-Feed-File
               Assign to "AGYGL"
               Organization Sequential
               Access Sequential
               File Status Commission-Feed-File-Status.
           Select Reject-File
               Assign to "AGYREJ"
               Organization Sequential
               Access Sequential
               File Status Reject-File-Status.
           Select Deposit-Log-File
               Assign to "DEPLOG"
               Organization Sequential
               Access Sequential
               File Status Deposit-Log-File-Status.
       Data Division.
       File Section.
       FD  Remittance-File
           Recording Mode F
           Record Contains 80 Characters
           Block Contains 0 Records
           Data Record Remittance-Header-Record.
       01  Remittance-Header-Record.
           05  REM-Record-Type            pic x.
               88  Remittance-Header      value "H".
               88  Remittance-Detail      value "D".
               88  Remittance-Trailer     value "T".
           05  REH-Agency-Code            pic x(4).
           05  REH-Remit-Date             pic 9(8).
           05  REH-Item-Count             pic 9(5).
           05  REH-Gross-Total            pic 9(9)v99.
           05  REH-Commission-Total       pic 9(9)v99.
           05  filler                     pic x(40).
       01  Remittance-Detail-Record
               redefines Remittance-Header-Record.
           05  filler                     pic x.
           05  RED-Account                pic x(7).
           05  RED-Account-Num redefines RED-Account
                                          pic 9(7).
           05  RED-Collected-Date         pic x(8).
           05  RED-Collected-Date-Num redefines RED-Collected-Date
                                          pic 9(8).
           05  RED-Gross                  pic x(9).
           05  RED-Gross-Num redefines RED-Gross
                                          pic 9(7)v99.
           05  RED-Commission             pic x(9).
           05  RED-Commission-Num redefines RED-Commission
                                          pic 9(7)v99.
           05  RED-Net                    pic x(9).
           05  RED-Net-Num redefines RED-Net
                                          pic 9(7)v99.
           05  filler                     pic x(37).
       01  Remittance-Trailer-Record
               redefines Remittance-Header-Record.
           05  filler                     pic x.
           05  RET-Item-Count             pic 9(5).
           05  RET-Gross-Total            pic 9(9)v99.
           05  RET-Commission-Total       pic 9(9)v99.
           05  filler                     pic x(52).
       FD  Placement-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Placement-Record.
           copy AGYPLACE.
       FD  New-Placement-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Placement-Record           pic x(80).
       FD  Payment-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as CSHAPP's Payment-Record.
       01  Payment-Record.
           05  PAY-Account                pic 9(07).
           05  PAY-Date                   pic 9(08).
           05  PAY-Amount                 pic 9(07)v99.
           05  PAY-Invoice-Number         pic x(6).
           05  filler                     pic x(50).
       FD  Commission-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as the WRITEOFF and NSFREV GL feeds.
       01  Commission-Feed-Record.
           05  ACF-Account                pic 9(7).
           05  ACF-Amount                 pic 9(7)v99.
           05  ACF-Date                   pic 9(8).
           05  filler                     pic x(56).
       FD  Reject-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Reject-Record                  pic x(80).
       FD  Deposit-Log-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Deposit-Log-Record.
           copy DEPLOG.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Remittance-File-Status     pic x(02).
               88  Remittance-File-OK     value "00".
               88  Remittance-File-EOF    value "10".
           05  Placement-File-Status      pic x(02).
               88  Placement-File-OK      value "00".
               88  Placement-File-EOF     value "10".
           05  New-Placement-File-Status  pic x(02).
               88  New-Placement-OK       value "00".
           05  Payment-File-Status        pic x(02).
               88  Payment-File-OK        value "00".
           05  Commission-Feed-File-Status
                                          pic x(02).
               88  Commission-Feed-OK     value "00".
           05  Reject-File-Status         pic x(02).
               88  Reject-File-OK         value "00".
           05  Deposit-Log-File-Status    pic x(02).
               88  Deposit-Log-OK         value "00".
       01  This-Program-Id                pic x(8) value "AGYREM".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
      *****************************************************************
      * The placements, loaded up front in file (account) order so
      * each item can be checked against its placement, and this
      * run's collections tallied against the same entry the
      * release pass finds in the same position on the file.
      *****************************************************************
       01  Placement-Count                pic 9(04) value zero.
       01  Placement-Table.
           05  Placement-Entry occurs 1 to 5000 times
                   depending on Placement-Count
                   ascending key PLT-Account
                   indexed by Placement-Ix.
               10  PLT-Account            pic 9(7).
               10  PLT-Agency-Code        pic x(4).
               10  PLT-Status             pic x(1).
               10  PLT-Status-Date        pic 9(8).
               10  PLT-Gross-This-Run     pic 9(7)v99.
               10  PLT-Commission-This-Run
                                          pic 9(7)v99.
       01  Placement-Sub                  pic 9(04) comp.
      *****************************************************************
      * The clean items, buffered until the transmission balances -
      * only then is anything written.
      *****************************************************************
       01  Item-Count                     pic 9(05) value zero.
       01  Item-Table.
           05  Item-Entry occurs 1 to 2000 times
                   depending on Item-Count
                   indexed by Item-Ix.
               10  ITM-Account            pic 9(7).
               10  ITM-Collected-Date     pic 9(8).
               10  ITM-Gross              pic 9(7)v99.
               10  ITM-Commission         pic 9(7)v99.
       01  Control-Fields.
           05  Header-Seen-Switch         pic x value "N".
               88  Header-Was-Seen        value "Y".
           05  Trailer-Seen-Switch        pic x value "N".
               88  Trailer-Was-Seen       value "Y".
           05  Placement-Found-Switch     pic x value "N".
               88  Placement-Was-Found    value "Y".
           05  Remitting-Agency           pic x(4).
           05  Remit-Date                 pic 9(8).
           05  Agency-Item-Count          pic 9(5).
           05  Agency-Gross-Total         pic 9(9)v99.
           05  Agency-Commission-Total    pic 9(9)v99.
           05  Items-Tallied              pic 9(5) value zero.
           05  Gross-Tallied              pic 9(11)v99 value zero.
           05  Commission-Tallied         pic 9(11)v99 value zero.
       01  Remittance-Counters.
           05  Records-Read               pic 9(07) comp.
           05  Items-Accepted             pic 9(07) comp.
           05  Items-Rejected             pic 9(07) comp.
           05  Placements-Updated         pic 9(07) comp.
           05  Total-Gross                pic 9(9)v99 value zero.
           05  Total-Commission           pic 9(9)v99 value zero.
           05  Total-Net                  pic 9(9)v99 value zero.
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(30)
                   value "--- Collection Agency Remittan".
               10  filler                 pic x(11)
                   value "ce from    ".
               10  RPT-Agency-Code        pic x(4).
               10  filler                 pic x(04) value " ---".
           05  Item-Line.
               10  filler                 pic x(10)
                   value "Remitted  ".
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(02) value spaces.
               10  RPT-Collected-Date     pic 9999/99/99.
               10  filler                 pic x(08)
                   value "  gross ".
               10  RPT-Gross              pic $zzz,zz9.99.
               10  filler                 pic x(07)
                   value "  comm ".
               10  RPT-Commission         pic $zzz,zz9.99.
               10  filler                 pic x(06)
                   value "  net ".
               10  RPT-Net                pic $zzz,zz9.99.
           05  Reject-Report-Line.
               10  filler                 pic x(10)
                   value "Rejected  ".
               10  RPT-Rej-Account        pic x(7).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(44).
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Records read: ".
               10  RPT-Records-Read       pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Accepted: ".
               10  RPT-Items-Accepted     pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Items-Rejected     pic zzz,zz9.
               10  filler                 pic x(24)
                   value "  Placements updated:  ".
               10  RPT-Placements-Updated pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(15)
                   value "Gross:         ".
               10  RPT-Total-Gross        pic $zzz,zzz,zz9.99.
               10  filler                 pic x(14)
                   value "  Commission: ".
               10  RPT-Total-Commission   pic $zzz,zzz,zz9.99.
               10  filler                 pic x(07)
                   value "  Net: ".
               10  RPT-Total-Net          pic $zzz,zzz,zz9.99.
           05  Balanced-Line              pic x(48)
               value "Remittance balances - payments released".
           05  Out-of-Balance-Line        pic x(52)
               value "REMITTANCE OUT OF BALANCE - NOTHING RELEASED".
       Procedure Division.
           perform 0000-Initialize
           perform 0500-Load-Placement-Table
           perform 1000-Read-the-Transmission
           perform 5000-Balance-the-Transmission
           perform 6000-Release-Remittance
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Records-Read
           move zero to Items-Accepted
           move zero to Items-Rejected
           move zero to Placements-Updated
           move function current-date to Run-Date-Time
           open input Remittance-File
           if not Remittance-File-OK
               move Remittance-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGYREMIT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Reject-File
           if not Reject-File-OK
               move Reject-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGYREJ" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       0500-Load-Placement-Table.
           open input Placement-File
           if not Placement-File-OK
               move Placement-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGYPLACE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 0600-Read-Next-Placement
           perform with test before
                   until Placement-File-EOF
               if Placement-Count equal 5000
                   move "More than 5000 records on AGYPLACE"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Placement-Count
               move AGY-Account to PLT-Account(Placement-Count)
               move AGY-Agency-Code
                   to PLT-Agency-Code(Placement-Count)
               move AGY-Status to PLT-Status(Placement-Count)
               move AGY-Status-Date
                   to PLT-Status-Date(Placement-Count)
               move zero to PLT-Gross-This-Run(Placement-Count)
               move zero
                   to PLT-Commission-This-Run(Placement-Count)
               perform 0600-Read-Next-Placement
           end-perform
           close Placement-File
           .
       0600-Read-Next-Placement.
           read Placement-File
           if not Placement-File-OK and not Placement-File-EOF
               move Placement-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "AGYPLACE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Read-the-Transmission.
           perform 1100-Read-Next-Record
           perform with test before
                   until Remittance-File-EOF
               add 1 to Records-Read
               evaluate true
                   when Remittance-Header
                       set Header-Was-Seen to true
                       move REH-Agency-Code to Remitting-Agency
                       move REH-Remit-Date to Remit-Date
                       move REH-Item-Count to Agency-Item-Count
                       move REH-Gross-Total to Agency-Gross-Total
                       move REH-Commission-Total
                           to Agency-Commission-Total
                       move Remitting-Agency to RPT-Agency-Code
                       display Heading-Line-1
                       display space
                   when Remittance-Trailer
                       set Trailer-Was-Seen to true
                       perform 2000-Check-Trailer-Totals
                   when Remittance-Detail
                       if not Header-Was-Seen
                           move "Detail item ahead of the H header"
                               to Error-Message
                           perform 8900-Scream-and-Die
                       end-if
                       perform 3000-Validate-One-Item
                   when other
                       move spaces to RPT-Rej-Account
                       move "unrecognized record type"
                           to RPT-Rej-Reason
                       perform 3900-Reject-the-Item
               end-evaluate
               perform 1100-Read-Next-Record
           end-perform
           if not Header-Was-Seen
               move "Remittance has no H header - refused"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not Trailer-Was-Seen
               move "Remittance has no T trailer - refused"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1100-Read-Next-Record.
           read Remittance-File
           if not Remittance-File-OK and not Remittance-File-EOF
               move Remittance-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "AGYREMIT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Check-Trailer-Totals.
      *****************************************************************
      * The agency states its totals twice; a header and trailer
      * that disagree mean the transmission is damaged.
      *****************************************************************
           if RET-Item-Count not equal Agency-Item-Count
               or RET-Gross-Total not equal Agency-Gross-Total
               or RET-Commission-Total
                   not equal Agency-Commission-Total
               move "Agency header and trailer disagree - refused"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Validate-One-Item.
      *****************************************************************
      * Every item - clean or not - counts toward the agency's
      * totals; the agency counted it.  Only clean items make the
      * buffer.
      *****************************************************************
           add 1 to Items-Tallied
           if RED-Gross numeric
               add RED-Gross-Num to Gross-Tallied
           end-if
           if RED-Commission numeric
               add RED-Commission-Num to Commission-Tallied
           end-if
           move "N" to Placement-Found-Switch
           if RED-Account numeric
               search all Placement-Entry
                   at end
                       continue
                   when PLT-Account(Placement-Ix) equal RED-Account-Num
                       set Placement-Was-Found to true
               end-search
           end-if
           evaluate true
               when RED-Account not numeric
                   move RED-Account to RPT-Rej-Account
                   move "account is not numeric" to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when RED-Gross not numeric
                    or RED-Commission not numeric
                    or RED-Net not numeric
                   move RED-Account to RPT-Rej-Account
                   move "an amount is not numeric" to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when RED-Gross-Num equal zero
                   move RED-Account to RPT-Rej-Account
                   move "gross collected must be positive"
                       to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when RED-Commission-Num greater than RED-Gross-Num
                   move RED-Account to RPT-Rej-Account
                   move "commission is more than the gross"
                       to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when RED-Net-Num not equal
                    RED-Gross-Num - RED-Commission-Num
                   move RED-Account to RPT-Rej-Account
                   move "net is not gross less commission"
                       to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when RED-Collected-Date not numeric
                    or RED-Collected-Date-Num equal zero
                   move RED-Account to RPT-Rej-Account
                   move "collected date is missing or not numeric"
                       to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when not Placement-Was-Found
                   move RED-Account to RPT-Rej-Account
                   move "account was never placed with an agency"
                       to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when PLT-Agency-Code(Placement-Ix)
                    not equal Remitting-Agency
                   move RED-Account to RPT-Rej-Account
                   move "account is placed with another agency"
                       to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when PLT-Status(Placement-Ix) not equal "P"
                    and RED-Collected-Date-Num
                       greater than PLT-Status-Date(Placement-Ix)
                   move RED-Account to RPT-Rej-Account
                   move "collected after the account was taken back"
                       to RPT-Rej-Reason
                   perform 3900-Reject-the-Item
               when other
                   if Item-Count equal 2000
                       move "More than 2000 items on one remittance"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Item-Count
                   move RED-Account-Num to ITM-Account(Item-Count)
                   move RED-Collected-Date-Num
                       to ITM-Collected-Date(Item-Count)
                   move RED-Gross-Num to ITM-Gross(Item-Count)
                   move RED-Commission-Num
                       to ITM-Commission(Item-Count)
                   add RED-Gross-Num
                       to PLT-Gross-This-Run(Placement-Ix)
                   add RED-Commission-Num
                       to PLT-Commission-This-Run(Placement-Ix)
                   add 1 to Items-Accepted
           end-evaluate
           .
       3900-Reject-the-Item.
      *****************************************************************
      * The original image goes to the repairable reject file so the
      * clerk fixes the bytes that are wrong instead of re-keying
      * the whole item.
      *****************************************************************
           write Reject-Record from Remittance-Header-Record
           if not Reject-File-OK
               move Reject-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "AGYREJ" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           display Reject-Report-Line
           add 1 to Items-Rejected
           .
       5000-Balance-the-Transmission.
      *****************************************************************
      * What arrived must equal what the agency said it sent -
      * count, gross, and commission - or nothing is released.
      *****************************************************************
           if Items-Tallied equal Agency-Item-Count
               and Gross-Tallied equal Agency-Gross-Total
               and Commission-Tallied equal Agency-Commission-Total
               display Balanced-Line
           else
               display Out-of-Balance-Line
               move 8 to return-code
           end-if
           .
       6000-Release-Remittance.
      *****************************************************************
      * Only a balanced, fully clean remittance is released - a
      * rejected item has to be repaired and the job rerun, so the
      * payments, the commission, and the placement totals always
      * tell the same story.
      *****************************************************************
           if return-code equal zero
               and Items-Rejected equal zero
               perform 6100-Write-Payments-and-Commission
               perform 6500-Update-Placements
               perform 6700-Log-the-Deposit
           else
               if Items-Rejected greater than zero
                   display "Rejected items on AGYREJ - repair and rer"
                       "un before cash application"
                   if return-code equal zero
                       move 8 to return-code
                   end-if
               end-if
           end-if
           .
       6100-Write-Payments-and-Commission.
      *****************************************************************
      * The gross goes onto the end of the day's PAYMENTS, behind
      * whatever the lockbox import wrote; the commission is what
      * the agency kept of it.
      *****************************************************************
           open extend Payment-File
           if not Payment-File-OK
               open output Payment-File
           end-if
           if not Payment-File-OK
               move Payment-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "PAYMENTS" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Commission-Feed-File
           if not Commission-Feed-OK
               move Commission-Feed-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGYGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform varying Item-Ix from 1 by 1
                   until Item-Ix greater than Item-Count
               move spaces to Payment-Record
               move ITM-Account(Item-Ix) to PAY-Account
               move ITM-Collected-Date(Item-Ix) to PAY-Date
               move ITM-Gross(Item-Ix) to PAY-Amount
               write Payment-Record
               if not Payment-File-OK
                   move Payment-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "PAYMENTS" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               if ITM-Commission(Item-Ix) greater than zero
                   move spaces to Commission-Feed-Record
                   move ITM-Account(Item-Ix) to ACF-Account
                   move ITM-Commission(Item-Ix) to ACF-Amount
                   move RDT-YYYYMMDD to ACF-Date
                   write Commission-Feed-Record
                   if not Commission-Feed-OK
                       move Commission-Feed-File-Status
                           to Error-Status
                       move Const-WRITE to Error-Operation
                       move "AGYGL" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
               end-if
               move ITM-Account(Item-Ix) to RPT-Account
               move ITM-Collected-Date(Item-Ix) to RPT-Collected-Date
               move ITM-Gross(Item-Ix) to RPT-Gross
               move ITM-Commission(Item-Ix) to RPT-Commission
               compute RPT-Net =
                   ITM-Gross(Item-Ix) - ITM-Commission(Item-Ix)
               end-compute
               display Item-Line
               add ITM-Gross(Item-Ix) to Total-Gross
               add ITM-Commission(Item-Ix) to Total-Commission
           end-perform
           compute Total-Net = Total-Gross - Total-Commission
           close Commission-Feed-File
           close Payment-File
           .
       6500-Update-Placements.
      *****************************************************************
      * Second pass of AGYPLACE: record n on the file is entry n in
      * the table, so this run's collections are added straight in.
      *****************************************************************
           open input Placement-File
           if not Placement-File-OK
               move Placement-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGYPLACE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output New-Placement-File
           if not New-Placement-OK
               move New-Placement-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGYPLACO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move zero to Placement-Sub
           perform 0600-Read-Next-Placement
           perform with test before
                   until Placement-File-EOF
               add 1 to Placement-Sub
               if PLT-Gross-This-Run(Placement-Sub) greater than zero
                   add PLT-Gross-This-Run(Placement-Sub)
                       to AGY-Collected-Gross
                   add PLT-Commission-This-Run(Placement-Sub)
                       to AGY-Commission-Total
                   move Remit-Date to AGY-Last-Remit-Date
                   add 1 to Placements-Updated
               end-if
               write New-Placement-Record from FD-Placement-Record
               if not New-Placement-OK
                   move New-Placement-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "AGYPLACO" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 0600-Read-Next-Placement
           end-perform
           close New-Placement-File
           close Placement-File
           .
       6700-Log-the-Deposit.
           open extend Deposit-Log-File
           if not Deposit-Log-OK
               open output Deposit-Log-File
           end-if
           if not Deposit-Log-OK
               move Deposit-Log-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DEPLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move spaces to Deposit-Log-Record
           move Remit-Date to DPL-Deposit-Date
           set DPL-From-Agency to true
           string "AGENCY " delimited by size
                  Remitting-Agency delimited by size
               into DPL-Reference
           end-string
           move Item-Count to DPL-Item-Count
           move Total-Net to DPL-Amount
           move RDT-YYYYMMDD to DPL-Booked-Date
           move zero to DPL-Cleared-Date
           write Deposit-Log-Record
           if not Deposit-Log-OK
               move Deposit-Log-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "DEPLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           close Deposit-Log-File
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Records-Read to RPT-Records-Read
           move Items-Accepted to RPT-Items-Accepted
           move Items-Rejected to RPT-Items-Rejected
           move Placements-Updated to RPT-Placements-Updated
           move Total-Gross to RPT-Total-Gross
           move Total-Commission to RPT-Total-Commission
           move Total-Net to RPT-Total-Net
           display space
           display Totals-Line
           display Totals-Line-2
           .
       9900-Housekeeping.
           close Reject-File
           close Remittance-File
           .
