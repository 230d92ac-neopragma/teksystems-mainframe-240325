      * original image for re-keying; an out-of-balance transmission
      * writes no payments at all and screams, because a
      * fat-fingered amount in cash application is the worst kind of
      * error to unwind.  A released transmission is one deposit at
      * the bank, and goes on the DEPLOG book deposit log for
      * BANKREC to find on the bank statement.  An item remitted on
      * an account ACCTMRG has since merged into another is posted
      * to the surviving account, through the ACCTFWD forwarding
      * file, and listed so the cash desk can tell the customer.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Sequential
               Access Sequential
               File Status Reject-File-Status.
           Select Deposit-Log-File
               Assign to "DEPLOG"
               Organization Sequential
               Access Sequential
               File Status Deposit-Log-File-Status.
           Select Forwarding-File
               Record Key FWD-Old-Account
               Assign to "ACCTFWD"
               Organization Indexed
               Access Random
               File Status Forwarding-File-Status.
       Data Division.
       File Section.
       FD  Lockbox-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Reject-Record                  pic x(80).
       FD  Deposit-Log-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Deposit-Log-Record.
           copy DEPLOG.
       FD  Forwarding-File.
       01  FD-Forwarding-Record.
           copy ACCTFWD.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Lockbox-File-Status        pic x(02).
               88  Payment-File-OK        value "00".
           05  Reject-File-Status         pic x(02).
               88  Reject-File-OK         value "00".
           05  Deposit-Log-File-Status    pic x(02).
               88  Deposit-Log-OK         value "00".
           05  Forwarding-File-Status     pic x(02).
               88  Forwarding-OK          value "00".
               88  Forwarding-Not-Found   value "23".
               88  Forwarding-Missing     value "35".
       01  Forwarding-File-Switch         pic x value "Y".
           88  Forwarding-File-Present    value "Y".
       01  This-Program-Id                pic x(8) value "LBXIMP".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
      *****************************************************************
      * The clean items, buffered until the transmission balances -
      * only then does the PAYMENTS file get written.
               88  Trailer-Was-Seen       value "Y".
           05  Bank-Item-Count            pic 9(5).
           05  Bank-Total-Amount          pic 9(9)v99.
           05  Bank-Deposit-Date          pic 9(8).
           05  Items-Tallied              pic 9(5) value zero.
           05  Amount-Tallied             pic 9(11)v99 value zero.
      * A survivor merged away in its turn is followed on; the cap
      * only guards against a forwarding loop.
           05  Forwarding-Hops            pic 9(2).
           05  Max-Forwarding-Hops        pic 9(2) value 10.
       01  Import-Counters.
           05  Records-Read               pic 9(07) comp.
           05  Items-Accepted             pic 9(07) comp.
           05  Items-Rejected             pic 9(07) comp.
           05  Items-Forwarded            pic 9(07) comp.
       01  Report-Lines.
           05  Reject-Report-Line.
               10  filler                 pic x(10)
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Items-Rejected     pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  Forwarded: ".
               10  RPT-Items-Forwarded    pic zzz,zz9.
           05  Forward-Line.
               10  filler                 pic x(10)
                   value "Forwarded ".
               10  RPT-Fwd-Old-Account    pic 9(7).
               10  filler                 pic x(18)
                   value " merged - paid to ".
               10  RPT-Fwd-New-Account    pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Fwd-Amount         pic $z,zzz,zz9.99.
           05  Balanced-Line              pic x(52)
               value "Transmission balances - PAYMENTS file released".
           05  Out-of-Balance-Line        pic x(56)
           move zero to Records-Read
           move zero to Items-Accepted
           move zero to Items-Rejected
           move zero to Items-Forwarded
           move function current-date to Run-Date-Time
           open input Lockbox-File
           if not Lockbox-File-OK
               move Lockbox-File-Status to Error-Status
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Forwarding-File
           if Forwarding-Missing
               move "N" to Forwarding-File-Switch
           else
               if not Forwarding-OK
                   move Forwarding-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "ACCTFWD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       1000-Read-the-Transmission.
           perform 1100-Read-Next-Record
                       set Header-Was-Seen to true
                       move LBH-Item-Count to Bank-Item-Count
                       move LBH-Total-Amount to Bank-Total-Amount
                       move LBH-Deposit-Date to Bank-Deposit-Date
                   when Lockbox-Trailer
                       set Trailer-Was-Seen to true
                       perform 2000-Check-Trailer-Totals
                   move LBD-Invoice-Number
                       to ITM-Invoice-Number(Item-Count)
                   add 1 to Items-Accepted
                   if Forwarding-File-Present
                       perform 3500-Forward-Merged-Account
                   end-if
           end-evaluate
           .
       3500-Forward-Merged-Account.
      *****************************************************************
      * The bank's own item is left as sent - it counts toward the
      * bank's totals under the number on the remittance - and only
      * the payment released to cash application is redirected.
      *****************************************************************
           move zero to Forwarding-Hops
           move ITM-Account(Item-Count) to FWD-Old-Account
           perform 3600-Read-Forwarding
           perform with test before
                   until not Forwarding-OK
               move FWD-New-Account to ITM-Account(Item-Count)
               add 1 to Forwarding-Hops
               if Forwarding-Hops greater than Max-Forwarding-Hops
                   move "ACCTFWD forwarding loops - merges need review"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move FWD-New-Account to FWD-Old-Account
               perform 3600-Read-Forwarding
           end-perform
           if Forwarding-Hops greater than zero
               add 1 to Items-Forwarded
               move LBD-Account-Num to RPT-Fwd-Old-Account
               move ITM-Account(Item-Count) to RPT-Fwd-New-Account
               move ITM-Amount(Item-Count) to RPT-Fwd-Amount
               display Forward-Line
           end-if
           .
       3600-Read-Forwarding.
           read Forwarding-File
           end-read
           if not Forwarding-OK and not Forwarding-Not-Found
               move Forwarding-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ACCTFWD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3900-Reject-the-Item.
      *****************************************************************
      * The original image goes to the repairable reject file so the
                   end-if
               end-perform
               close Payment-File
               perform 6500-Log-the-Deposit
           else
               if Items-Rejected greater than zero
                   display "Rejected items on LBXREJ - repair and rer"
               end-if
           end-if
           .
       6500-Log-the-Deposit.
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
           move Bank-Deposit-Date to DPL-Deposit-Date
           set DPL-From-Lockbox to true
           move "LOCKBOX" to DPL-Reference
           move Item-Count to DPL-Item-Count
           move Bank-Total-Amount to DPL-Amount
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
           move Records-Read to RPT-Records-Read
           move Items-Accepted to RPT-Items-Accepted
           move Items-Rejected to RPT-Items-Rejected
           move Items-Forwarded to RPT-Items-Forwarded
           display space
           display Totals-Line
           .
       9900-Housekeeping.
           if Forwarding-File-Present
               close Forwarding-File
           end-if
           close Reject-File
           close Lockbox-File
           .
