       Identification Division.
       Program-Id. CTRMNT.
      *****************************************************************
      * Recurring billing contract maintenance, on the PPLMNT
      * match/merge pattern: a card file of contract adds, changes,
      * and cancellations is sorted into account and contract-number
      * order and merged against the current CONTRACT file, writing
      * the new contract file in the same sequence with an audit
      * listing of every card applied or rejected.
      *
      * An add sets up a contract - description, amount per period,
      * frequency (M monthly, Q quarterly, S semiannual, A annual),
      * start date, and an optional end date - first billed on its
      * start date.  A contract taken over from manual billing can
      * carry a next bill date on the add card instead, so periods
      * already billed by hand are not billed again.  A change
      * replaces any field given on the card; a renewal is simply a
      * change to the end date, and puts an expired contract back
      * into billing.  A delete cancels the contract outright.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Txn-File
               Assign to "CTRTXN"
               Organization Sequential
               Access Sequential
               File Status Txn-File-Status.
           Select Sorted-Txn-File
               Assign to "CTRTSRT"
               Organization Sequential
               Access Sequential
               File Status Sorted-Txn-File-Status.
           Select Txn-Sort-File
               Assign to "SORTWK01".
           Select Contract-File
               Assign to "CONTRACT"
               Organization Sequential
               Access Sequential
               File Status Contract-File-Status.
           Select New-Contract-File
               Assign to "CONTRACO"
               Organization Sequential
               Access Sequential
               File Status New-Contract-File-Status.
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
               88  TXN-Add                value "A".
               88  TXN-Change             value "C".
               88  TXN-Delete             value "D".
           05  TXN-Key.
               10  TXN-Account            pic 9(7).
               10  TXN-Contract-Number    pic 9(2).
           05  TXN-Amount                 pic 9(7)v99.
           05  TXN-Frequency              pic x(1).
           05  TXN-Start-Date             pic 9(8).
           05  filler redefines TXN-Start-Date.
               10  TXN-Start-Year         pic 9(4).
               10  TXN-Start-Month        pic 9(2).
               10  TXN-Start-Day          pic 9(2).
           05  TXN-End-Date               pic 9(8).
           05  filler redefines TXN-End-Date.
               10  TXN-End-Year           pic 9(4).
               10  TXN-End-Month          pic 9(2).
               10  TXN-End-Day            pic 9(2).
           05  TXN-Next-Bill-Date         pic 9(8).
           05  filler redefines TXN-Next-Bill-Date.
               10  TXN-Next-Year          pic 9(4).
               10  TXN-Next-Month         pic 9(2).
               10  TXN-Next-Day           pic 9(2).
           05  TXN-Description            pic x(24).
           05  filler                     pic x(12).
       SD  Txn-Sort-File.
       01  SD-Txn-Record.
           05  filler                     pic x(1).
           05  SRT-Key                    pic 9(9).
           05  filler                     pic x(70).
       FD  Contract-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Contract-Record.
           copy CONTRACT.
       FD  New-Contract-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Contract-Record            pic x(80).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Txn-File-Status            pic x(02).
               88  Txn-File-OK            value "00".
           05  Sorted-Txn-File-Status     pic x(02).
               88  Sorted-Txn-OK          value "00".
               88  Sorted-Txn-EOF         value "10".
           05  Contract-File-Status       pic x(02).
               88  Contract-File-OK       value "00".
               88  Contract-File-EOF      value "10".
               88  Contract-File-Missing  value "35".
           05  New-Contract-File-Status   pic x(02).
               88  New-Contract-OK        value "00".
       01  Contract-File-Switch           pic x value "Y".
           88  Contract-File-Present      value "Y".
       01  This-Program-Id                pic x(8) value "CTRMNT".
           copy ERRCOMM.
       01  Build-Work-Record.
           copy CONTRACT.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Validation-Fields.
           05  Current-Txn-Key            pic x(9).
           05  Txn-Valid-Switch           pic x.
               88  Txn-Is-Valid           value "Y".
           05  Frequency-Check            pic x(1).
               88  Frequency-Is-Valid     value "M" "Q" "S" "A".
       01  Maintenance-Counters.
           05  Contracts-Added            pic 9(05) comp.
           05  Contracts-Changed          pic 9(05) comp.
           05  Contracts-Deleted          pic 9(05) comp.
           05  Txns-Rejected              pic 9(05) comp.
       01  Report-Lines.
           05  Audit-Line.
               10  RPT-Action-Desc        pic x(9).
               10  filler                 pic x(01) value space.
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value "-".
               10  RPT-Contract-Number    pic 9(2).
               10  filler                 pic x(02) value spaces.
               10  RPT-Description        pic x(24).
               10  filler                 pic x(01) value space.
               10  RPT-Amount             pic $zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Frequency          pic x(1).
               10  filler                 pic x(07)
                   value "  from ".
               10  RPT-Start-Date         pic 9(8).
               10  filler                 pic x(04) value " to ".
               10  RPT-End-Date           pic 9(8).
               10  filler                 pic x(12)
                   value "  next bill ".
               10  RPT-Next-Bill-Date     pic 9(8).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Account        pic 9(7).
               10  filler                 pic x(01) value "-".
               10  RPT-Rej-Contract       pic 9(2).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(50).
           05  Totals-Line.
               10  filler                 pic x(08)
                   value "Added: ".
               10  RPT-Added              pic zz,zz9.
               10  filler                 pic x(11)
                   value "  Changed: ".
               10  RPT-Changed            pic zz,zz9.
               10  filler                 pic x(11)
                   value "  Deleted: ".
               10  RPT-Deleted            pic zz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Rejected           pic zz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Sort-Transactions
           perform 2000-Merge-Transactions
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Contracts-Added
           move zero to Contracts-Changed
           move zero to Contracts-Deleted
           move zero to Txns-Rejected
           move function current-date to Run-Date-Time
           .
       1000-Sort-Transactions.
           sort Txn-Sort-File
               on ascending key SRT-Key
               with duplicates in order
               using Txn-File
               giving Sorted-Txn-File
           if not sort-return equal zero
               move "SORT Transactions" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Merge-Transactions.
      *****************************************************************
      * Match/merge by account and contract number.  A missing
      * contract file is the first load: every add inserts, and
      * every other action has nothing to match.  Cards for one
      * contract apply in the order they sort, each against the
      * contract as the one before left it.
      *****************************************************************
           open input Sorted-Txn-File
           if not Sorted-Txn-OK
               move Sorted-Txn-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CTRTSRT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Contract-File
           if Contract-File-Missing
               move "N" to Contract-File-Switch
               set Contract-File-EOF to true
               move all "9" to CTR-Key in Contract-Record
           else
               if not Contract-File-OK
                   move Contract-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "CONTRACT" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open output New-Contract-File
           if not New-Contract-OK
               move New-Contract-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CONTRACO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Txn
           if Contract-File-Present
               perform 2200-Read-Next-Contract
           end-if
           perform with test before
                   until Sorted-Txn-EOF and Contract-File-EOF
               evaluate true
                   when Contract-File-EOF
                        or (not Sorted-Txn-EOF
                            and TXN-Key less than
                                CTR-Key in Contract-Record)
                       perform 3000-Apply-Unmatched-Txns
                   when Sorted-Txn-EOF
                        or CTR-Key in Contract-Record
                            less than TXN-Key
                       move Contract-Record to Build-Work-Record
                       perform 7000-Write-New-Contract
                       perform 2200-Read-Next-Contract
                   when other
                       move Contract-Record to Build-Work-Record
                       perform 3500-Apply-Matched-Txns
                       perform 2200-Read-Next-Contract
               end-evaluate
           end-perform
           close Sorted-Txn-File
           if Contract-File-Present
               close Contract-File
           end-if
           .
       2100-Read-Next-Txn.
           read Sorted-Txn-File
           if not Sorted-Txn-OK and not Sorted-Txn-EOF
               move Sorted-Txn-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CTRTSRT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Read-Next-Contract.
           read Contract-File
           if not Contract-File-OK and not Contract-File-EOF
               move Contract-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CONTRACT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Contract-File-EOF
               move all "9" to CTR-Key in Contract-Record
           end-if
           .
       3000-Apply-Unmatched-Txns.
      *****************************************************************
      * Cards for a contract not on file.  Only an add makes sense
      * to start with; once it has built the contract, later cards
      * for it apply against that.
      *****************************************************************
           move spaces to Build-Work-Record
           perform 3500-Apply-Matched-Txns
           .
       3500-Apply-Matched-Txns.
           move TXN-Key to Current-Txn-Key
           perform with test before
                   until Sorted-Txn-EOF
                   or TXN-Key not equal Current-Txn-Key
               perform 4000-Apply-One-Txn
               perform 2100-Read-Next-Txn
           end-perform
           if CTR-Account in Build-Work-Record numeric
               perform 7000-Write-New-Contract
           end-if
           .
       4000-Apply-One-Txn.
      *****************************************************************
      * One card against the contract in the work record - spaces
      * there means an earlier card for it deleted it.
      *****************************************************************
           evaluate true
               when CTR-Account in Build-Work-Record not numeric
                   if TXN-Add
                       perform 4100-Add-Contract
                   else
                       move "no such contract on file"
                           to RPT-Rej-Reason
                       perform 7200-Reject-Txn
                   end-if
               when TXN-Add
                   move "contract number already on file"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
               when TXN-Change
                   perform 4200-Change-Contract
               when TXN-Delete
                   move "Cancelled" to RPT-Action-Desc
                   perform 7100-Write-Audit-Line
                   move spaces to Build-Work-Record
                   add 1 to Contracts-Deleted
               when other
                   move "action must be A, C, or D"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
           end-evaluate
           .
       4100-Add-Contract.
           move "Y" to Txn-Valid-Switch
           move TXN-Frequency to Frequency-Check
           evaluate true
               when TXN-Amount not numeric
                    or TXN-Amount equal zero
                   move "amount must be numeric and nonzero"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when not Frequency-Is-Valid
                   move "frequency must be M, Q, S, or A"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-Start-Date not numeric
                    or TXN-Start-Month less than 1
                    or TXN-Start-Month greater than 12
                    or TXN-Start-Day less than 1
                    or TXN-Start-Day greater than 31
                   move "start date must be a valid date"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-End-Date not numeric
                    or (TXN-End-Date not equal zero
                        and (TXN-End-Month less than 1
                             or TXN-End-Month greater than 12
                             or TXN-End-Day less than 1
                             or TXN-End-Day greater than 31
                             or TXN-End-Date less than
                                 TXN-Start-Date))
                   move "end date must be zero or after the start"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-Next-Bill-Date not numeric
                    or (TXN-Next-Bill-Date not equal zero
                        and (TXN-Next-Month less than 1
                             or TXN-Next-Month greater than 12
                             or TXN-Next-Day less than 1
                             or TXN-Next-Day greater than 31
                             or TXN-Next-Bill-Date less than
                                 TXN-Start-Date))
                   move "next bill date must be zero or after start"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
           end-evaluate
           if Txn-Is-Valid
               move spaces to Build-Work-Record
               move TXN-Account to CTR-Account in Build-Work-Record
               move TXN-Contract-Number
                   to CTR-Contract-Number in Build-Work-Record
               move TXN-Description
                   to CTR-Description in Build-Work-Record
               move TXN-Amount to CTR-Amount in Build-Work-Record
               move TXN-Frequency
                   to CTR-Frequency in Build-Work-Record
               move TXN-Start-Date
                   to CTR-Start-Date in Build-Work-Record
               move TXN-End-Date to CTR-End-Date in Build-Work-Record
               if TXN-Next-Bill-Date equal zero
                   move TXN-Start-Date
                       to CTR-Next-Bill-Date in Build-Work-Record
               else
                   move TXN-Next-Bill-Date
                       to CTR-Next-Bill-Date in Build-Work-Record
               end-if
               move zero to CTR-Last-Bill-Date in Build-Work-Record
               perform 4500-Set-Contract-Status
               move "Added" to RPT-Action-Desc
               perform 7100-Write-Audit-Line
               add 1 to Contracts-Added
           else
               perform 7200-Reject-Txn
           end-if
           .
       4200-Change-Contract.
           move "Y" to Txn-Valid-Switch
           move TXN-Frequency to Frequency-Check
           evaluate true
               when TXN-Amount not numeric
                   move "amount must be numeric"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-Frequency not equal space
                    and not Frequency-Is-Valid
                   move "frequency must be M, Q, S, or A"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-End-Date not numeric
                    or (TXN-End-Date not equal zero
                        and (TXN-End-Month less than 1
                             or TXN-End-Month greater than 12
                             or TXN-End-Day less than 1
                             or TXN-End-Day greater than 31
                             or TXN-End-Date less than
                                 CTR-Start-Date in Build-Work-Record))
                   move "end date must be a date after the start"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-Next-Bill-Date not numeric
                    or (TXN-Next-Bill-Date not equal zero
                        and (TXN-Next-Month less than 1
                             or TXN-Next-Month greater than 12
                             or TXN-Next-Day less than 1
                             or TXN-Next-Day greater than 31
                             or TXN-Next-Bill-Date less than
                                 RDT-YYYYMMDD))
                   move "new next bill date must be today or later"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
           end-evaluate
           if Txn-Is-Valid
               if TXN-Amount not equal zero
                   move TXN-Amount to CTR-Amount in Build-Work-Record
               end-if
               if TXN-Frequency not equal space
                   move TXN-Frequency
                       to CTR-Frequency in Build-Work-Record
               end-if
               if TXN-End-Date not equal zero
                   move TXN-End-Date
                       to CTR-End-Date in Build-Work-Record
               end-if
               if TXN-Next-Bill-Date not equal zero
                   move TXN-Next-Bill-Date
                       to CTR-Next-Bill-Date in Build-Work-Record
               end-if
               if TXN-Description not equal spaces
                   move TXN-Description
                       to CTR-Description in Build-Work-Record
               end-if
               perform 4500-Set-Contract-Status
               move "Changed" to RPT-Action-Desc
               perform 7100-Write-Audit-Line
               add 1 to Contracts-Changed
           else
               perform 7200-Reject-Txn
           end-if
           .
       4500-Set-Contract-Status.
      *****************************************************************
      * Active while the next bill date is still within the end
      * date - so a renewal that moves the end date out puts an
      * expired contract back into billing.
      *****************************************************************
           if CTR-End-Date in Build-Work-Record equal zero
               or CTR-Next-Bill-Date in Build-Work-Record
                   not greater than CTR-End-Date in Build-Work-Record
               set CTR-Active in Build-Work-Record to true
           else
               set CTR-Expired in Build-Work-Record to true
           end-if
           .
       7000-Write-New-Contract.
           write New-Contract-Record from Build-Work-Record
           if not New-Contract-OK
               move New-Contract-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "CONTRACO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7100-Write-Audit-Line.
           move TXN-Account to RPT-Account
           move TXN-Contract-Number to RPT-Contract-Number
           move CTR-Description in Build-Work-Record
               to RPT-Description
           move CTR-Amount in Build-Work-Record to RPT-Amount
           move CTR-Frequency in Build-Work-Record to RPT-Frequency
           move CTR-Start-Date in Build-Work-Record to RPT-Start-Date
           move CTR-End-Date in Build-Work-Record to RPT-End-Date
           move CTR-Next-Bill-Date in Build-Work-Record
               to RPT-Next-Bill-Date
           display Audit-Line
           .
       7200-Reject-Txn.
           move TXN-Account to RPT-Rej-Account
           move TXN-Contract-Number to RPT-Rej-Contract
           display Reject-Line
           add 1 to Txns-Rejected
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Contracts-Added to RPT-Added
           move Contracts-Changed to RPT-Changed
           move Contracts-Deleted to RPT-Deleted
           move Txns-Rejected to RPT-Rejected
           display space
           display Totals-Line
           .
       9900-Close.
           close New-Contract-File
           .
