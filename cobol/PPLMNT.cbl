       Identification Division.
       Program-Id. PPLMNT.
      *****************************************************************
      * Installment payment-plan maintenance, on the CUSMNT
      * match/merge pattern: a card file of plan adds, reschedules,
      * and cancellations is sorted into account order and merged
      * against the current PAYPLAN file, writing the new plan file
      * in account sequence with an audit listing of every card
      * applied or rejected.
      *
      * An add sets up the plan collections agreed on the phone -
      * agreed balance, installment amount, days between
      * installments, and the first due date - as a current plan.
      * It is refused while the account already has a current plan;
      * a kept or broken plan is simply replaced.  A change
      * reschedules a current plan: any nonzero field on the card
      * replaces the plan's own, and a new due date restarts the
      * installment now due.  A delete cancels the plan outright,
      * which puts the account back into normal collection.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Txn-File
               Assign to "PLANTXN"
               Organization Sequential
               Access Sequential
               File Status Txn-File-Status.
           Select Sorted-Txn-File
               Assign to "PLANTSRT"
               Organization Sequential
               Access Sequential
               File Status Sorted-Txn-File-Status.
           Select Txn-Sort-File
               Assign to "SORTWK01".
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
           05  TXN-Account                pic 9(7).
           05  TXN-Agreed-Balance         pic 9(7)v99.
           05  TXN-Installment-Amount     pic 9(7)v99.
           05  TXN-Interval-Days          pic 9(3).
           05  TXN-Next-Due-Date          pic 9(8).
           05  filler redefines TXN-Next-Due-Date.
               10  TXN-Due-Year           pic 9(4).
               10  TXN-Due-Month          pic 9(2).
               10  TXN-Due-Day            pic 9(2).
           05  filler                     pic x(43).
       SD  Txn-Sort-File.
       01  SD-Txn-Record.
           05  filler                     pic x(1).
           05  SRT-Account                pic 9(7).
           05  filler                     pic x(72).
       FD  Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Plan-Record.
           copy PAYPLAN.
       FD  New-Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Plan-Record                pic x(80).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Txn-File-Status            pic x(02).
               88  Txn-File-OK            value "00".
           05  Sorted-Txn-File-Status     pic x(02).
               88  Sorted-Txn-OK          value "00".
               88  Sorted-Txn-EOF         value "10".
           05  Plan-File-Status           pic x(02).
               88  Plan-File-OK           value "00".
               88  Plan-File-EOF          value "10".
               88  Plan-File-Missing      value "35".
           05  New-Plan-File-Status       pic x(02).
               88  New-Plan-OK            value "00".
       01  Plan-File-Switch               pic x value "Y".
           88  Plan-File-Present          value "Y".
       01  This-Program-Id                pic x(8) value "PPLMNT".
           copy ERRCOMM.
       01  Build-Work-Record.
           copy PAYPLAN.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Validation-Fields.
           05  Current-Txn-Account        pic 9(7).
           05  Txn-Valid-Switch           pic x.
               88  Txn-Is-Valid           value "Y".
       01  Maintenance-Counters.
           05  Plans-Added                pic 9(05) comp.
           05  Plans-Changed              pic 9(05) comp.
           05  Plans-Deleted              pic 9(05) comp.
           05  Txns-Rejected              pic 9(05) comp.
       01  Report-Lines.
           05  Audit-Line.
               10  RPT-Action-Desc        pic x(9).
               10  filler                 pic x(01) value space.
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(10)
                   value "  agreed  ".
               10  RPT-Agreed-Balance     pic $zzz,zz9.99.
               10  filler                 pic x(10)
                   value "  install ".
               10  RPT-Installment        pic $zzz,zz9.99.
               10  filler                 pic x(07)
                   value "  every".
               10  RPT-Interval-Days      pic zz9.
               10  filler                 pic x(16)
                   value " days  next due ".
               10  RPT-Next-Due-Date      pic 9(8).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Account        pic 9(7).
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
           move zero to Plans-Added
           move zero to Plans-Changed
           move zero to Plans-Deleted
           move zero to Txns-Rejected
           move function current-date to Run-Date-Time
           .
       1000-Sort-Transactions.
           sort Txn-Sort-File
               on ascending key SRT-Account
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
      * Match/merge by account number.  A missing plan file is the
      * first load: every add inserts, and every other action has
      * nothing to match.  Cards for one account apply in the order
      * they sort, each against the plan as the one before left it,
      * so the matched plan is held in the work record until the
      * account's cards run out.
      *****************************************************************
           open input Sorted-Txn-File
           if not Sorted-Txn-OK
               move Sorted-Txn-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "PLANTSRT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Plan-File
           if Plan-File-Missing
               move "N" to Plan-File-Switch
               set Plan-File-EOF to true
               move 9999999 to PPL-Account in Plan-Record
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
           perform 2100-Read-Next-Txn
           if Plan-File-Present
               perform 2200-Read-Next-Plan
           end-if
           perform with test before
                   until Sorted-Txn-EOF and Plan-File-EOF
               evaluate true
                   when Plan-File-EOF
                        or (not Sorted-Txn-EOF
                            and TXN-Account less than
                                PPL-Account in Plan-Record)
                       perform 3000-Apply-Unmatched-Txns
                   when Sorted-Txn-EOF
                        or PPL-Account in Plan-Record
                            less than TXN-Account
                       move Plan-Record to Build-Work-Record
                       perform 7000-Write-New-Plan
                       perform 2200-Read-Next-Plan
                   when other
                       move Plan-Record to Build-Work-Record
                       perform 3500-Apply-Matched-Txns
                       perform 2200-Read-Next-Plan
               end-evaluate
           end-perform
           close Sorted-Txn-File
           if Plan-File-Present
               close Plan-File
           end-if
           .
       2100-Read-Next-Txn.
           read Sorted-Txn-File
           if not Sorted-Txn-OK and not Sorted-Txn-EOF
               move Sorted-Txn-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "PLANTSRT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Read-Next-Plan.
           read Plan-File
           if not Plan-File-OK and not Plan-File-EOF
               move Plan-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "PAYPLAN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Plan-File-EOF
               move 9999999 to PPL-Account in Plan-Record
           end-if
           .
       3000-Apply-Unmatched-Txns.
      *****************************************************************
      * Cards for an account with no plan on file.  Only an add
      * makes sense to start with; once it has built a plan, later
      * cards for the account apply against that.
      *****************************************************************
           move spaces to Build-Work-Record
           perform 3500-Apply-Matched-Txns
           .
       3500-Apply-Matched-Txns.
           move TXN-Account to Current-Txn-Account
           perform with test before
                   until Sorted-Txn-EOF
                   or TXN-Account not equal Current-Txn-Account
               perform 4000-Apply-One-Txn
               perform 2100-Read-Next-Txn
           end-perform
           if PPL-Account in Build-Work-Record numeric
               perform 7000-Write-New-Plan
           end-if
           .
       4000-Apply-One-Txn.
      *****************************************************************
      * One card against the plan in the work record - spaces there
      * means an earlier card for the account deleted it.
      *****************************************************************
           evaluate true
               when PPL-Account in Build-Work-Record not numeric
                   if TXN-Add
                       perform 4100-Add-Plan
                   else
                       move "account has no payment plan"
                           to RPT-Rej-Reason
                       perform 7200-Reject-Txn
                   end-if
               when TXN-Add
                   if PPL-Plan-Current in Build-Work-Record
                       move "account already has a current payment plan"
                           to RPT-Rej-Reason
                       perform 7200-Reject-Txn
                   else
                       perform 4100-Add-Plan
                   end-if
               when TXN-Change
                   if PPL-Plan-Current in Build-Work-Record
                       perform 4200-Reschedule-Plan
                   else
                       move "only a current plan can be rescheduled"
                           to RPT-Rej-Reason
                       perform 7200-Reject-Txn
                   end-if
               when TXN-Delete
                   move "Cancelled" to RPT-Action-Desc
                   perform 7100-Write-Audit-Line
                   move spaces to Build-Work-Record
                   add 1 to Plans-Deleted
               when other
                   move "action must be A, C, or D"
                       to RPT-Rej-Reason
                   perform 7200-Reject-Txn
           end-evaluate
           .
       4100-Add-Plan.
           move "Y" to Txn-Valid-Switch
           evaluate true
               when TXN-Agreed-Balance not numeric
                    or TXN-Agreed-Balance equal zero
                   move "agreed balance must be numeric and nonzero"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-Installment-Amount not numeric
                    or TXN-Installment-Amount equal zero
                    or TXN-Installment-Amount greater than
                        TXN-Agreed-Balance
                   move "installment must be nonzero, not over balance"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-Interval-Days not numeric
                    or TXN-Interval-Days equal zero
                   move "days between installments must be nonzero"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
               when TXN-Next-Due-Date not numeric
                    or TXN-Due-Month less than 1
                    or TXN-Due-Month greater than 12
                    or TXN-Due-Day less than 1
                    or TXN-Due-Day greater than 31
                    or TXN-Next-Due-Date less than RDT-YYYYMMDD
                   move "first due date must be a date today or later"
                       to RPT-Rej-Reason
                   move "N" to Txn-Valid-Switch
           end-evaluate
           if Txn-Is-Valid
               move spaces to Build-Work-Record
               move TXN-Account to PPL-Account in Build-Work-Record
               move RDT-YYYYMMDD
                   to PPL-Agreed-Date in Build-Work-Record
               move TXN-Agreed-Balance
                   to PPL-Agreed-Balance in Build-Work-Record
               move TXN-Installment-Amount
                   to PPL-Installment-Amount in Build-Work-Record
               move TXN-Interval-Days
                   to PPL-Interval-Days in Build-Work-Record
               move TXN-Next-Due-Date
                   to PPL-Next-Due-Date in Build-Work-Record
               move zero
                   to PPL-Installments-Paid in Build-Work-Record
               move zero
                   to PPL-Paid-Toward-Due in Build-Work-Record
               move zero to PPL-Amount-Paid in Build-Work-Record
               set PPL-Plan-Current in Build-Work-Record to true
               move RDT-YYYYMMDD
                   to PPL-Status-Date in Build-Work-Record
               move "Added" to RPT-Action-Desc
               perform 7100-Write-Audit-Line
               add 1 to Plans-Added
           else
               perform 7200-Reject-Txn
           end-if
           .
       4200-Reschedule-Plan.
           if TXN-Next-Due-Date numeric
               and TXN-Next-Due-Date not equal zero
               and (TXN-Due-Month less than 1
                    or TXN-Due-Month greater than 12
                    or TXN-Due-Day less than 1
                    or TXN-Due-Day greater than 31
                    or TXN-Next-Due-Date less than RDT-YYYYMMDD)
               move "new due date must be a date today or later"
                   to RPT-Rej-Reason
               perform 7200-Reject-Txn
           else
               if TXN-Agreed-Balance numeric
                   and TXN-Agreed-Balance not equal zero
                   move TXN-Agreed-Balance
                       to PPL-Agreed-Balance in Build-Work-Record
               end-if
               if TXN-Installment-Amount numeric
                   and TXN-Installment-Amount not equal zero
                   move TXN-Installment-Amount
                       to PPL-Installment-Amount in Build-Work-Record
               end-if
               if TXN-Interval-Days numeric
                   and TXN-Interval-Days not equal zero
                   move TXN-Interval-Days
                       to PPL-Interval-Days in Build-Work-Record
               end-if
               if TXN-Next-Due-Date numeric
                   and TXN-Next-Due-Date not equal zero
                   move TXN-Next-Due-Date
                       to PPL-Next-Due-Date in Build-Work-Record
                   move zero
                       to PPL-Paid-Toward-Due in Build-Work-Record
               end-if
               move RDT-YYYYMMDD
                   to PPL-Status-Date in Build-Work-Record
               move "Changed" to RPT-Action-Desc
               perform 7100-Write-Audit-Line
               add 1 to Plans-Changed
           end-if
           .
       7000-Write-New-Plan.
           write New-Plan-Record from Build-Work-Record
           if not New-Plan-OK
               move New-Plan-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "PAYPLANO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7100-Write-Audit-Line.
           move TXN-Account to RPT-Account
           move PPL-Agreed-Balance in Build-Work-Record
               to RPT-Agreed-Balance
           move PPL-Installment-Amount in Build-Work-Record
               to RPT-Installment
           move PPL-Interval-Days in Build-Work-Record
               to RPT-Interval-Days
           move PPL-Next-Due-Date in Build-Work-Record
               to RPT-Next-Due-Date
           display Audit-Line
           .
       7200-Reject-Txn.
           move TXN-Account to RPT-Rej-Account
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
           move Plans-Added to RPT-Added
           move Plans-Changed to RPT-Changed
           move Plans-Deleted to RPT-Deleted
           move Txns-Rejected to RPT-Rejected
           display space
           display Totals-Line
           .
       9900-Close.
           close New-Plan-File
           .
