      * mailing address comes off the CUSTMST customer master,
      * standardized through ADDRSTD; an account with no master
      * record prints a NO ADDRESS flag and is reported at end of
      * job instead of being mailed blank.  An account keeping to a
      * current installment plan on PAYPLAN gets no letter - its
      * history rides forward untouched, so if CSHAPP breaks the
      * plan the escalation picks up where it left off.  Invoices in
      * open dispute on the DISPUTE file are not dunned: the letter
      * asks only for the undisputed balance and says how much is
      * set aside, and an account whose whole balance is in dispute
      * gets no letter, its history riding forward the same way.
      * So does an account AGYPLC has placed with the collection
      * agency (AGYPLACE, optional): the agency is working it, and
      * if it is recalled the escalation resumes from the history.
      *****************************************************************
       Environment Division.
       Input-Output Section.
                  Organization Sequential
                  Access Sequential
                  File Status Letter-Log-File-Status.
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
                  Access Dynamic
                  File Status Dispute-File-Status.
       Data Division.
       File Section.
       FD  Letter-Text-File
           05  filler                     pic x(34).
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       FD  Prior-History-File
           05  DLG-Level                  pic 9(1).
           05  DLG-Date                   pic 9(8).
           05  filler                     pic x(64).
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
       01  External-File-Names.
           05  Letter-Text-DDNAME         pic x(8) value "LETTERTX".
               88  Letter-File-OK         value "00".
           05  Letter-Log-File-Status     pic x(2).
               88  Letter-Log-OK          value "00".
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
               88  Dispute-EOF            value "10".
               88  Dispute-Not-Found      value "23".
               88  Dispute-Missing        value "35".
       01  This-Program-Id                pic x(8) value "DUNGEN".
           copy ERRCOMM.
      *****************************************************************
               88  AGP-Bucket-120-Plus    value "3".
       01  Prior-File-Switch              pic x value "Y".
           88  Prior-File-Present             value "Y".
       01  Plan-File-Switch               pic x value "Y".
           88  Plan-File-Present          value "Y".
       01  Placement-File-Switch          pic x value "Y".
           88  Placement-File-Present     value "Y".
       01  Dispute-File-Switch            pic x value "Y".
           88  Dispute-File-Present       value "Y".
       01  Dispute-Fields.
           05  Account-Disputed-Amount    pic 9(7)v99.
           05  Account-Amount-Due         pic 9(7)v99.
       01  Escalation-Fields.
           05  Target-Level               pic 9(1).
           05  Last-Level-Sent            pic 9(1).
           05  Letters-Sent               pic 9(07) comp.
           05  Letters-Held               pic 9(07) comp.
           05  Accounts-No-Address        pic 9(07) comp.
           05  Accounts-On-Plan           pic 9(07) comp.
           05  Accounts-In-Dispute        pic 9(07) comp.
           05  Accounts-Placed            pic 9(07) comp.
      * Parameter areas for the ADDRSTD subprogram - same field
      * layout as ADR-Address/ADR-Formatted-Address in its Linkage
      * Section, the way CONLABEL redeclares them.
               10  filler                 pic x(17)
                   value "Amount past due: ".
               10  LTR-Balance            pic $zzz,zzz,zz9.99.
           05  Letter-Dispute-Line.
               10  filler                 pic x(17)
                   value "Not including:   ".
               10  LTR-Disputed           pic $zzz,zzz,zz9.99.
               10  filler                 pic x(36)
                   value " on invoices you have disputed with".
               10  filler                 pic x(04) value " us.".
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Accounts read: ".
               10  filler                 pic x(15)
                   value "  No address: ".
               10  RPT-No-Address         pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  On plan: ".
               10  RPT-On-Plan            pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  In dispute: ".
               10  RPT-In-Dispute         pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Placed: ".
               10  RPT-Placed             pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Letter-Text
           move zero to Letters-Sent
           move zero to Letters-Held
           move zero to Accounts-No-Address
           move zero to Accounts-On-Plan
           move zero to Accounts-In-Dispute
           move zero to Accounts-Placed
           move function current-date to Run-Date-Time
           move RDT-YYYYMMDD to AGP-Todays-Date
           perform varying LTT-Level-Sub from 1 by 1
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
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
               perform 2300-Read-Next-Plan
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
               perform 2350-Read-Next-Placement
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
           perform 2100-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
           if Prior-File-Present
               close Prior-History-File
           end-if
           if Plan-File-Present
               close Plan-File
           end-if
           if Placement-File-Present
               close Placement-File
           end-if
           if Dispute-File-Present
               close Dispute-File
           end-if
           close Customer-Master-File
           close Accounts-File
           .
               end-if
           end-if
           .
       2300-Read-Next-Plan.
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
       2350-Read-Next-Placement.
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
       2400-Total-Account-Disputes.
      *****************************************************************
      * The account's open disputes, browsed off DISPUTE from the
      * first invoice key for the account.
      *****************************************************************
           move zero to Account-Disputed-Amount
           if Dispute-File-Present
               move ACCT-Number to DSP-Account
               move low-values to DSP-Invoice-Number
               start Dispute-File
                   key is greater than or equal to DSP-Key
               end-start
               if Dispute-Not-Found
                   set Dispute-EOF to true
               else
                   perform 2450-Read-Next-Dispute
               end-if
               perform with test before
                       until Dispute-EOF
                       or DSP-Account not equal ACCT-Number
                   if DSP-Open
                       add DSP-Disputed-Amount
                           to Account-Disputed-Amount
                   end-if
                   perform 2450-Read-Next-Dispute
               end-perform
           end-if
           if ACCT-Balance greater than Account-Disputed-Amount
               compute Account-Amount-Due =
                   ACCT-Balance - Account-Disputed-Amount
               end-compute
           else
               move zero to Account-Amount-Due
           end-if
           .
       2450-Read-Next-Dispute.
           read Dispute-File next record
           end-read
           if not Dispute-OK and not Dispute-EOF
               move Dispute-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "DISPUTE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Process-One-Account.
      *****************************************************************
      * Line the history up with this account, work out the level the
           else
               move zero to Last-Level-Sent
           end-if
           perform with test before
                   until Plan-File-EOF
                   or PPL-Account not less than ACCT-Number
               perform 2300-Read-Next-Plan
           end-perform
           perform with test before
                   until Placement-File-EOF
                   or AGY-Account not less than ACCT-Number
               perform 2350-Read-Next-Placement
           end-perform
           perform 3100-Work-Out-Target-Level
           perform 2400-Total-Account-Disputes
           evaluate true
               when not Placement-File-EOF
                    and AGY-Account equal ACCT-Number
                    and AGY-Placed
      *****************************************************************
      * The collection agency is working the account: no letter
      * from us, and the history waits in case it is recalled.
      *****************************************************************
                   add 1 to Accounts-Placed
                   if Last-Level-Sent greater than zero
                       perform 3400-Carry-History-Forward
                   end-if
               when not Plan-File-EOF
                    and PPL-Account equal ACCT-Number
                    and PPL-Plan-Current
      *****************************************************************
      * Collections agreed a payment plan and the customer is keeping
      * to it: no letter, and the history is left exactly as it was.
      *****************************************************************
                   add 1 to Accounts-On-Plan
                   if Last-Level-Sent greater than zero
                       perform 3400-Carry-History-Forward
                   end-if
               when Target-Level greater than zero
                    and Account-Disputed-Amount greater than zero
                    and Account-Amount-Due equal zero
      *****************************************************************
      * Everything the customer owes is in dispute: nothing to dun
      * until the disputes are resolved, and the history waits.
      *****************************************************************
                   add 1 to Accounts-In-Dispute
                   if Last-Level-Sent greater than zero
                       perform 3400-Carry-History-Forward
                   end-if
               when Target-Level equal zero
      *****************************************************************
      * Current account: no letter, and the slate is wiped clean so
           end-perform
           move spaces to Letter-Record
           write Letter-Record
           move Account-Amount-Due to LTR-Balance
           write Letter-Record from Letter-Balance-Line
           if Account-Disputed-Amount greater than zero
               move Account-Disputed-Amount to LTR-Disputed
               write Letter-Record from Letter-Dispute-Line
           end-if
           add 1 to Letters-Sent
      * One line on the cumulative letter log per letter sent - the
      * raw material of the COLLEFF effectiveness report.
           move Letters-Sent to RPT-Letters-Sent
           move Letters-Held to RPT-Letters-Held
           move Accounts-No-Address to RPT-No-Address
           move Accounts-On-Plan to RPT-On-Plan
           move Accounts-In-Dispute to RPT-In-Dispute
           move Accounts-Placed to RPT-Placed
           display Totals-Line
           .
       9900-Housekeeping.
