       Identification Division.
       Program-Id. AGYPLC.
      *****************************************************************
      * Collection-agency placement and recall.  An account that has
      * had the DUNGEN final demand and still does not pay used to
      * be faxed to the outside agency by hand, with nothing on file
      * to say it had gone - so the letters and late charges kept
      * coming.  This job does the placing.  It merges the accounts
      * file with the letter history DUNGEN keeps (DUNHPRV), the
      * customer master for the agency's address, the PAYPLAN file,
      * and the current placement file (AGYPLACE, optional - empty
      * until the first placement), all in account order, and
      * writes the new placement file to AGYPLACO.
      *
      * An account is placed when its last letter was the final
      * demand (level 3), that letter went out at least the
      * threshold days ago - THRESHOLD-DAYS on the RUNPARM
      * run-parameter file, read through PRMGET as of today, 090 when
      * the file has no setting, and a nonzero threshold on the C
      * card a one-night override logged on the PRMAUDT audit file -
      * it still owes money, and it is not on a current payment
      * plan.  A recalled or closed placement is eligible again only
      * once its recall or closing is that old too, so an account
      * collections has just taken back is not sent straight out
      * again.  R cards recall placed accounts collections wants
      * back, with the reason; a placed account the agency has
      * collected down to nothing is closed.  Every placement,
      * recall, and closing goes to the agency on the AGYSEND file
      * and onto the run listing; DUNGEN and LATECHG leave a placed
      * account alone.
      *
      * SYSIN: one C card (cols 2-4 threshold days override, cols 5-8
      * the agency code) and any number of R cards (cols 2-8 account,
      * cols 9-22 recall reason).
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
           Select Customer-Master-File
                  Assign to "CUSTMST"
                  Organization Sequential
                  Access Sequential
                  File Status Customer-Master-File-Status.
           Select History-File
                  Assign to "DUNHPRV"
                  Organization Sequential
                  Access Sequential
                  File Status History-File-Status.
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
           Select New-Placement-File
                  Assign to "AGYPLACO"
                  Organization Sequential
                  Access Sequential
                  File Status New-Placement-File-Status.
           Select Agency-File
                  Assign to "AGYSEND"
                  Organization Sequential
                  Access Sequential
                  File Status Agency-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  PLC-Action                 pic x(1).
               88  PLC-Control            value "C".
               88  PLC-Recall             value "R".
           05  PLC-Threshold-Days         pic x(3).
           05  PLC-Threshold-Days-Num redefines PLC-Threshold-Days
                                          pic 9(3).
           05  PLC-Agency-Code            pic x(4).
           05  filler                     pic x(72).
       01  Recall-Card-View redefines Control-Card-Record.
           05  filler                     pic x(1).
           05  RCC-Account                pic x(7).
           05  RCC-Account-Num redefines RCC-Account
                                          pic 9(7).
           05  RCC-Reason                 pic x(14).
           05  filler                     pic x(58).
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
           05  filler                     pic x(34).
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       FD  History-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as DUNGEN's Prior-History-Record.
       01  History-Record.
           05  PHX-Account                pic 9(7).
           05  PHX-Last-Level             pic 9(1).
           05  PHX-Last-Date              pic 9(8).
           05  filler                     pic x(64).
       FD  Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Plan-Record.
           copy PAYPLAN.
       FD  Placement-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Placement-Record.
           copy AGYPLACE.
       FD  New-Placement-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Placement-Record           pic x(80).
       FD  Agency-File
           Recording Mode F
           Record Contains 200 Characters.
      *****************************************************************
      * What the agency gets: P places the account with it, R takes
      * the account back, C tells it the account is paid off.
      *****************************************************************
       01  Agency-Record.
           05  AGO-Record-Type            pic x(1).
           05  AGO-Agency-Code            pic x(4).
           05  AGO-Account                pic 9(7).
           05  AGO-Action-Date            pic 9(8).
           05  AGO-Name                   pic x(30).
           05  AGO-Balance                pic 9(7)v99.
           05  AGO-Last-Payment-Date      pic 9(7).
           05  AGO-Last-Letter-Date       pic 9(8).
           05  AGO-Address                pic x(102).
           05  AGO-Recall-Reason          pic x(14).
           05  filler                     pic x(10).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(2).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  Accounts-File-Status       pic x(2).
               88  Accounts-File-OK       value "00".
               88  Accounts-File-EOF      value "10".
           05  Customer-Master-File-Status
                                          pic x(2).
               88  Master-File-OK         value "00".
               88  Master-File-EOF        value "10".
           05  History-File-Status        pic x(2).
               88  History-File-OK        value "00".
               88  History-File-EOF       value "10".
               88  History-File-Missing   value "35".
           05  Plan-File-Status           pic x(2).
               88  Plan-File-OK           value "00".
               88  Plan-File-EOF          value "10".
               88  Plan-File-Missing      value "35".
           05  Placement-File-Status      pic x(2).
               88  Placement-File-OK      value "00".
               88  Placement-File-EOF     value "10".
               88  Placement-File-Missing value "35".
           05  New-Placement-File-Status  pic x(2).
               88  New-Placement-OK       value "00".
           05  Agency-File-Status         pic x(2).
               88  Agency-File-OK         value "00".
       01  History-File-Switch            pic x value "Y".
           88  History-File-Present       value "Y".
       01  Plan-File-Switch               pic x value "Y".
           88  Plan-File-Present          value "Y".
       01  Placement-File-Switch          pic x value "Y".
           88  Placement-File-Present     value "Y".
       01  This-Program-Id                pic x(8) value "AGYPLC".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Placement-Rules.
           05  Control-Card-Switch        pic x value "N".
               88  Control-Card-Seen      value "Y".
           05  Threshold-Days             pic 9(3) value 90.
           05  Agency-Code                pic x(4) value spaces.
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Threshold-Value redefines RPP-Value.
               10  RPP-Threshold-Days     pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
      *****************************************************************
      * The R cards, loaded up front so the single accounts pass can
      * apply them in account order.
      *****************************************************************
       01  Recall-Count                   pic 9(03) value zero.
       01  Recall-Table.
           05  Recall-Entry occurs 1 to 200 times
                   depending on Recall-Count
                   indexed by Recall-Ix.
               10  RCL-Account            pic 9(7).
               10  RCL-Reason             pic x(14).
               10  RCL-Used-Flag          pic x(1).
      *****************************************************************
      * The current account's placement, if it has one, held while
      * the account is judged and written back when it is done.
      *****************************************************************
       01  Account-Placement-Switch       pic x value "N".
           88  Account-Is-On-File         value "Y".
       01  Account-Placement.
           copy AGYPLACE.
       01  Account-Fields.
           05  Recall-Card-Switch         pic x value "N".
               88  Recall-Card-Found      value "Y".
           05  Eligible-Switch            pic x value "N".
               88  Account-Is-Eligible    value "Y".
           05  Days-At-Final-Demand       pic s9(5) comp.
           05  Days-Since-Status          pic s9(5) comp.
       01  Placement-Counters.
           05  Accounts-Read              pic 9(07) comp.
           05  Accounts-Placed            pic 9(07) comp.
           05  Accounts-Recalled          pic 9(07) comp.
           05  Placements-Closed          pic 9(07) comp.
           05  Accounts-Still-Placed      pic 9(07) comp.
           05  Accounts-On-Plan           pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
           05  Total-Placed               pic 9(9)v99 value zero.
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(30)
                   value "--- Collection Agency Placemen".
               10  filler                 pic x(18)
                   value "ts and Recalls ---".
           05  Action-Line.
               10  RPT-Action             pic x(09).
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Name               pic x(30).
               10  filler                 pic x(02) value spaces.
               10  RPT-Balance            pic $zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Remark             pic x(30).
           05  Reject-Line.
               10  filler                 pic x(10)
                   value "Rejected  ".
               10  RPT-Rej-Account        pic x(7).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(40).
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Accounts read: ".
               10  RPT-Accounts-Read      pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Placed: ".
               10  RPT-Placed             pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Recalled: ".
               10  RPT-Recalled           pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Closed: ".
               10  RPT-Closed             pic zzz,zz9.
               10  filler                 pic x(16)
                   value "  Still placed: ".
               10  RPT-Still-Placed       pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(16)
                   value "Placed balance: ".
               10  RPT-Total-Placed       pic $zzz,zzz,zz9.99.
               10  filler                 pic x(24)
                   value "  Held on payment plan: ".
               10  RPT-On-Plan            pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Cards rejected: ".
               10  RPT-Rejected           pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Control-Cards
           perform 2000-Process-Accounts
           perform 8000-Report-Unused-Cards
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Accounts-Read
           move zero to Accounts-Placed
           move zero to Accounts-Recalled
           move zero to Placements-Closed
           move zero to Accounts-Still-Placed
           move zero to Accounts-On-Plan
           move zero to Cards-Rejected
           move function current-date to Run-Date-Time
           display Heading-Line-1
           display space
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
           open input Customer-Master-File
           if not Master-File-OK
               move Customer-Master-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CUSTMST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2150-Read-Next-Master
           open input History-File
           if History-File-Missing
               move "N" to History-File-Switch
               set History-File-EOF to true
               move 9999999 to PHX-Account
           else
               if not History-File-OK
                   move History-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "DUNHPRV" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2200-Read-Next-History
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
               move 9999999 to AGY-Account in FD-Placement-Record
           else
               if not Placement-File-OK
                   move Placement-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "AGYPLACE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2450-Read-Next-Placement
           end-if
           open output New-Placement-File
           if not New-Placement-OK
               move New-Placement-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGYPLACO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Agency-File
           if not Agency-File-OK
               move Agency-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGYSEND" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Load-Control-Cards.
           perform 1050-Get-Threshold
           perform 1100-Read-Next-Card
           perform with test before
                   until Control-Card-EOF
               evaluate true
                   when PLC-Control
                       set Control-Card-Seen to true
                       if PLC-Threshold-Days numeric
                           and PLC-Threshold-Days-Num greater than zero
                           move PLC-Threshold-Days-Num
                               to Threshold-Days
                           move "O" to RPP-Function
                           move spaces to RPP-Value
                           move PLC-Threshold-Days-Num
                               to RPP-Threshold-Days
                           call "PRMGET"
                               using by reference Run-Parm-Parms
                           end-call
                       end-if
                       move PLC-Agency-Code to Agency-Code
                   when PLC-Recall
                       perform 1200-Load-Recall-Card
                   when other
                       move spaces to RPT-Rej-Account
                       move "card action must be C or R"
                           to RPT-Rej-Reason
                       display Reject-Line
                       add 1 to Cards-Rejected
               end-evaluate
               perform 1100-Read-Next-Card
           end-perform
           close Control-Card-File
           if not Control-Card-Seen
               or Agency-Code equal spaces
               move "No C card naming the collection agency"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1050-Get-Threshold.
      *****************************************************************
      * The file's threshold, unless the C card overrides it for
      * tonight - and then the override is logged.
      *****************************************************************
           move "G" to RPP-Function
           move "AGYPLC" to RPP-Program-Id
           move "THRESHOLD-DAYS" to RPP-Parm-Name
           move RDT-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Threshold-Days numeric
               and RPP-Threshold-Days greater than zero
               move RPP-Threshold-Days to Threshold-Days
           end-if
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
       1200-Load-Recall-Card.
           evaluate true
               when RCC-Account not numeric
                    or RCC-Account-Num equal zero
                   move RCC-Account to RPT-Rej-Account
                   move "R card account is not numeric"
                       to RPT-Rej-Reason
                   display Reject-Line
                   add 1 to Cards-Rejected
               when RCC-Reason equal spaces
                   move RCC-Account to RPT-Rej-Account
                   move "no recall reason on the R card"
                       to RPT-Rej-Reason
                   display Reject-Line
                   add 1 to Cards-Rejected
               when other
                   if Recall-Count equal 200
                       move "More than 200 R cards on one run"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Recall-Count
                   move RCC-Account-Num to RCL-Account(Recall-Count)
                   move RCC-Reason to RCL-Reason(Recall-Count)
                   move "N" to RCL-Used-Flag(Recall-Count)
           end-evaluate
           .
       2000-Process-Accounts.
           perform 2100-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               add 1 to Accounts-Read
               perform 2400-Load-Account-Placement
               perform 3000-Judge-One-Account
               if Account-Is-On-File
                   write New-Placement-Record from Account-Placement
                   perform 4900-Check-Placement-Write
                   move "N" to Account-Placement-Switch
               end-if
               perform 2100-Read-Next-Account
           end-perform
           perform 2500-Drain-Orphan-Placements
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
       2150-Read-Next-Master.
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
       2200-Read-Next-History.
           read History-File
           if History-File-EOF
               move 9999999 to PHX-Account
           else
               if not History-File-OK
                   move History-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "DUNHPRV" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
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
       2400-Load-Account-Placement.
      *****************************************************************
      * Placements for accounts the accounts file skipped past are
      * copied through untouched - the agency may still be working
      * them; the current account's placement, if any, is held for
      * judging.
      *****************************************************************
           move "N" to Account-Placement-Switch
           perform with test before
                   until Placement-File-EOF
                   or AGY-Account in FD-Placement-Record
                       not less than ACCT-Number
               write New-Placement-Record from FD-Placement-Record
               perform 4900-Check-Placement-Write
               perform 2450-Read-Next-Placement
           end-perform
           if not Placement-File-EOF
               and AGY-Account in FD-Placement-Record
                   equal ACCT-Number
               move FD-Placement-Record to Account-Placement
               set Account-Is-On-File to true
               perform 2450-Read-Next-Placement
           end-if
           .
       2450-Read-Next-Placement.
           read Placement-File
           if not Placement-File-OK and not Placement-File-EOF
               move Placement-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "AGYPLACE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Placement-File-EOF
               move 9999999 to AGY-Account in FD-Placement-Record
           end-if
           .
       2500-Drain-Orphan-Placements.
           perform with test before
                   until Placement-File-EOF
               write New-Placement-Record from FD-Placement-Record
               perform 4900-Check-Placement-Write
               perform 2450-Read-Next-Placement
           end-perform
           .
       3000-Judge-One-Account.
      *****************************************************************
      * A placed account is recalled if there is an R card for it,
      * closed if the agency has collected it down to nothing, and
      * otherwise left with the agency.  Any other account is
      * checked against the placement rules.
      *****************************************************************
           perform with test before
                   until History-File-EOF
                   or PHX-Account not less than ACCT-Number
               perform 2200-Read-Next-History
           end-perform
           perform with test before
                   until Plan-File-EOF
                   or PPL-Account not less than ACCT-Number
               perform 2300-Read-Next-Plan
           end-perform
           move "N" to Recall-Card-Switch
           set Recall-Ix to 1
           search Recall-Entry
               at end
                   continue
               when RCL-Account(Recall-Ix) equal ACCT-Number
                   move "Y" to RCL-Used-Flag(Recall-Ix)
                   set Recall-Card-Found to true
           end-search
           evaluate true
               when Account-Is-On-File
                    and AGY-Placed in Account-Placement
                    and Recall-Card-Found
                   perform 3300-Recall-Account
               when Account-Is-On-File
                    and AGY-Placed in Account-Placement
                    and ACCT-Balance equal zero
                   perform 3400-Close-Placement
               when Account-Is-On-File
                    and AGY-Placed in Account-Placement
                   add 1 to Accounts-Still-Placed
               when other
                   if Recall-Card-Found
                       move ACCT-Number to RPT-Rej-Account
                       move "account is not placed with an agency"
                           to RPT-Rej-Reason
                       display Reject-Line
                       add 1 to Cards-Rejected
                   end-if
                   perform 3100-Check-Placement-Rules
                   if Account-Is-Eligible
                       perform 3200-Place-Account
                   end-if
           end-evaluate
           .
       3100-Check-Placement-Rules.
           move "N" to Eligible-Switch
           if not History-File-EOF
               and PHX-Account equal ACCT-Number
               and PHX-Last-Level equal 3
               and ACCT-Balance greater than zero
               compute Days-At-Final-Demand =
                   function integer-of-date(RDT-YYYYMMDD)
                   - function integer-of-date(PHX-Last-Date)
               end-compute
               if Days-At-Final-Demand not less than Threshold-Days
                   set Account-Is-Eligible to true
               end-if
           end-if
           if Account-Is-Eligible
               and Account-Is-On-File
               compute Days-Since-Status =
                   function integer-of-date(RDT-YYYYMMDD)
                   - function integer-of-date
                       (AGY-Status-Date in Account-Placement)
               end-compute
               if Days-Since-Status less than Threshold-Days
                   move "N" to Eligible-Switch
               end-if
           end-if
           if Account-Is-Eligible
               and not Plan-File-EOF
               and PPL-Account equal ACCT-Number
               and PPL-Plan-Current
               add 1 to Accounts-On-Plan
               move "N" to Eligible-Switch
           end-if
           .
       3200-Place-Account.
      *****************************************************************
      * A new placement replaces whatever recalled or closed one the
      * account had - the collected totals start again with it.
      *****************************************************************
           move spaces to Account-Placement
           move ACCT-Number to AGY-Account in Account-Placement
           move Agency-Code to AGY-Agency-Code in Account-Placement
           move RDT-YYYYMMDD to AGY-Placed-Date in Account-Placement
           move ACCT-Balance
               to AGY-Placed-Balance in Account-Placement
           set AGY-Placed in Account-Placement to true
           move RDT-YYYYMMDD to AGY-Status-Date in Account-Placement
           move zero to AGY-Collected-Gross in Account-Placement
           move zero to AGY-Commission-Total in Account-Placement
           move zero to AGY-Last-Remit-Date in Account-Placement
           set Account-Is-On-File to true
           add 1 to Accounts-Placed
           add ACCT-Balance to Total-Placed
           move "P" to AGO-Record-Type
           move "Placed   " to RPT-Action
           move spaces to RPT-Remark
           perform 3500-Send-to-Agency
           .
       3300-Recall-Account.
           set AGY-Recalled in Account-Placement to true
           move RDT-YYYYMMDD to AGY-Status-Date in Account-Placement
           move RCL-Reason(Recall-Ix)
               to AGY-Recall-Reason in Account-Placement
           add 1 to Accounts-Recalled
           move "R" to AGO-Record-Type
           move "Recalled " to RPT-Action
           move RCL-Reason(Recall-Ix) to RPT-Remark
           perform 3500-Send-to-Agency
           .
       3400-Close-Placement.
           set AGY-Closed in Account-Placement to true
           move RDT-YYYYMMDD to AGY-Status-Date in Account-Placement
           add 1 to Placements-Closed
           move "C" to AGO-Record-Type
           move "Closed   " to RPT-Action
           move "paid in full" to RPT-Remark
           perform 3500-Send-to-Agency
           .
       3500-Send-to-Agency.
      *****************************************************************
      * The agency record carries the address off the customer
      * master, raw - the agency does its own mailing.
      *****************************************************************
           perform with test before
                   until Master-File-EOF
                   or CUS-Account not less than ACCT-Number
               perform 2150-Read-Next-Master
           end-perform
           move AGY-Agency-Code in Account-Placement
               to AGO-Agency-Code
           move ACCT-Number to AGO-Account
           move RDT-YYYYMMDD to AGO-Action-Date
           move ACCT-Name to AGO-Name
           move ACCT-Balance to AGO-Balance
           move ACCT-Last-Payment-Date to AGO-Last-Payment-Date
           if not History-File-EOF
               and PHX-Account equal ACCT-Number
               move PHX-Last-Date to AGO-Last-Letter-Date
           else
               move zero to AGO-Last-Letter-Date
           end-if
           if not Master-File-EOF
               and CUS-Account equal ACCT-Number
               move CUS-Address to AGO-Address
           else
               move spaces to AGO-Address
               move "no customer master address" to RPT-Remark
           end-if
           move AGY-Recall-Reason in Account-Placement
               to AGO-Recall-Reason
           if AGY-Placed in Account-Placement
               move spaces to AGO-Recall-Reason
           end-if
           write Agency-Record
           if not Agency-File-OK
               move Agency-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "AGYSEND" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move ACCT-Number to RPT-Account
           move ACCT-Name to RPT-Name
           move ACCT-Balance to RPT-Balance
           display Action-Line
           .
       4900-Check-Placement-Write.
           if not New-Placement-OK
               move New-Placement-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "AGYPLACO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       8000-Report-Unused-Cards.
           perform varying Recall-Ix from 1 by 1
                   until Recall-Ix greater than Recall-Count
               if RCL-Used-Flag(Recall-Ix) equal "N"
                   move RCL-Account(Recall-Ix) to RPT-Rej-Account
                   move "account is not on the accounts file"
                       to RPT-Rej-Reason
                   display Reject-Line
                   add 1 to Cards-Rejected
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
           move Accounts-Placed to RPT-Placed
           move Accounts-Recalled to RPT-Recalled
           move Placements-Closed to RPT-Closed
           move Accounts-Still-Placed to RPT-Still-Placed
           move Total-Placed to RPT-Total-Placed
           move Accounts-On-Plan to RPT-On-Plan
           move Cards-Rejected to RPT-Rejected
           display space
           display Totals-Line
           display Totals-Line-2
           .
       9900-Housekeeping.
           close Agency-File
           close New-Placement-File
           if Placement-File-Present
               close Placement-File
           end-if
           if Plan-File-Present
               close Plan-File
           end-if
           if History-File-Present
               close History-File
           end-if
           close Customer-Master-File
           close Accounts-File
           .
