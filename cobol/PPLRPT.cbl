       Identification Division.
       Program-Id. PPLRPT.
      *****************************************************************
      * Month-end installment payment-plan report for collections.
      * Every plan on PAYPLAN is matched to its account on ACCTFL
      * for the name and remaining balance, and listed under one of
      * three headings:
      *   KEPT     - the agreed balance came in and CSHAPP closed the
      *              plan out this month;
      *   AT RISK  - a current plan whose installment is overdue
      *              (still inside CSHAPP's grace days) or falls due
      *              within Risk-Window-Days, and has not yet been
      *              paid in full;
      *   BROKEN   - CSHAPP broke the plan this month for a missed
      *              installment, so the account is back in normal
      *              dunning and late charges.
      * Current plans on schedule are counted but not listed, and
      * plans kept or broken in earlier months are counted only -
      * PPLMNT deletes them when collections is done with them.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Plan-File
               Assign to "PAYPLAN"
               Organization Sequential
               Access Sequential
               File Status Plan-File-Status.
           Select Accounts-File
               Assign to "ACCTFL"
               Organization Sequential
               Access Sequential
               File Status Accounts-File-Status.
       Data Division.
       File Section.
       FD  Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Plan-Record.
           copy PAYPLAN.
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
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Plan-File-Status           pic x(2).
               88  Plan-File-OK           value "00".
               88  Plan-File-EOF          value "10".
           05  Accounts-File-Status       pic x(2).
               88  Accounts-File-OK       value "00".
               88  Accounts-File-EOF      value "10".
       01  This-Program-Id                pic x(8) value "PPLRPT".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler redefines RDT-YYYYMMDD.
               10  RDT-Year-Month         pic 9(6).
               10  RDT-Day                pic 9(2).
           05  filler                     pic x(13).
       01  Risk-Fields.
           05  Risk-Window-Days           pic 9(3) value 7.
           05  Run-Integer-Date           pic 9(7).
           05  Due-Integer-Date           pic 9(7).
           05  Status-Year-Month          pic 9(6).
       01  Report-Counters.
           05  Plans-Read                 pic 9(07) comp.
           05  Plans-On-Schedule          pic 9(07) comp.
           05  Plans-At-Risk              pic 9(07) comp.
           05  Plans-Kept                 pic 9(07) comp.
           05  Plans-Broken               pic 9(07) comp.
           05  Plans-Closed-Earlier       pic 9(07) comp.
           05  Balance-At-Risk            pic 9(09)v99 value zero.
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(36)
                   value "--- Installment Payment Plans for  ".
               10  RPT-Heading-Year-Month pic 9(6).
               10  filler                 pic x(04) value " ---".
           05  Heading-Line-2.
               10  filler                 pic x(09)
                   value "Status".
               10  filler                 pic x(08)
                   value "Account".
               10  filler                 pic x(31)
                   value "Name".
               10  filler                 pic x(13)
                   value "      Agreed".
               10  filler                 pic x(13)
                   value "        Paid".
               10  filler                 pic x(13)
                   value " Installment".
               10  filler                 pic x(12)
                   value "    Next due".
               10  filler                 pic x(12)
                   value "  Balance".
           05  Plan-Line.
               10  RPT-Status             pic x(08).
               10  filler                 pic x(01) value space.
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Name               pic x(30).
               10  filler                 pic x(01) value space.
               10  RPT-Agreed             pic $zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Paid               pic $zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Installment        pic $zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Next-Due-Date      pic 9(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Balance            pic $zzz,zz9.99.
           05  Totals-Line-1.
               10  filler                 pic x(13)
                   value "Plans read: ".
               10  RPT-Plans-Read         pic zzz,zz9.
               10  filler                 pic x(16)
                   value "  On schedule: ".
               10  RPT-Plans-On-Schedule  pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  At risk: ".
               10  RPT-Plans-At-Risk      pic zzz,zz9.
               10  filler                 pic x(20)
                   value "  Balance at risk: ".
               10  RPT-Balance-At-Risk    pic $zzz,zzz,zz9.99.
           05  Totals-Line-2.
               10  filler                 pic x(13)
                   value "Kept: ".
               10  RPT-Plans-Kept         pic zzz,zz9.
               10  filler                 pic x(16)
                   value "  Broken: ".
               10  RPT-Plans-Broken       pic zzz,zz9.
               10  filler                 pic x(32)
                   value "  Kept or broken before month: ".
               10  RPT-Plans-Closed-Earlier
                                          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Report-Plans
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Plans-Read
           move zero to Plans-On-Schedule
           move zero to Plans-At-Risk
           move zero to Plans-Kept
           move zero to Plans-Broken
           move zero to Plans-Closed-Earlier
           move function current-date to Run-Date-Time
           compute Run-Integer-Date =
               function integer-of-date(RDT-YYYYMMDD)
           end-compute
           open input Plan-File
           if not Plan-File-OK
               move Plan-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "PAYPLAN" to Error-DDNAME
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
           move RDT-Year-Month to RPT-Heading-Year-Month
           display Heading-Line-1
           display space
           display Heading-Line-2
           .
       1000-Report-Plans.
           perform 1200-Read-Next-Account
           perform 1100-Read-Next-Plan
           perform with test before
                   until Plan-File-EOF
               add 1 to Plans-Read
               perform with test before
                       until Accounts-File-EOF
                       or ACCT-Number not less than PPL-Account
                   perform 1200-Read-Next-Account
               end-perform
               perform 2000-Classify-One-Plan
               perform 1100-Read-Next-Plan
           end-perform
           .
       1100-Read-Next-Plan.
           read Plan-File
           if not Plan-File-OK and not Plan-File-EOF
               move Plan-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "PAYPLAN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1200-Read-Next-Account.
           read Accounts-File
           if not Accounts-File-OK and not Accounts-File-EOF
               move Accounts-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Accounts-File-EOF
               move 9999999 to ACCT-Number
           end-if
           .
       2000-Classify-One-Plan.
           compute Status-Year-Month = PPL-Status-Date / 100
           end-compute
           evaluate true
               when PPL-Plan-Kept
                   if Status-Year-Month equal RDT-Year-Month
                       move "KEPT" to RPT-Status
                       perform 3000-List-Plan
                       add 1 to Plans-Kept
                   else
                       add 1 to Plans-Closed-Earlier
                   end-if
               when PPL-Plan-Broken
                   if Status-Year-Month equal RDT-Year-Month
                       move "BROKEN" to RPT-Status
                       perform 3000-List-Plan
                       add 1 to Plans-Broken
                   else
                       add 1 to Plans-Closed-Earlier
                   end-if
               when other
                   perform 2100-Check-Risk
           end-evaluate
           .
       2100-Check-Risk.
      *****************************************************************
      * The installment now due is at risk once its due date is no
      * more than the risk window away - or already past - and what
      * has come in toward it is still short.
      *****************************************************************
           compute Due-Integer-Date =
               function integer-of-date(PPL-Next-Due-Date)
           end-compute
           if Due-Integer-Date not greater than
                   Run-Integer-Date + Risk-Window-Days
               and PPL-Paid-Toward-Due less than
                   PPL-Installment-Amount
               move "AT RISK" to RPT-Status
               perform 3000-List-Plan
               add 1 to Plans-At-Risk
               if PPL-Agreed-Balance greater than PPL-Amount-Paid
                   compute Balance-At-Risk = Balance-At-Risk
                       + PPL-Agreed-Balance - PPL-Amount-Paid
                   end-compute
               end-if
           else
               add 1 to Plans-On-Schedule
           end-if
           .
       3000-List-Plan.
           move PPL-Account to RPT-Account
           if ACCT-Number equal PPL-Account
               move ACCT-Name to RPT-Name
               move ACCT-Balance to RPT-Balance
           else
               move "*** NOT ON ACCOUNTS FILE ***" to RPT-Name
               move zero to RPT-Balance
           end-if
           move PPL-Agreed-Balance to RPT-Agreed
           move PPL-Amount-Paid to RPT-Paid
           move PPL-Installment-Amount to RPT-Installment
           move PPL-Next-Due-Date to RPT-Next-Due-Date
           display Plan-Line
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Plans-Read to RPT-Plans-Read
           move Plans-On-Schedule to RPT-Plans-On-Schedule
           move Plans-At-Risk to RPT-Plans-At-Risk
           move Balance-At-Risk to RPT-Balance-At-Risk
           move Plans-Kept to RPT-Plans-Kept
           move Plans-Broken to RPT-Plans-Broken
           move Plans-Closed-Earlier to RPT-Plans-Closed-Earlier
           display space
           display Totals-Line-1
           display Totals-Line-2
           .
       9900-Housekeeping.
           close Accounts-File
           close Plan-File
           .
