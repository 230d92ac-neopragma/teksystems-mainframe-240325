       Identification Division.
       Program-Id. CASHFCST.
      *****************************************************************
      * Weekly cash-collection forecast.  Treasury asks every Monday
      * what cash the next four weeks will bring in; this job answers
      * from the open items themselves.  Each customer's real
      * days-to-pay is worked out from the PAYHIST history CSHAPP
      * keeps - for every open item a past payment relieved, the days
      * from the item's invoice date to the payment - and averaged
      * over everything the customer has paid.  Each item still open
      * on OPENITEM is then expected that many days after its own
      * invoice date.  A customer with no payment history is
      * expected to pay on terms: the invoice date plus the terms
      * days on the SYSIN control card.  A payment the bank returned
      * (marked on PAYHIST by NSFREV) is not history anyone should
      * bank on, and is left out of the average.
      *
      * Not every dollar expected is a dollar to count on:
      *   - the part of an item in open dispute on DISPUTE counts at
      *     the control card's dispute percentage (none, unless the
      *     card says otherwise);
      *   - everything on an account on CRDHOLD counts at the
      *     control card's hold percentage.
      *
      * The forecast starts on the week-start date on the card (the
      * run date when the card leaves it blank).  An item whose
      * expected date has already gone by is expected in week 1;
      * one expected after week 4 is carried as "later" so the
      * forecast still accounts for every open dollar.  The report
      * lists, week by week, each customer expected to pay in that
      * week with the open and expected amounts behind the week's
      * total, then a summary of the four weeks.
      *
      * The terms days and the two percentages are TERMS-DAYS,
      * HOLD-PCT, and DISPUTE-PCT (three digits each) on the RUNPARM
      * run-parameter file, read through PRMGET as of the week-start
      * date, so they are set and audited through PRMMNT.  The card
      * fields for them are one-night overrides, each logged on the
      * PRMAUDT audit file when used.
      *
      * Control card (SYSIN), every field optional:
      *   cols  1- 8  week-start date yyyymmdd  (default run date)
      *   cols  9-11  terms days override       (default RUNPARM/030)
      *   cols 12-14  credit-hold pct override  (default RUNPARM/050)
      *   cols 15-17  disputed pct override     (default RUNPARM/000)
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
           Select Open-Item-File
               Assign to "OPENITEM"
               Organization Sequential
               Access Sequential
               File Status Open-Item-File-Status.
           Select Payment-History-File
               Record Key PYH-Key
               Assign to "PAYHIST"
               Organization Indexed
               Access Sequential
               File Status Payment-History-File-Status.
           Select Credit-Hold-File
               Record Key CRD-Account
               Assign to "CRDHOLD"
               Organization Indexed
               Access Random
               File Status Credit-Hold-File-Status.
           Select Dispute-File
               Record Key DSP-Key
               Assign to "DISPUTE"
               Organization Indexed
               Access Random
               File Status Dispute-File-Status.
           Select Forecast-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Week-Start-Date        pic 9(8).
           05  CTL-Terms-Days             pic 9(3).
           05  CTL-Hold-Pct               pic 9(3).
           05  CTL-Dispute-Pct            pic 9(3).
           05  filler                     pic x(63).
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
       FD  Open-Item-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Open-Item-Record.
           copy OPENITEM.
       FD  Payment-History-File.
       01  FD-Payment-History-Record.
           copy PAYHIST.
       FD  Credit-Hold-File.
       01  FD-Credit-Hold-Record.
           copy CRDHOLD.
       FD  Dispute-File.
       01  FD-Dispute-Record.
           copy DISPUTE.
       SD  Forecast-Sort-File.
       01  SD-Forecast-Record.
           05  FCS-Week                   pic 9(1).
           05  FCS-Account                pic 9(7).
           05  FCS-Invoice-Number         pic x(6).
           05  FCS-Name                   pic x(30).
           05  FCS-Open-Amount            pic 9(7)v99.
           05  FCS-Expected-Amount        pic 9(7)v99.
           05  FCS-Disputed-Amount        pic 9(7)v99.
           05  FCS-Basis                  pic x(1).
               88  FCS-Basis-History      value "H".
               88  FCS-Basis-Terms        value "T".
           05  FCS-Days-To-Pay            pic 9(3).
           05  FCS-Hold-Flag              pic x(1).
               88  FCS-On-Hold            value "Y".
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Accounts-File-Status       pic x(02).
               88  Accounts-File-OK       value "00".
               88  Accounts-File-EOF      value "10".
           05  Open-Item-File-Status      pic x(02).
               88  Open-Item-OK           value "00".
               88  Open-Item-EOF          value "10".
           05  Payment-History-File-Status
                                          pic x(02).
               88  Payment-History-OK     value "00".
               88  Payment-History-EOF    value "10".
           05  Credit-Hold-File-Status    pic x(02).
               88  Credit-Hold-OK         value "00".
               88  Credit-Hold-Not-Found  value "23".
           05  Dispute-File-Status        pic x(02).
               88  Dispute-OK             value "00".
               88  Dispute-Not-Found      value "23".
               88  Dispute-Missing        value "35".
       01  Dispute-File-Switch            pic x value "Y".
           88  Dispute-File-Present       value "Y".
       01  Forecast-Sort-Status           pic x value space.
           88  Forecast-Sort-EOF          value "Y".
       01  This-Program-Id                pic x(8) value "CASHFCST".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
      *****************************************************************
      * The run's parameters, off the run-parameter file or the
      * control card, or defaulted.
      *****************************************************************
       01  Forecast-Parameters.
           05  Week-Start-Date            pic 9(8).
           05  Week-Start-Integer         pic s9(9) comp.
           05  Terms-Days                 pic 9(3).
           05  Hold-Pct                   pic 9(3).
           05  Dispute-Pct                pic 9(3).
           05  Override-Number            pic 9(3).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Number-Value redefines RPP-Value.
               10  RPP-Number             pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
      *****************************************************************
      * The account being projected: its name, hold status, and the
      * days-to-pay its payment history supports.
      *****************************************************************
       01  Account-Work-Fields.
           05  Current-Account            pic 9(7).
           05  Current-Name               pic x(30).
           05  Current-Hold-Flag          pic x(1).
               88  Current-On-Hold        value "Y".
           05  Current-Basis              pic x(1).
               88  Current-Basis-History  value "H".
               88  Current-Basis-Terms    value "T".
           05  Current-Days-To-Pay        pic 9(3).
           05  History-Items-Paid         pic 9(7) comp.
           05  History-Days-Total         pic 9(11) comp.
           05  History-Payment-Switch     pic x(1).
               88  History-Payment-Returned
                                          value "R".
       01  Item-Work-Fields.
           05  Item-Days-To-Pay           pic s9(9) comp.
           05  Item-Disputed-Amount       pic 9(7)v99.
           05  Item-Expected-Amount       pic 9(7)v99.
           05  Item-Expected-Integer      pic s9(9) comp.
           05  Item-Week                  pic s9(9) comp.
      *****************************************************************
      * Control-break fields for the sorted forecast, and one slot
      * per forecast week: 1-4, then 5 = later.
      *****************************************************************
       01  Forecast-Break-Fields.
           05  Current-Week               pic 9(1).
           05  Break-Account              pic 9(7).
           05  CUS-Items                  pic 9(5) comp.
           05  CUS-Open-Amount            pic s9(11)v99
                                          packed-decimal.
           05  CUS-Expected-Amount        pic s9(11)v99
                                          packed-decimal.
           05  CUS-Disputed-Amount        pic s9(11)v99
                                          packed-decimal.
           05  Week-Sub                   pic 9(1).
           05  Week-End-Integer           pic s9(9) comp.
       01  Week-Totals.
           05  Week-Total occurs 5 times.
               10  WK-Customers           pic 9(05) comp.
               10  WK-Items               pic 9(07) comp.
               10  WK-Open-Amount         pic s9(11)v99
                                          packed-decimal.
               10  WK-Expected-Amount     pic s9(11)v99
                                          packed-decimal.
       01  Forecast-Totals.
           05  Total-Open-Amount          pic s9(11)v99
                                          packed-decimal value zero.
           05  Total-Expected-Amount      pic s9(11)v99
                                          packed-decimal value zero.
       01  Report-Counters.
           05  Items-Read                 pic 9(07) comp.
           05  Accounts-Projected         pic 9(07) comp.
           05  Accounts-On-History        pic 9(07) comp.
           05  Accounts-On-Terms          pic 9(07) comp.
           05  Accounts-On-Hold           pic 9(07) comp.
           05  Items-In-Dispute           pic 9(07) comp.
           05  Items-Past-Expected        pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(38)
                   value "--- Weekly Cash-Collection Forecast ".
               10  filler                 pic x(10) value "from week ".
               10  RPT-Heading-Start      pic 9999/99/99.
               10  filler                 pic x(04) value " ---".
           05  Parameter-Line.
               10  filler                 pic x(12)
                   value "Terms days: ".
               10  RPT-Terms-Days         pic zz9.
               10  filler                 pic x(24)
                   value "   Credit hold counted: ".
               10  RPT-Hold-Pct           pic zz9.
               10  filler                 pic x(23)
                   value "%   Disputed counted: ".
               10  RPT-Dispute-Pct        pic zz9.
               10  filler                 pic x(01) value "%".
           05  Week-Heading-Line.
               10  filler                 pic x(05) value "Week ".
               10  RPT-Week-Number        pic 9(1).
               10  filler                 pic x(02) value ": ".
               10  RPT-Week-From          pic 9999/99/99.
               10  filler                 pic x(04) value " to ".
               10  RPT-Week-To            pic 9999/99/99.
           05  Later-Heading-Line.
               10  filler                 pic x(22)
                   value "Later: expected after ".
               10  RPT-Later-From         pic 9999/99/99.
           05  Column-Heading-Line.
               10  filler                 pic x(09) value "Account".
               10  filler                 pic x(31) value "Customer".
               10  filler                 pic x(06) value "Items".
               10  filler                 pic x(16)
                   value "     Open amount".
               10  filler                 pic x(16)
                   value "        Expected".
               10  filler                 pic x(20)
                   value "  Basis".
               10  filler                 pic x(10) value "Discounts".
           05  Customer-Line.
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(02) value spaces.
               10  RPT-Name               pic x(30).
               10  filler                 pic x(01) value space.
               10  RPT-Items              pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Open-Amount        pic $zzz,zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Expected-Amount    pic $zzz,zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Basis              pic x(08).
               10  RPT-Days-To-Pay        pic zz9.
               10  filler                 pic x(09) value " days".
               10  RPT-Hold-Flag          pic x(05).
               10  RPT-Dispute-Flag       pic x(07).
           05  Week-Total-Line.
               10  RPT-Wk-Label           pic x(10).
               10  filler                 pic x(07) value " total ".
               10  RPT-Wk-Customers       pic zz,zz9.
               10  filler                 pic x(10)
                   value " customers".
               10  filler                 pic x(08) value spaces.
               10  RPT-Wk-Items           pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Wk-Open-Amount     pic $zzz,zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Wk-Expected-Amount pic $zzz,zzz,zz9.99.
           05  Summary-Heading            pic x(40)
               value "--- Forecast summary ---".
           05  Summary-Line.
               10  RPT-Sum-Label          pic x(10).
               10  filler                 pic x(01) value space.
               10  RPT-Sum-From           pic x(10).
               10  filler                 pic x(02) value spaces.
               10  RPT-Sum-Items          pic zzz,zz9.
               10  filler                 pic x(01) value space.
               10  RPT-Sum-Open-Amount    pic $zzz,zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Sum-Expected-Amount
                                          pic $zzz,zzz,zz9.99.
           05  Summary-Date               pic 9999/99/99.
           05  Totals-Line.
               10  filler                 pic x(12)
                   value "Items read: ".
               10  RPT-Items-Read         pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Accounts: ".
               10  RPT-Accounts           pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  On history: ".
               10  RPT-On-History         pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  On terms: ".
               10  RPT-On-Terms           pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(17)
                   value "Accounts on hold:".
               10  RPT-On-Hold            pic zzz,zz9.
               10  filler                 pic x(22)
                   value "  Items in dispute:  ".
               10  RPT-In-Dispute         pic zzz,zz9.
               10  filler                 pic x(24)
                   value "  Past expected date:  ".
               10  RPT-Past-Expected      pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Build-Forecast
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Items-Read
           move zero to Accounts-Projected
           move zero to Accounts-On-History
           move zero to Accounts-On-Terms
           move zero to Accounts-On-Hold
           move zero to Items-In-Dispute
           move zero to Items-Past-Expected
           perform varying Week-Sub from 1 by 1
                   until Week-Sub greater than 5
               move zero to WK-Customers(Week-Sub)
               move zero to WK-Items(Week-Sub)
               move zero to WK-Open-Amount(Week-Sub)
               move zero to WK-Expected-Amount(Week-Sub)
           end-perform
           move function current-date to Run-Date-Time
           perform 0100-Read-Control-Card
           open input Payment-History-File
           if not Payment-History-OK
               move Payment-History-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "PAYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Credit-Hold-File
           if not Credit-Hold-OK
               move Credit-Hold-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
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
           move Week-Start-Date to RPT-Heading-Start
           move Terms-Days to RPT-Terms-Days
           move Hold-Pct to RPT-Hold-Pct
           move Dispute-Pct to RPT-Dispute-Pct
           display Heading-Line-1
           display Parameter-Line
           display space
           .
       0100-Read-Control-Card.
      *****************************************************************
      * The percentages and terms days come off the run-parameter
      * file as of the week-start date, or take their defaults; a
      * numeric field on the card overrides one for tonight, and the
      * override is logged.  A bare card (or an empty SYSIN) runs
      * the standard Monday forecast.
      *****************************************************************
           move RDT-YYYYMMDD to Week-Start-Date
           move 30 to Terms-Days
           move 50 to Hold-Pct
           move zero to Dispute-Pct
           open input Control-Card-File
           if not Control-Card-OK
               move Control-Card-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           read Control-Card-File
           end-read
           if Control-Card-OK
               if CTL-Week-Start-Date numeric
                   and CTL-Week-Start-Date greater than zero
                   move CTL-Week-Start-Date to Week-Start-Date
               end-if
           end-if
           move "TERMS-DAYS" to RPP-Parm-Name
           perform 0110-Get-Run-Parm
           if RPP-Found
               and RPP-Number numeric
               and RPP-Number greater than zero
               move RPP-Number to Terms-Days
           end-if
           move "HOLD-PCT" to RPP-Parm-Name
           perform 0110-Get-Run-Parm
           if RPP-Found
               and RPP-Number numeric
               move RPP-Number to Hold-Pct
           end-if
           move "DISPUTE-PCT" to RPP-Parm-Name
           perform 0110-Get-Run-Parm
           if RPP-Found
               and RPP-Number numeric
               move RPP-Number to Dispute-Pct
           end-if
           if Control-Card-OK
               if CTL-Terms-Days numeric
                   and CTL-Terms-Days greater than zero
                   move CTL-Terms-Days to Terms-Days
                   move "TERMS-DAYS" to RPP-Parm-Name
                   move CTL-Terms-Days to Override-Number
                   perform 0120-Log-Override
               end-if
               if CTL-Hold-Pct numeric
                   move CTL-Hold-Pct to Hold-Pct
                   move "HOLD-PCT" to RPP-Parm-Name
                   move CTL-Hold-Pct to Override-Number
                   perform 0120-Log-Override
               end-if
               if CTL-Dispute-Pct numeric
                   move CTL-Dispute-Pct to Dispute-Pct
                   move "DISPUTE-PCT" to RPP-Parm-Name
                   move CTL-Dispute-Pct to Override-Number
                   perform 0120-Log-Override
               end-if
           end-if
           close Control-Card-File
           if function test-date-yyyymmdd(Week-Start-Date)
                   not equal zero
               or Hold-Pct greater than 100
               or Dispute-Pct greater than 100
               move "Control card: bad week-start date or percentage"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           compute Week-Start-Integer =
               function integer-of-date(Week-Start-Date)
           end-compute
           .
       0110-Get-Run-Parm.
           move "G" to RPP-Function
           move "CASHFCST" to RPP-Program-Id
           move Week-Start-Date to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           .
       0120-Log-Override.
      *****************************************************************
      * The caller has set the parameter name and the card's value.
      *****************************************************************
           move "O" to RPP-Function
           move "CASHFCST" to RPP-Program-Id
           move Week-Start-Date to RPP-As-Of-Date
           move spaces to RPP-Value
           move Override-Number to RPP-Number
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           .
       1000-Build-Forecast.
           sort Forecast-Sort-File
               on ascending key FCS-Week FCS-Account
                                FCS-Invoice-Number
               input procedure 2000-Project-Open-Items
               output procedure 3000-Print-Forecast
           if not sort-return equal zero
               move "SORT Forecast-Items" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Project-Open-Items.
      *****************************************************************
      * OPENITEM, ACCTFL, and PAYHIST are all in account order; each
      * account's name and payment history are picked up as its
      * first open item arrives, then every item of the account is
      * projected into its week.
      *****************************************************************
           open input Open-Item-File
           if not Open-Item-OK
               move Open-Item-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "OPENITEM" to Error-DDNAME
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
           perform 2500-Read-Next-Open-Item
           perform 2600-Read-Next-Account
           perform 2700-Read-Next-History
           perform with test before
                   until Open-Item-EOF
               move OPI-Account to Current-Account
               perform 2100-Set-Up-Account
               perform with test before
                       until Open-Item-EOF
                       or OPI-Account not equal Current-Account
                   perform 2300-Project-One-Item
                   perform 2500-Read-Next-Open-Item
               end-perform
           end-perform
           close Open-Item-File
           close Accounts-File
           .
       2100-Set-Up-Account.
           add 1 to Accounts-Projected
           perform with test before
                   until Accounts-File-EOF
                   or ACCT-Number not less than Current-Account
               perform 2600-Read-Next-Account
           end-perform
           if not Accounts-File-EOF
               and ACCT-Number equal Current-Account
               move ACCT-Name to Current-Name
           else
               move "** NOT ON ACCTFL **" to Current-Name
           end-if
           perform 2200-Gather-Payment-History
           if History-Items-Paid greater than zero
               set Current-Basis-History to true
               compute Current-Days-To-Pay rounded =
                   History-Days-Total / History-Items-Paid
                   on size error
                       move 999 to Current-Days-To-Pay
               end-compute
               add 1 to Accounts-On-History
           else
               set Current-Basis-Terms to true
               move Terms-Days to Current-Days-To-Pay
               add 1 to Accounts-On-Terms
           end-if
           move "N" to Current-Hold-Flag
           move Current-Account to CRD-Account
           read Credit-Hold-File
           end-read
           evaluate true
               when Credit-Hold-OK
                   move "Y" to Current-Hold-Flag
                   add 1 to Accounts-On-Hold
               when Credit-Hold-Not-Found
                   continue
               when other
                   move Credit-Hold-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "CRDHOLD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2200-Gather-Payment-History.
      *****************************************************************
      * Accounts with no open items are passed over on PAYHIST; the
      * current account's records are counted.  Its payment record
      * comes ahead of the item records it relieved (item sequence
      * 000 sorts first), so the payment's status is known by the
      * time its items arrive.
      *****************************************************************
           move zero to History-Items-Paid
           move zero to History-Days-Total
           move space to History-Payment-Switch
           perform with test before
                   until Payment-History-EOF
                   or PYH-Account greater than Current-Account
               if PYH-Account equal Current-Account
                   perform 2210-Count-History-Record
               end-if
               perform 2700-Read-Next-History
           end-perform
           .
       2210-Count-History-Record.
           if PYH-Payment-Entry
               move PYH-Status to History-Payment-Switch
           else
               if not History-Payment-Returned
                   and PYI-Invoice-Date numeric
                   and PYI-Invoice-Date greater than zero
                   and PYI-Invoice-Date not greater than
                       PYH-Payment-Date
                   compute Item-Days-To-Pay =
                       function integer-of-date(PYH-Payment-Date)
                       - function integer-of-date(PYI-Invoice-Date)
                   end-compute
                   add 1 to History-Items-Paid
                   add Item-Days-To-Pay to History-Days-Total
               end-if
           end-if
           .
       2300-Project-One-Item.
      *****************************************************************
      * The item's expected receipt: what is open, less what the
      * discounts say not to count on, on the date the customer's
      * days-to-pay puts it.
      *****************************************************************
           add 1 to Items-Read
           move zero to Item-Disputed-Amount
           if Dispute-File-Present
               perform 2400-Read-Item-Dispute
           end-if
           if Item-Disputed-Amount greater than zero
               add 1 to Items-In-Dispute
           end-if
           compute Item-Expected-Amount rounded =
               OPI-Open-Amount - Item-Disputed-Amount
               + Item-Disputed-Amount * Dispute-Pct / 100
           end-compute
           if Current-On-Hold
               compute Item-Expected-Amount rounded =
                   Item-Expected-Amount * Hold-Pct / 100
               end-compute
           end-if
           if OPI-Invoice-Date numeric
               and function test-date-yyyymmdd(OPI-Invoice-Date)
                   equal zero
               compute Item-Expected-Integer =
                   function integer-of-date(OPI-Invoice-Date)
                   + Current-Days-To-Pay
               end-compute
           else
               move Week-Start-Integer to Item-Expected-Integer
           end-if
           if Item-Expected-Integer less than Week-Start-Integer
               add 1 to Items-Past-Expected
               move 1 to Item-Week
           else
               compute Item-Week =
                   (Item-Expected-Integer - Week-Start-Integer) / 7
                   + 1
               end-compute
               if Item-Week greater than 4
                   move 5 to Item-Week
               end-if
           end-if
           move Item-Week to FCS-Week
           move Current-Account to FCS-Account
           move OPI-Invoice-Number to FCS-Invoice-Number
           move Current-Name to FCS-Name
           move OPI-Open-Amount to FCS-Open-Amount
           move Item-Expected-Amount to FCS-Expected-Amount
           move Item-Disputed-Amount to FCS-Disputed-Amount
           move Current-Basis to FCS-Basis
           move Current-Days-To-Pay to FCS-Days-To-Pay
           move Current-Hold-Flag to FCS-Hold-Flag
           release SD-Forecast-Record
           .
       2400-Read-Item-Dispute.
           move OPI-Account to DSP-Account
           move OPI-Invoice-Number to DSP-Invoice-Number
           read Dispute-File
           end-read
           evaluate true
               when Dispute-OK
                   if DSP-Open
                       if DSP-Disputed-Amount greater than
                               OPI-Open-Amount
                           move OPI-Open-Amount
                               to Item-Disputed-Amount
                       else
                           move DSP-Disputed-Amount
                               to Item-Disputed-Amount
                       end-if
                   end-if
               when Dispute-Not-Found
                   continue
               when other
                   move Dispute-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "DISPUTE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
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
           .
       2600-Read-Next-Account.
           read Accounts-File
           if not Accounts-File-OK and not Accounts-File-EOF
               move Accounts-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2700-Read-Next-History.
           read Payment-History-File next record
           if not Payment-History-OK and not Payment-History-EOF
               move Payment-History-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "PAYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Print-Forecast.
      *****************************************************************
      * Walk the sorted items a week at a time, one line per customer
      * expected to pay in the week, with the week's total.
      *****************************************************************
           perform 3100-Return-Next-Item
           perform with test before
                   until Forecast-Sort-EOF
               move FCS-Week to Current-Week
               perform 3200-Print-Week-Heading
               perform with test before
                       until Forecast-Sort-EOF
                       or FCS-Week not equal Current-Week
                   perform 3300-Total-One-Customer
               end-perform
               perform 3500-Print-Week-Total
           end-perform
           .
       3100-Return-Next-Item.
           return Forecast-Sort-File
               at end
                   set Forecast-Sort-EOF to true
           end-return
           .
       3200-Print-Week-Heading.
           if Current-Week less than 5
               move Current-Week to RPT-Week-Number
               compute Week-End-Integer =
                   Week-Start-Integer + (Current-Week - 1) * 7
               end-compute
               move function date-of-integer(Week-End-Integer)
                   to RPT-Week-From
               add 6 to Week-End-Integer
               move function date-of-integer(Week-End-Integer)
                   to RPT-Week-To
               display Week-Heading-Line
           else
               compute Week-End-Integer = Week-Start-Integer + 27
               end-compute
               move function date-of-integer(Week-End-Integer)
                   to RPT-Later-From
               display Later-Heading-Line
           end-if
           display Column-Heading-Line
           .
       3300-Total-One-Customer.
           move FCS-Account to Break-Account
           move FCS-Account to RPT-Account
           move FCS-Name to RPT-Name
           if FCS-Basis-History
               move "history " to RPT-Basis
           else
               move "terms   " to RPT-Basis
           end-if
           move FCS-Days-To-Pay to RPT-Days-To-Pay
           if FCS-On-Hold
               move "HOLD" to RPT-Hold-Flag
           else
               move spaces to RPT-Hold-Flag
           end-if
           move zero to CUS-Items
           move zero to CUS-Open-Amount
           move zero to CUS-Expected-Amount
           move zero to CUS-Disputed-Amount
           perform with test before
                   until Forecast-Sort-EOF
                   or FCS-Week not equal Current-Week
                   or FCS-Account not equal Break-Account
               add 1 to CUS-Items
               add FCS-Open-Amount to CUS-Open-Amount
               add FCS-Expected-Amount to CUS-Expected-Amount
               add FCS-Disputed-Amount to CUS-Disputed-Amount
               perform 3100-Return-Next-Item
           end-perform
           perform 3400-Print-Customer
           .
       3400-Print-Customer.
           if CUS-Disputed-Amount greater than zero
               move "DISPUTE" to RPT-Dispute-Flag
           else
               move spaces to RPT-Dispute-Flag
           end-if
           move CUS-Items to RPT-Items
           move CUS-Open-Amount to RPT-Open-Amount
           move CUS-Expected-Amount to RPT-Expected-Amount
           display Customer-Line
           add 1 to WK-Customers(Current-Week)
           add CUS-Items to WK-Items(Current-Week)
           add CUS-Open-Amount to WK-Open-Amount(Current-Week)
           add CUS-Expected-Amount to WK-Expected-Amount(Current-Week)
           .
       3500-Print-Week-Total.
           if Current-Week less than 5
               move spaces to RPT-Wk-Label
               string "Week " delimited by size
                      Current-Week delimited by size
                   into RPT-Wk-Label
               end-string
           else
               move "Later" to RPT-Wk-Label
           end-if
           move WK-Customers(Current-Week) to RPT-Wk-Customers
           move WK-Items(Current-Week) to RPT-Wk-Items
           move WK-Open-Amount(Current-Week) to RPT-Wk-Open-Amount
           move WK-Expected-Amount(Current-Week)
               to RPT-Wk-Expected-Amount
           display Week-Total-Line
           display space
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
      *****************************************************************
      * The four weeks and the later figure on one page for Treasury;
      * a week nothing falls in still shows, at zero.
      *****************************************************************
           display Summary-Heading
           perform varying Week-Sub from 1 by 1
                   until Week-Sub greater than 5
               if Week-Sub less than 5
                   move spaces to RPT-Sum-Label
                   string "Week " delimited by size
                          Week-Sub delimited by size
                       into RPT-Sum-Label
                   end-string
                   compute Week-End-Integer =
                       Week-Start-Integer + (Week-Sub - 1) * 7
                   end-compute
               else
                   move "Later" to RPT-Sum-Label
                   compute Week-End-Integer = Week-Start-Integer + 28
                   end-compute
               end-if
               move function date-of-integer(Week-End-Integer)
                   to Summary-Date
               move Summary-Date to RPT-Sum-From
               move WK-Items(Week-Sub) to RPT-Sum-Items
               move WK-Open-Amount(Week-Sub) to RPT-Sum-Open-Amount
               move WK-Expected-Amount(Week-Sub)
                   to RPT-Sum-Expected-Amount
               display Summary-Line
               add WK-Open-Amount(Week-Sub) to Total-Open-Amount
               add WK-Expected-Amount(Week-Sub)
                   to Total-Expected-Amount
           end-perform
           move "Total" to RPT-Sum-Label
           move spaces to RPT-Sum-From
           move Items-Read to RPT-Sum-Items
           move Total-Open-Amount to RPT-Sum-Open-Amount
           move Total-Expected-Amount to RPT-Sum-Expected-Amount
           display Summary-Line
           move Items-Read to RPT-Items-Read
           move Accounts-Projected to RPT-Accounts
           move Accounts-On-History to RPT-On-History
           move Accounts-On-Terms to RPT-On-Terms
           move Accounts-On-Hold to RPT-On-Hold
           move Items-In-Dispute to RPT-In-Dispute
           move Items-Past-Expected to RPT-Past-Expected
           display space
           display Totals-Line
           display Totals-Line-2
           .
       9900-Housekeeping.
           close Payment-History-File
           close Credit-Hold-File
           if Dispute-File-Present
               close Dispute-File
           end-if
           .
