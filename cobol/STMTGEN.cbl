      * (the month's BCTLPOST stream) and the payments applied (the
      * month's payments file) for that account, the ending balance,
      * and a dunning message keyed off the same AGEDAYS aging bucket
      * the aged-receivables report uses.  The activity files are
      * sorted into account order here, then merged against the
      * accounts file - so when a customer calls asking what makes up
      * their balance, the mail room already sent the answer.  The
      * mailing address comes off the CUSTMST customer master,
      * standardized through ADDRSTD; an account with no master
      * record prints a NO ADDRESS flag and is reported at end of
      * job instead of being mailed blank.  Invoices the customer has
      * an open dispute on (the DISPUTE file) are listed on their own
      * under the ending balance, and the amount in dispute is taken
      * out of the amount the statement asks to be paid.  Credit
      * memos off CRMEMO's CRMGL feed print as their own lines with
      * the month's activity, each naming the invoice it credits.
      *
      * A customer whose master asks for email delivery gets the
      * statement on the STMTMAIL delivery file for the mail gateway
      * instead of on paper - a header record carrying the recipient
      * and subject, then the statement body, line for line what the
      * paper copy says less the page eject and mailing address.  A
      * customer who asked for both gets both; everyone else,
      * including an email customer whose address has gone blank,
      * gets paper only.
      *
      * The parent account of a chain whose master asks for a
      * consolidated statement also gets one for the whole family,
      * written after the last account: each store (the parent's
      * own account included) on a line with its balance and what
      * it has in dispute, then the family's balance and what is
      * due without the disputes.  It goes to the parent's address,
      * by the parent's delivery preference; the stores still get
      * their own statements as before.
      *
      * Run mode P runs the statements to fiscal period end: they
      * are dated, and the dunning aging is worked, as of the last
      * day of the fiscal period today falls in, from the FISCCAL
      * fiscal-calendar routine.  Any other mode dates them today.
      * The mode (RUN-MODE) comes from the RUNPARM run-parameter file
      * through PRMGET, as of today.  The SYSIN card is now optional
      * and only a one-night override: a mode in column 1 (P, or D
      * for today) replaces the file's setting for this run and is
      * logged on the PRMAUDT audit file.  No setting and no card
      * dates them today.
      *****************************************************************
       Environment Division.
       Input-Output Section.
                  File Status Sorted-Payment-File-Status.
           Select Payment-Sort-File
                  Assign to "SORTWK02".
           Select Memo-Feed-File
                  Assign to "CRMGL"
                  Organization Sequential
                  Access Sequential
                  File Status Memo-Feed-File-Status.
           Select Sorted-Memo-File
                  Assign to "CRMSORTD"
                  Organization Sequential
                  Access Sequential
                  File Status Sorted-Memo-File-Status.
           Select Memo-Sort-File
                  Assign to "SORTWK03".
           Select Accounts-File
                  Assign to "ACCTFL"
                  Organization Sequential
                  Organization Sequential
                  Access Sequential
                  File Status Statement-File-Status.
           Select Email-File
                  Assign to "STMTMAIL"
                  Organization Sequential
                  Access Sequential
                  File Status Email-File-Status.
           Select Dispute-File
                  Record Key DSP-Key
                  Assign to "DISPUTE"
                  Organization Indexed
                  Access Dynamic
                  File Status Dispute-File-Status.
           Select Control-Card-File
                  Assign to "SYSIN"
                  Organization Sequential
                  Access Sequential
                  File Status Control-Card-File-Status.
       Data Division.
       File Section.
       FD  Post-File
           05  SRP-Account                pic 9(07).
           05  SRP-Date                   pic 9(08).
           05  filler                     pic x(65).
       FD  Memo-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as CRMEMO's GL feed record.
       01  Memo-Feed-Record.
           05  filler                     pic x(80).
       FD  Sorted-Memo-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Sorted-Memo-Record.
           05  SCM-Account                pic 9(7).
           05  SCM-Amount                 pic 9(7)v99.
           05  SCM-Date                   pic 9(8).
           05  SCM-Memo-Number            pic x(6).
           05  SCM-Invoice-Number         pic x(6).
           05  SCM-Reason-Code            pic x(2).
           05  SCM-Reason-Desc            pic x(20).
           05  SCM-Applied-Amount         pic 9(7)v99.
           05  SCM-Banked-Amount          pic 9(7)v99.
           05  filler                     pic x(4).
       SD  Memo-Sort-File.
       01  SD-Memo-Record.
           05  SRM-Account                pic 9(7).
           05  filler                     pic x(9).
           05  SRM-Date                   pic 9(8).
           05  SRM-Memo-Number            pic x(6).
           05  filler                     pic x(50).
       FD  Accounts-File
           Recording Mode F
           Record Contains 80 Characters
           05  filler                     pic x(7).
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       FD  Statement-File
           Block Contains 0 Records
           Data Record Statement-Record.
       01  Statement-Record               pic x(132).
      *****************************************************************
      * Email delivery file for the mail gateway: per statement, one
      * H record (recipient and subject) followed by its B body lines
      * in order, all carrying the account and a line number.
      *****************************************************************
       FD  Email-File
           Recording Mode F
           Record Contains 200 Characters.
       01  Email-Record.
           05  EML-Record-Type            pic x(1).
               88  EML-Header-Entry       value "H".
               88  EML-Body-Entry         value "B".
           05  EML-Account                pic 9(7).
           05  EML-Line-Number            pic 9(4).
           05  EML-Header-Data.
               10  EML-Recipient          pic x(64).
               10  EML-Subject            pic x(80).
               10  filler                 pic x(44).
           05  EML-Body-Data redefines EML-Header-Data.
               10  EML-Body-Text          pic x(132).
               10  filler                 pic x(56).
       FD  Dispute-File.
       01  FD-Dispute-Record.
           copy DISPUTE.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Run-Mode               pic x(1).
               88  CTL-Period-End-Mode    value "P".
           05  filler                     pic x(79).
       Working-Storage Section.
       01  External-File-Names.
           05  Post-File-DDNAME           pic x(8) value "BCTLPOST".
           05  Sorted-Post-DDNAME         pic x(8) value "BCTLPSRT".
           05  Payment-File-DDNAME        pic x(8) value "PAYMENTS".
           05  Sorted-Payment-DDNAME      pic x(8) value "PAYSORTD".
           05  Sorted-Memo-DDNAME         pic x(8) value "CRMSORTD".
           05  Accounts-File-DDNAME       pic x(8) value "ACCTFL".
           05  Statement-File-DDNAME      pic x(8) value "STMTRPT".
       01  File-Status-Indicators.
           05  Sorted-Payment-File-Status pic x(2).
               88  Sorted-Payment-OK      value "00".
               88  Sorted-Payment-EOF     value "10".
           05  Memo-Feed-File-Status      pic x(2).
               88  Memo-Feed-OK           value "00".
               88  Memo-Feed-EOF          value "10".
               88  Memo-Feed-Missing      value "35".
           05  Sorted-Memo-File-Status    pic x(2).
               88  Sorted-Memo-OK         value "00".
               88  Sorted-Memo-EOF        value "10".
           05  Accounts-File-Status       pic x(2).
               88  Accounts-File-OK       value "00".
               88  Accounts-File-EOF      value "10".
               88  Master-File-EOF        value "10".
           05  Statement-File-Status      pic x(2).
               88  Statement-File-OK      value "00".
           05  Email-File-Status          pic x(2).
               88  Email-File-OK          value "00".
           05  Dispute-File-Status        pic x(2).
               88  Dispute-OK             value "00".
               88  Dispute-EOF            value "10".
               88  Dispute-Not-Found      value "23".
               88  Dispute-Missing        value "35".
           05  Control-Card-File-Status   pic x(2).
               88  Control-Card-OK        value "00".
       01  Dispute-File-Switch            pic x value "Y".
           88  Dispute-File-Present       value "Y".
      *****************************************************************
      * How the statement now being written goes out, off the
      * customer master, and the line it is built a line at a time
      * in for whichever of paper and email it goes to.
      *****************************************************************
       01  Master-Found-Switch            pic x(1).
           88  Master-Found               value "Y".
       01  Statement-Delivery             pic x(1).
           88  Deliver-On-Paper           value "P" "B".
           88  Deliver-By-Email           value "E" "B".
       01  Statement-Line                 pic x(132).
       01  Email-Line-Number              pic 9(4).
       01  Email-Account                  pic 9(7).
      *****************************************************************
      * Consolidating chain families, loaded off a pass of the
      * customer master before the statements: the parent's name,
      * address, and delivery, and a line for every store as its own
      * statement goes by.
      *****************************************************************
       01  Family-Count                   pic 9(03) comp value zero.
       01  Family-Table.
           05  Family-Entry occurs 1 to 200 times
                   depending on Family-Count
                   indexed by Family-Ix.
               10  FAM-Parent-Account     pic 9(7).
               10  FAM-Name               pic x(30).
               10  FAM-Address            pic x(102).
               10  FAM-Delivery-Preference
                                          pic x(1).
               10  FAM-Email-Address      pic x(64).
               10  FAM-Store-Count        pic 9(5) comp.
               10  FAM-Balance            pic 9(9)v99.
               10  FAM-Disputed-Amount    pic 9(9)v99.
       01  Family-Store-Count             pic 9(05) comp value zero.
       01  Family-Store-Table.
           05  Family-Store-Entry occurs 1 to 5000 times
                   depending on Family-Store-Count
                   indexed by Store-Ix.
               10  FST-Parent-Account     pic 9(7).
               10  FST-Account            pic 9(7).
               10  FST-Name               pic x(30).
               10  FST-Balance            pic 9(7)v99.
               10  FST-Disputed-Amount    pic 9(7)v99.
       01  Family-Fields.
           05  Family-Head-Account        pic 9(7).
           05  Family-Found-Switch        pic x(1).
               88  Family-Found           value "Y".
           05  Family-Amount-Due          pic 9(9)v99.
       01  Account-Disputed-Amount        pic 9(7)v99.
       01  Account-Amount-Due             pic 9(7)v99.
       01  This-Program-Id                pic x(8) value "STMTGEN".
           copy ERRCOMM.
       01  Run-Date-Time.
               88  AGP-Bucket-30-59-Days  value "1".
               88  AGP-Bucket-60-119-Days value "2".
               88  AGP-Bucket-120-Plus    value "3".
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Run-Mode-Switch                pic x(1) value space.
           88  Period-End-Mode            value "P".
      * Parameter area for the FISCCAL subprogram - same field layout
      * as FSC-Parms in its Linkage Section.
       01  Fiscal-Calendar-Parms.
           05  FCP-Function               pic x(1).
           05  FCP-Date                   pic 9(8).
           05  FCP-Fiscal-Year            pic 9(4).
           05  FCP-Period                 pic 9(2).
           05  FCP-Week                   pic 9(2).
           05  FCP-Period-Start           pic 9(8).
           05  FCP-Period-End             pic 9(8).
           05  FCP-Result                 pic x(1).
               88  FCP-Found              value "F".
       01  Statement-Counters.
           05  Statements-Written         pic 9(07) comp.
           05  Activity-Lines             pic 9(07) comp.
           05  Activity-Lines-This-Account
                                          pic 9(05) comp.
           05  Accounts-No-Address        pic 9(05) comp.
           05  Statements-On-Paper        pic 9(07) comp.
           05  Statements-Emailed         pic 9(07) comp.
           05  Consolidated-Statements    pic 9(07) comp.
      * Parameter areas for the ADDRSTD subprogram - same field
      * layout as ADR-Address/ADR-Formatted-Address in its Linkage
      * Section, the way CONLABEL redeclares them.
               10  HDG-Run-Day            pic 99.
               10  filler                 pic x value "/".
               10  HDG-Run-Year           pic 9999.
           05  Consolidated-Heading-Line.
               10  filler                 pic x(24)
                   value "CONSOLIDATED STATEMENT  ".
               10  filler                 pic x(10)
                   value "Run Date: ".
               10  CHD-Run-Month          pic 99.
               10  filler                 pic x value "/".
               10  CHD-Run-Day            pic 99.
               10  filler                 pic x value "/".
               10  CHD-Run-Year           pic 9999.
           05  Account-Line.
               10  filler                 pic x(09)
                   value "Account: ".
               10  filler                 pic x(02) value spaces.
               10  STM-Payment-Amount     pic $zzz,zz9.99.
               10  filler                 pic x(03) value " CR".
           05  Credit-Memo-Line.
               10  filler                 pic x(04) value spaces.
               10  filler                 pic x(12)
                   value "Credit memo ".
               10  STM-Memo-Number        pic x(6).
               10  filler                 pic x(07)
                   value " dated ".
               10  STM-Memo-Date          pic 9(8).
               10  filler                 pic x(02) value spaces.
               10  STM-Memo-Amount        pic $zzz,zz9.99.
               10  filler                 pic x(03) value " CR".
               10  filler                 pic x(13)
                   value "  on invoice ".
               10  STM-Memo-Invoice       pic x(6).
               10  filler                 pic x(02) value spaces.
               10  STM-Memo-Reason        pic x(20).
           05  No-Activity-Line           pic x(40)
               value "    No activity this period".
           05  No-Address-Line            pic x(44)
               10  filler                 pic x(16)
                   value "Ending balance: ".
               10  STM-Ending-Balance     pic $zzz,zzz,zz9.99.
           05  Dispute-Heading-Line       pic x(40)
               value "Invoices in dispute:".
           05  Dispute-Line.
               10  filler                 pic x(04) value spaces.
               10  filler                 pic x(08)
                   value "Invoice ".
               10  STM-Dsp-Invoice-Number pic x(6).
               10  filler                 pic x(08)
                   value " opened ".
               10  STM-Dsp-Opened-Date    pic 9999/99/99.
               10  filler                 pic x(02) value spaces.
               10  STM-Dsp-Amount         pic $zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  STM-Dsp-Reason         pic x(30).
           05  Disputed-Total-Line.
               10  filler                 pic x(19)
                   value "Amount in dispute: ".
               10  STM-Disputed-Total     pic $zzz,zzz,zz9.99.
               10  filler                 pic x(26)
                   value " - not due while disputed".
           05  Amount-Due-Line.
               10  filler                 pic x(19)
                   value "Amount now due:    ".
               10  STM-Amount-Due         pic $zzz,zzz,zz9.99.
           05  Credit-Balance-Line.
               10  filler                 pic x(16)
                   value "Credit balance: ".
               10  filler                 pic x(26)
                   value " CR - applies to new invoi".
               10  filler                 pic x(03) value "ces".
           05  Store-Heading-Line.
               10  filler                 pic x(04) value spaces.
               10  filler                 pic x(09) value "Store".
               10  filler                 pic x(32) value "Name".
               10  filler                 pic x(16)
                   value "         Balance".
               10  filler                 pic x(16)
                   value "      In dispute".
           05  Store-Line.
               10  filler                 pic x(04) value spaces.
               10  STM-Store-Account      pic 9(7).
               10  filler                 pic x(02) value spaces.
               10  STM-Store-Name         pic x(30).
               10  filler                 pic x(02) value spaces.
               10  STM-Store-Balance      pic $zzz,zzz,zz9.99.
               10  filler                 pic x(01) value spaces.
               10  STM-Store-Disputed     pic $zzz,zzz,zz9.99
                                          blank when zero.
           05  Family-Balance-Line.
               10  filler                 pic x(16)
                   value "Family balance: ".
               10  STM-Family-Balance     pic $zzz,zzz,zz9.99.
           05  Dunning-Line               pic x(75).
           05  Dunning-Current            pic x(44)
               value "Thank you - your account is current.".
               10  filler                 pic x(15)
                   value "  No address: ".
               10  RPT-No-Address         pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(21)
                   value "Mailed on paper:    ".
               10  RPT-On-Paper           pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Emailed:        ".
               10  RPT-Emailed            pic zzz,zz9.
           05  Totals-Line-3.
               10  filler                 pic x(21)
                   value "Consolidated:       ".
               10  RPT-Consolidated       pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Sort-Activity-Files
           perform 1500-Load-Consolidated-Families
           perform 2000-Generate-Statements
           if Family-Count greater than zero
               perform 4000-Write-Consolidated-Statements
           end-if
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           move zero to Statements-Written
           move zero to Activity-Lines
           move zero to Accounts-No-Address
           move zero to Statements-On-Paper
           move zero to Statements-Emailed
           move zero to Consolidated-Statements
           move function current-date to Run-Date-Time
           perform 0050-Read-Control-Card
           move RDT-YYYYMMDD to AGP-Todays-Date
           .
       0050-Read-Control-Card.
      *****************************************************************
      * The file's run mode, then any one-night override off the
      * SYSIN card - logged.  Period end asked for and not found
      * stops the run rather than mail statements dated to the wrong
      * day.
      *****************************************************************
           move "G" to RPP-Function
           move "STMTGEN" to RPP-Program-Id
           move "RUN-MODE" to RPP-Parm-Name
           move RDT-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               move RPP-Value(1:1) to Run-Mode-Switch
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
               if Control-Card-OK
                   and CTL-Run-Mode not equal space
                   move CTL-Run-Mode to Run-Mode-Switch
                   move "O" to RPP-Function
                   move CTL-Run-Mode to RPP-Value
                   call "PRMGET" using by reference Run-Parm-Parms
                   end-call
               end-if
               close Control-Card-File
           end-if
           if Period-End-Mode
               move "D" to FCP-Function
               move RDT-YYYYMMDD to FCP-Date
               call "FISCCAL"
                   using by reference Fiscal-Calendar-Parms
               end-call
               if not FCP-Found
                   move "Today is not on the fiscal calendar"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move FCP-Period-End to RDT-YYYYMMDD
           end-if
           .
       1000-Sort-Activity-Files.
           sort Post-Sort-File
               on ascending key SRT-Invoice-Account
               move "SORT Payments" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           sort Memo-Sort-File
               on ascending key SRM-Account SRM-Date SRM-Memo-Number
               input procedure 1100-Release-Credit-Memos
               giving Sorted-Memo-File
           if not sort-return equal zero
               move "SORT Credit-Memos" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1100-Release-Credit-Memos.
      *****************************************************************
      * The CRMGL feed is only there in a month CRMEMO ran; without
      * it the sorted file is simply empty.
      *****************************************************************
           open input Memo-Feed-File
           if not Memo-Feed-Missing
               if not Memo-Feed-OK
                   move Memo-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "CRMGL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 1150-Read-Feed-Memo
               perform with test before
                       until Memo-Feed-EOF
                   release SD-Memo-Record from Memo-Feed-Record
                   perform 1150-Read-Feed-Memo
               end-perform
               close Memo-Feed-File
           end-if
           .
       1150-Read-Feed-Memo.
           read Memo-Feed-File
           if not Memo-Feed-OK and not Memo-Feed-EOF
               move Memo-Feed-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CRMGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1500-Load-Consolidated-Families.
      *****************************************************************
      * A pass of the customer master for the parents asking for a
      * consolidated statement, before the master is opened again to
      * be read alongside the accounts.
      *****************************************************************
           open input Customer-Master-File
           if not Master-File-OK
               move Customer-Master-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CUSTMST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2350-Read-Next-Master
           perform with test before
                   until Master-File-EOF
               if CUS-Consolidate
                   perform 1550-Add-Consolidated-Family
               end-if
               perform 2350-Read-Next-Master
           end-perform
           close Customer-Master-File
           .
       1550-Add-Consolidated-Family.
           if Family-Count equal 200
               move "More than 200 consolidated families on master"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Family-Count
           move CUS-Account to FAM-Parent-Account(Family-Count)
           move CUS-Name to FAM-Name(Family-Count)
           move CUS-Address to FAM-Address(Family-Count)
           move CUS-Delivery-Preference
               to FAM-Delivery-Preference(Family-Count)
           move CUS-Email-Address to FAM-Email-Address(Family-Count)
           move zero to FAM-Store-Count(Family-Count)
           move zero to FAM-Balance(Family-Count)
           move zero to FAM-Disputed-Amount(Family-Count)
           .
       2000-Generate-Statements.
      *****************************************************************
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Sorted-Memo-File
           if not Sorted-Memo-OK
               move Sorted-Memo-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move Sorted-Memo-DDNAME to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Accounts-File
           if not Accounts-File-OK
               move Accounts-File-Status to Error-Status
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Email-File
           if not Email-File-OK
               move Email-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "STMTMAIL" to Error-DDNAME
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
           perform 2100-Read-Next-Invoice
           perform 2200-Read-Next-Payment
           perform 2400-Read-Next-Memo
           perform 2350-Read-Next-Master
           perform 2300-Read-Next-Account
           perform with test before
           end-perform
           close Sorted-Post-File
           close Sorted-Payment-File
           close Sorted-Memo-File
           close Customer-Master-File
           close Accounts-File
           if Dispute-File-Present
               close Dispute-File
           end-if
           .
       2100-Read-Next-Invoice.
           read Sorted-Post-File
               perform 8900-Scream-and-Die
           end-if
           .
       2400-Read-Next-Memo.
           read Sorted-Memo-File
           if not Sorted-Memo-OK and not Sorted-Memo-EOF
               move Sorted-Memo-File-Status to Error-Status
               move Const-READ to Error-Operation
               move Sorted-Memo-DDNAME to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Write-One-Statement.
      *****************************************************************
      * Page heading, account line, the month's activity, the ending
      * balance, and the dunning message for the account's aging
      * bucket - on paper, by email, or both, as the customer master
      * says.
      *****************************************************************
           perform 3100-Skip-Orphan-Activity
           perform 3050-Find-Customer-Master
           move ACCT-Number to Email-Account
           move RDT-Month to HDG-Run-Month
           move RDT-Day to HDG-Run-Day
           move RDT-Year to HDG-Run-Year
           if Deliver-On-Paper
               write Statement-Record from Heading-Line-1
                   after advancing page
               add 1 to Statements-On-Paper
           end-if
           if Deliver-By-Email
               perform 3060-Start-Email-Statement
               move Heading-Line-1 to Statement-Line
               perform 3950-Write-Email-Line
               add 1 to Statements-Emailed
           end-if
           move ACCT-Number to STM-Account
           move ACCT-Name to STM-Name
           move Account-Line to Statement-Line
           perform 3900-Put-Statement-Line
           perform 3150-Write-Address-Block
           move spaces to Statement-Line
           perform 3900-Put-Statement-Line
           move zero to Activity-Lines-This-Account
           perform 3200-Write-Invoice-Lines
           perform 3300-Write-Payment-Lines
           perform 3350-Write-Credit-Memo-Lines
           if Activity-Lines-This-Account equal zero
               move No-Activity-Line to Statement-Line
               perform 3900-Put-Statement-Line
           end-if
           move spaces to Statement-Line
           perform 3900-Put-Statement-Line
           move ACCT-Balance to STM-Ending-Balance
           move Balance-Line to Statement-Line
           perform 3900-Put-Statement-Line
           move zero to Account-Disputed-Amount
           if Dispute-File-Present
               perform 3250-Write-Disputed-Items
           end-if
           if ACCT-Credit-Balance numeric
               and ACCT-Credit-Balance greater than zero
               move ACCT-Credit-Balance to STM-Credit-Balance
               move Credit-Balance-Line to Statement-Line
               perform 3900-Put-Statement-Line
           end-if
           perform 3400-Write-Dunning-Message
           add 1 to Statements-Written
           if Master-Found and Family-Count greater than zero
               perform 3500-Record-Family-Store
           end-if
           .
       3100-Skip-Orphan-Activity.
      *****************************************************************
                   or SPY-Account not less than ACCT-Number
               perform 2200-Read-Next-Payment
           end-perform
           perform with test before
                   until Sorted-Memo-EOF
                   or SCM-Account not less than ACCT-Number
               perform 2400-Read-Next-Memo
           end-perform
           .
       3050-Find-Customer-Master.
      *****************************************************************
      * The master is in account order, so it is advanced alongside
      * the accounts.  Email goes only where the master asks for it
      * and has an address to send to; anything else is paper.
      *****************************************************************
           perform with test before
                   until Master-File-EOF
                   or CUS-Account not less than ACCT-Number
               perform 2350-Read-Next-Master
           end-perform
           move "P" to Statement-Delivery
           if not Master-File-EOF
               and CUS-Account equal ACCT-Number
               move "Y" to Master-Found-Switch
               if (CUS-Deliver-Email or CUS-Deliver-Both)
                   and CUS-Email-Address not equal spaces
                   move CUS-Delivery-Preference to Statement-Delivery
               end-if
           else
               move "N" to Master-Found-Switch
           end-if
           .
       3060-Start-Email-Statement.
           move zero to Email-Line-Number
           move spaces to Email-Record
           set EML-Header-Entry to true
           move Email-Account to EML-Account
           move Email-Line-Number to EML-Line-Number
           move CUS-Email-Address to EML-Recipient
           string "Your statement for account " delimited by size
                  ACCT-Number                   delimited by size
                  " - "                         delimited by size
                  HDG-Run-Month                 delimited by size
                  "/"                           delimited by size
                  HDG-Run-Day                   delimited by size
                  "/"                           delimited by size
                  HDG-Run-Year                  delimited by size
               into EML-Subject
           end-string
           perform 3960-Write-Email-Record
           .
       3150-Write-Address-Block.
      *****************************************************************
      * The mailing address off the customer master, standardized
      * through ADDRSTD - paper only; an emailed statement needs
      * none.  An account with no master record gets the NO ADDRESS
      * flag on the statement and a line on the run report -
      * reported, never mailed blank.
      *****************************************************************
           if Master-Found
               if Deliver-On-Paper
                   perform 3160-Write-Mailing-Address
               end-if
           else
               write Statement-Record from No-Address-Line
               move ACCT-Number to RPT-NA-Account
               add 1 to Accounts-No-Address
           end-if
           .
       3160-Write-Mailing-Address.
           move CUS-Street-Number to ADP-Street-Number
           move CUS-Street-Name to ADP-Street-Name
           move CUS-Street-Direction to ADP-Street-Direction
           move CUS-Street-Type to ADP-Street-Type
           move CUS-Unit to ADP-Unit
           move CUS-Unit-Type to ADP-Unit-Type
           move CUS-City to ADP-City
           move CUS-State to ADP-State
           move CUS-Zip-5 to ADP-Zip-5
           move CUS-Zip-4 to ADP-Zip-4
           call "ADDRSTD" using
               by reference Address-to-Standardize
               by reference Standardized-Address
           end-call
           write Statement-Record from Standardized-Address
           .
       3200-Write-Invoice-Lines.
           perform with test before
                   until Sorted-Post-EOF
               move SPO-Invoice-Number to STM-Invoice-Number
               move SPO-Invoice-Date to STM-Invoice-Date
               move SPO-Invoice-Total to STM-Invoice-Amount
               move Invoice-Line to Statement-Line
               perform 3900-Put-Statement-Line
               add 1 to Activity-Lines
               add 1 to Activity-Lines-This-Account
               perform 2100-Read-Next-Invoice
           end-perform
           .
       3250-Write-Disputed-Items.
      *****************************************************************
      * The account's open disputes, browsed off DISPUTE from the
      * first invoice key for the account.  When there are any, the
      * amount in dispute and what is due without it follow the list.
      *****************************************************************
           move zero to Account-Disputed-Amount
           move ACCT-Number to DSP-Account
           move low-values to DSP-Invoice-Number
           start Dispute-File
               key is greater than or equal to DSP-Key
           end-start
           if Dispute-Not-Found
               set Dispute-EOF to true
           else
               perform 3260-Read-Next-Dispute
           end-if
           perform with test before
                   until Dispute-EOF
                   or DSP-Account not equal ACCT-Number
               if DSP-Open
                   if Account-Disputed-Amount equal zero
                       move Dispute-Heading-Line to Statement-Line
                       perform 3900-Put-Statement-Line
                   end-if
                   move DSP-Invoice-Number to STM-Dsp-Invoice-Number
                   move DSP-Opened-Date to STM-Dsp-Opened-Date
                   move DSP-Disputed-Amount to STM-Dsp-Amount
                   move DSP-Reason to STM-Dsp-Reason
                   move Dispute-Line to Statement-Line
                   perform 3900-Put-Statement-Line
                   add DSP-Disputed-Amount to Account-Disputed-Amount
               end-if
               perform 3260-Read-Next-Dispute
           end-perform
           if Account-Disputed-Amount greater than zero
               move Account-Disputed-Amount to STM-Disputed-Total
               move Disputed-Total-Line to Statement-Line
               perform 3900-Put-Statement-Line
               if ACCT-Balance greater than Account-Disputed-Amount
                   compute Account-Amount-Due =
                       ACCT-Balance - Account-Disputed-Amount
                   end-compute
               else
                   move zero to Account-Amount-Due
               end-if
               move Account-Amount-Due to STM-Amount-Due
               move Amount-Due-Line to Statement-Line
               perform 3900-Put-Statement-Line
           end-if
           .
       3260-Read-Next-Dispute.
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
       3300-Write-Payment-Lines.
           perform with test before
                   until Sorted-Payment-EOF
                   or SPY-Account not equal ACCT-Number
               move SPY-Date to STM-Payment-Date
               move SPY-Amount to STM-Payment-Amount
               move Payment-Line to Statement-Line
               perform 3900-Put-Statement-Line
               add 1 to Activity-Lines
               add 1 to Activity-Lines-This-Account
               perform 2200-Read-Next-Payment
           end-perform
           .
       3350-Write-Credit-Memo-Lines.
           perform with test before
                   until Sorted-Memo-EOF
                   or SCM-Account not equal ACCT-Number
               move SCM-Memo-Number to STM-Memo-Number
               move SCM-Date to STM-Memo-Date
               move SCM-Amount to STM-Memo-Amount
               move SCM-Invoice-Number to STM-Memo-Invoice
               move SCM-Reason-Desc to STM-Memo-Reason
               move Credit-Memo-Line to Statement-Line
               perform 3900-Put-Statement-Line
               add 1 to Activity-Lines
               add 1 to Activity-Lines-This-Account
               perform 2400-Read-Next-Memo
           end-perform
           .
       3400-Write-Dunning-Message.
           move ACCT-Last-Payment-Date to AGP-Last-Payment-Date
           call "AGEDAYS" using
               when AGP-Bucket-120-Plus
                   move Dunning-Final to Dunning-Line
           end-evaluate
           move spaces to Statement-Line
           perform 3900-Put-Statement-Line
           move Dunning-Line to Statement-Line
           perform 3900-Put-Statement-Line
           .
       3500-Record-Family-Store.
      *****************************************************************
      * A store of a consolidating family - or the parent's own
      * account - is kept for the family's statement with its
      * balance and what it has in dispute.
      *****************************************************************
           if CUS-Parent-Account numeric
               and CUS-Parent-Account greater than zero
               move CUS-Parent-Account to Family-Head-Account
           else
               move ACCT-Number to Family-Head-Account
           end-if
           move "N" to Family-Found-Switch
           set Family-Ix to 1
           search Family-Entry
               when FAM-Parent-Account(Family-Ix)
                       equal Family-Head-Account
                   move "Y" to Family-Found-Switch
           end-search
           if Family-Found
               if Family-Store-Count equal 5000
                   move "More than 5000 stores in consolidated families"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Family-Store-Count
               move Family-Head-Account
                   to FST-Parent-Account(Family-Store-Count)
               move ACCT-Number to FST-Account(Family-Store-Count)
               move ACCT-Name to FST-Name(Family-Store-Count)
               move ACCT-Balance to FST-Balance(Family-Store-Count)
               move Account-Disputed-Amount
                   to FST-Disputed-Amount(Family-Store-Count)
               add 1 to FAM-Store-Count(Family-Ix)
               add ACCT-Balance to FAM-Balance(Family-Ix)
               add Account-Disputed-Amount
                   to FAM-Disputed-Amount(Family-Ix)
           end-if
           .
       3900-Put-Statement-Line.
      *****************************************************************
      * Every statement body line goes through here, to paper, to
      * the email file, or to both.
      *****************************************************************
           if Deliver-On-Paper
               write Statement-Record from Statement-Line
           end-if
           if Deliver-By-Email
               perform 3950-Write-Email-Line
           end-if
           .
       3950-Write-Email-Line.
           add 1 to Email-Line-Number
           move spaces to Email-Record
           set EML-Body-Entry to true
           move Email-Account to EML-Account
           move Email-Line-Number to EML-Line-Number
           move Statement-Line to EML-Body-Text
           perform 3960-Write-Email-Record
           .
       3960-Write-Email-Record.
           write Email-Record
           if not Email-File-OK
               move Email-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "STMTMAIL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4000-Write-Consolidated-Statements.
      *****************************************************************
      * One statement per consolidating family that had a store on
      * the accounts file this month.
      *****************************************************************
           perform varying Family-Ix from 1 by 1
                   until Family-Ix greater than Family-Count
               if FAM-Store-Count(Family-Ix) greater than zero
                   perform 4100-Write-One-Consolidated
               end-if
           end-perform
           .
       4100-Write-One-Consolidated.
      *****************************************************************
      * Delivered the way the parent's own statement is: email only
      * where the parent asks for it and has an address, otherwise
      * paper to the parent's standardized mailing address.
      *****************************************************************
           move "P" to Statement-Delivery
           if (FAM-Delivery-Preference(Family-Ix) equal "E"
                   or FAM-Delivery-Preference(Family-Ix) equal "B")
               and FAM-Email-Address(Family-Ix) not equal spaces
               move FAM-Delivery-Preference(Family-Ix)
                   to Statement-Delivery
           end-if
           move FAM-Parent-Account(Family-Ix) to Email-Account
           move RDT-Month to CHD-Run-Month
           move RDT-Day to CHD-Run-Day
           move RDT-Year to CHD-Run-Year
           if Deliver-On-Paper
               write Statement-Record from Consolidated-Heading-Line
                   after advancing page
               add 1 to Statements-On-Paper
           end-if
           if Deliver-By-Email
               perform 4150-Start-Consolidated-Email
               move Consolidated-Heading-Line to Statement-Line
               perform 3950-Write-Email-Line
               add 1 to Statements-Emailed
           end-if
           move FAM-Parent-Account(Family-Ix) to STM-Account
           move FAM-Name(Family-Ix) to STM-Name
           move Account-Line to Statement-Line
           perform 3900-Put-Statement-Line
           if Deliver-On-Paper
               move FAM-Address(Family-Ix) to Address-to-Standardize
               call "ADDRSTD" using
                   by reference Address-to-Standardize
                   by reference Standardized-Address
               end-call
               write Statement-Record from Standardized-Address
           end-if
           move spaces to Statement-Line
           perform 3900-Put-Statement-Line
           move Store-Heading-Line to Statement-Line
           perform 3900-Put-Statement-Line
           perform varying Store-Ix from 1 by 1
                   until Store-Ix greater than Family-Store-Count
               if FST-Parent-Account(Store-Ix)
                       equal FAM-Parent-Account(Family-Ix)
                   move FST-Account(Store-Ix) to STM-Store-Account
                   move FST-Name(Store-Ix) to STM-Store-Name
                   move FST-Balance(Store-Ix) to STM-Store-Balance
                   move FST-Disputed-Amount(Store-Ix)
                       to STM-Store-Disputed
                   move Store-Line to Statement-Line
                   perform 3900-Put-Statement-Line
               end-if
           end-perform
           move spaces to Statement-Line
           perform 3900-Put-Statement-Line
           move FAM-Balance(Family-Ix) to STM-Family-Balance
           move Family-Balance-Line to Statement-Line
           perform 3900-Put-Statement-Line
           if FAM-Disputed-Amount(Family-Ix) greater than zero
               move FAM-Disputed-Amount(Family-Ix)
                   to STM-Disputed-Total
               move Disputed-Total-Line to Statement-Line
               perform 3900-Put-Statement-Line
               if FAM-Balance(Family-Ix) greater than
                       FAM-Disputed-Amount(Family-Ix)
                   compute Family-Amount-Due =
                       FAM-Balance(Family-Ix)
                       - FAM-Disputed-Amount(Family-Ix)
                   end-compute
               else
                   move zero to Family-Amount-Due
               end-if
               move Family-Amount-Due to STM-Amount-Due
               move Amount-Due-Line to Statement-Line
               perform 3900-Put-Statement-Line
           end-if
           add 1 to Consolidated-Statements
           .
       4150-Start-Consolidated-Email.
           move zero to Email-Line-Number
           move spaces to Email-Record
           set EML-Header-Entry to true
           move Email-Account to EML-Account
           move Email-Line-Number to EML-Line-Number
           move FAM-Email-Address(Family-Ix) to EML-Recipient
           string "Your consolidated statement for account "
                                                delimited by size
                  Email-Account                 delimited by size
                  " - "                         delimited by size
                  CHD-Run-Month                 delimited by size
                  "/"                           delimited by size
                  CHD-Run-Day                   delimited by size
                  "/"                           delimited by size
                  CHD-Run-Year                  delimited by size
               into EML-Subject
           end-string
           perform 3960-Write-Email-Record
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
           move Activity-Lines to RPT-Activity-Lines
           move Accounts-No-Address to RPT-No-Address
           display Totals-Line
           move Statements-On-Paper to RPT-On-Paper
           move Statements-Emailed to RPT-Emailed
           display Totals-Line-2
           if Consolidated-Statements greater than zero
               move Consolidated-Statements to RPT-Consolidated
               display Totals-Line-3
           end-if
           .
       9900-Housekeeping.
           close Statement-File
           close Email-File
           .
