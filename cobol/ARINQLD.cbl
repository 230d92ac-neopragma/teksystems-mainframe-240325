       Identification Division.
       Program-Id. ARINQLD.
      *****************************************************************
      * Nightly load of the receivables inquiry files.  Everything
      * the receivables batch keeps - ACCTFL, CUSTMST, OPENITEM, the
      * DUNLOG letter log - is sequential, in account order at best,
      * so nothing online can read an account by its number.  This
      * job runs at the end of the night's receivables run, after
      * the cash, posting, and dunning steps, and reloads two KSDS
      * files whole for the ARIPGM1 account inquiry:
      *
      *   ARINQ   - per account, an account record (name, balance,
      *             credit balance, last-payment date), its dunning
      *             letters newest first, and its open items in
      *             posting order - see the ARINQ copybook;
      *   ARINQNM - CUSTMST's customer names, so the inquiry can
      *             find an account from a name.
      *
      * Both clusters are defined REUSE, so opening them output
      * empties them and each night's load replaces the last.  The
      * four inputs are walked together lowest account first, the
      * way RECRECON walks its streams; an account on any of them
      * gets an account record.  PAYHIST, OPENBUY, and CRDHOLD are
      * keyed already and the inquiry reads them directly.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
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
           Select Open-Item-File
               Assign to "OPENITEM"
               Organization Sequential
               Access Sequential
               File Status Open-Item-File-Status.
           Select Letter-Log-File
               Assign to "DUNLOG"
               Organization Sequential
               Access Sequential
               File Status Letter-Log-File-Status.
           Select Sorted-Letter-File
               Assign to "DUNSORTD"
               Organization Sequential
               Access Sequential
               File Status Sorted-Letter-File-Status.
           Select Letter-Sort-File
               Assign to "SORTWK01".
           Select Name-Sort-File
               Assign to "SORTWK02".
           Select Inquiry-File
               Record Key AIQ-Key
               Assign to "ARINQ"
               Organization Indexed
               Access Sequential
               File Status Inquiry-File-Status.
           Select Name-Index-File
               Record Key AIN-Key
               Assign to "ARINQNM"
               Organization Indexed
               Access Sequential
               File Status Name-Index-File-Status.
       Data Division.
       File Section.
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
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       FD  Open-Item-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Open-Item-Record.
           copy OPENITEM.
       FD  Letter-Log-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Letter-Log-Record              pic x(80).
       FD  Sorted-Letter-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as DUNGEN's Letter-Log-Record.
       01  Sorted-Letter-Record.
           05  DLG-Account                pic 9(7).
           05  DLG-Level                  pic 9(1).
           05  DLG-Date                   pic 9(8).
           05  filler                     pic x(64).
       SD  Letter-Sort-File.
       01  SD-Letter-Record.
           05  SRL-Account                pic 9(7).
           05  filler                     pic x(1).
           05  SRL-Date                   pic 9(8).
           05  filler                     pic x(64).
       SD  Name-Sort-File.
      * Same field layout as the CUSTMST record.
       01  SD-Name-Record.
           05  SNM-Account                pic 9(07).
           05  SNM-Name                   pic x(30).
           05  filler                     pic x(61).
           05  SNM-City                   pic x(30).
           05  SNM-State                  pic x(2).
           05  filler                     pic x(100).
       FD  Inquiry-File.
       01  FD-Inquiry-Record.
           copy ARINQ.
       FD  Name-Index-File.
       01  FD-Name-Index-Record.
           copy ARINQNM.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Accounts-File-Status       pic x(02).
               88  Accounts-File-OK       value "00".
               88  Accounts-File-EOF      value "10".
           05  Customer-Master-File-Status
                                          pic x(02).
               88  Master-File-OK         value "00".
               88  Master-File-EOF        value "10".
           05  Open-Item-File-Status      pic x(02).
               88  Open-Item-OK           value "00".
               88  Open-Item-EOF          value "10".
           05  Letter-Log-File-Status     pic x(02).
               88  Letter-Log-OK          value "00".
           05  Sorted-Letter-File-Status  pic x(02).
               88  Sorted-Letter-OK       value "00".
               88  Sorted-Letter-EOF      value "10".
           05  Inquiry-File-Status        pic x(02).
               88  Inquiry-File-OK        value "00".
           05  Name-Index-File-Status     pic x(02).
               88  Name-Index-OK          value "00".
               88  Name-Index-Duplicate   value "22".
       01  Name-Sort-Switch               pic x value "N".
           88  Name-Sort-EOF              value "Y".
       01  This-Program-Id                pic x(8) value "ARINQLD".
           copy ERRCOMM.
       01  Load-Fields.
           05  Current-Account            pic 9(7).
           05  Account-Seq                pic 9(5).
       01  Report-Counters.
           05  Accounts-Loaded            pic 9(07) comp.
           05  Letters-Loaded             pic 9(07) comp.
           05  Items-Loaded               pic 9(07) comp.
           05  Names-Loaded               pic 9(07) comp.
       01  Report-Lines.
           05  Totals-Line.
               10  filler                 pic x(17)
                   value "Accounts loaded: ".
               10  RPT-Accounts-Loaded    pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Letters: ".
               10  RPT-Letters-Loaded     pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Open items: ".
               10  RPT-Items-Loaded       pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Names: ".
               10  RPT-Names-Loaded       pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Name-Index
           perform 2000-Load-Inquiry-File
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Accounts-Loaded
           move zero to Letters-Loaded
           move zero to Items-Loaded
           move zero to Names-Loaded
           .
       1000-Load-Name-Index.
      *****************************************************************
      * CUSTMST is in account order; the name index must be loaded
      * in name order, so the master is sorted on the way in.
      *****************************************************************
           open output Name-Index-File
           if not Name-Index-OK
               move Name-Index-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ARINQNM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           sort Name-Sort-File
               on ascending key SNM-Name SNM-Account
               using Customer-Master-File
               output procedure 1100-Write-Name-Index
           if not sort-return equal zero
               move "SORT Customer-Names" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           close Name-Index-File
           .
       1100-Write-Name-Index.
           perform 1150-Return-Next-Name
           perform with test before
                   until Name-Sort-EOF
               move spaces to FD-Name-Index-Record
               move SNM-Name to AIN-Name
               move SNM-Account to AIN-Account
               move SNM-City to AIN-City
               move SNM-State to AIN-State
               write FD-Name-Index-Record
               end-write
      * the same customer twice on CUSTMST indexes once
               if not Name-Index-OK and not Name-Index-Duplicate
                   move Name-Index-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "ARINQNM" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               if Name-Index-OK
                   add 1 to Names-Loaded
               end-if
               perform 1150-Return-Next-Name
           end-perform
           .
       1150-Return-Next-Name.
           return Name-Sort-File
               at end
                   set Name-Sort-EOF to true
           end-return
           .
       2000-Load-Inquiry-File.
      *****************************************************************
      * DUNLOG is appended in date order across all accounts; sorted
      * here into account order, newest letter first.  Then the four
      * streams are walked together, and each account's records go
      * out account record first, letters, then items - the key
      * order the cluster is loaded in.
      *****************************************************************
           sort Letter-Sort-File
               on ascending key SRL-Account
               on descending key SRL-Date
               using Letter-Log-File
               giving Sorted-Letter-File
           if not sort-return equal zero
               move "SORT Letter-Log" to Error-Message
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
           open input Open-Item-File
           if not Open-Item-OK
               move Open-Item-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "OPENITEM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Sorted-Letter-File
           if not Sorted-Letter-OK
               move Sorted-Letter-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DUNSORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Inquiry-File
           if not Inquiry-File-OK
               move Inquiry-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ARINQ" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2110-Read-Next-Account
           perform 2120-Read-Next-Customer
           perform 2130-Read-Next-Open-Item
           perform 2140-Read-Next-Letter
           perform with test before
                   until Accounts-File-EOF
                   and Master-File-EOF
                   and Open-Item-EOF
                   and Sorted-Letter-EOF
               perform 3000-Load-One-Account
           end-perform
           .
       2110-Read-Next-Account.
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
       2120-Read-Next-Customer.
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
       2130-Read-Next-Open-Item.
           read Open-Item-File
           if not Open-Item-OK and not Open-Item-EOF
               move Open-Item-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "OPENITEM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Open-Item-EOF
               move 9999999 to OPI-Account
           end-if
           .
       2140-Read-Next-Letter.
           read Sorted-Letter-File
           if not Sorted-Letter-OK and not Sorted-Letter-EOF
               move Sorted-Letter-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "DUNSORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Sorted-Letter-EOF
               move 9999999 to DLG-Account
           end-if
           .
       3000-Load-One-Account.
           move ACCT-Number to Current-Account
           if CUS-Account less than Current-Account
               move CUS-Account to Current-Account
           end-if
           if OPI-Account less than Current-Account
               move OPI-Account to Current-Account
           end-if
           if DLG-Account less than Current-Account
               move DLG-Account to Current-Account
           end-if
           perform 3100-Write-Account-Entry
           move zero to Account-Seq
           perform with test before
                   until DLG-Account not equal Current-Account
               add 1 to Account-Seq
               move spaces to FD-Inquiry-Record
               move Current-Account to AIQ-Account
               set AIQ-Dunning-Entry to true
               move Account-Seq to AIQ-Seq
               move DLG-Level to AIQ-Dunning-Level
               move DLG-Date to AIQ-Dunning-Date
               perform 3900-Write-Inquiry-Record
               add 1 to Letters-Loaded
               perform 2140-Read-Next-Letter
           end-perform
           move zero to Account-Seq
           perform with test before
                   until OPI-Account not equal Current-Account
               add 1 to Account-Seq
               move spaces to FD-Inquiry-Record
               move Current-Account to AIQ-Account
               set AIQ-Open-Item-Entry to true
               move Account-Seq to AIQ-Seq
               move OPI-Invoice-Number to AIQ-Invoice-Number
               move OPI-Invoice-Date to AIQ-Invoice-Date
               move OPI-Original-Amount to AIQ-Original-Amount
               move OPI-Open-Amount to AIQ-Open-Amount
               perform 3900-Write-Inquiry-Record
               add 1 to Items-Loaded
               perform 2130-Read-Next-Open-Item
           end-perform
           .
       3100-Write-Account-Entry.
      *****************************************************************
      * The master's name where there is one, else the accounts
      * file's.  The last-payment date is held julian on ACCTFL and
      * goes out as a calendar date for the screen.
      *****************************************************************
           move spaces to FD-Inquiry-Record
           move Current-Account to AIQ-Account
           set AIQ-Account-Entry to true
           move zero to AIQ-Seq
           move zero to AIQ-Balance
           move zero to AIQ-Credit-Balance
           move zero to AIQ-Last-Payment-Date
           if ACCT-Number equal Current-Account
               move ACCT-Name to AIQ-Name
               move ACCT-Balance to AIQ-Balance
               if ACCT-Credit-Balance numeric
                   move ACCT-Credit-Balance to AIQ-Credit-Balance
               end-if
               if ACCT-Last-Payment-Date numeric
                   and ACCT-Last-Payment-Date greater than zero
                   compute AIQ-Last-Payment-Date =
                       function date-of-integer
                           (function integer-of-day
                               (ACCT-Last-Payment-Date))
                   end-compute
               end-if
               perform 2110-Read-Next-Account
           end-if
           if CUS-Account equal Current-Account
               move CUS-Name to AIQ-Name
               perform 2120-Read-Next-Customer
           end-if
           perform 3900-Write-Inquiry-Record
           add 1 to Accounts-Loaded
           .
       3900-Write-Inquiry-Record.
           write FD-Inquiry-Record
           end-write
           if not Inquiry-File-OK
               move Inquiry-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "ARINQ" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Accounts-Loaded to RPT-Accounts-Loaded
           move Letters-Loaded to RPT-Letters-Loaded
           move Items-Loaded to RPT-Items-Loaded
           move Names-Loaded to RPT-Names-Loaded
           display Totals-Line
           .
       9900-Housekeeping.
           close Inquiry-File
           close Sorted-Letter-File
           close Open-Item-File
           close Customer-Master-File
           close Accounts-File
           .
