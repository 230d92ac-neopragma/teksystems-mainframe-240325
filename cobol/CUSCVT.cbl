       Identification Division.
       Program-Id. CUSCVT.
      *****************************************************************
      * One-time customer master conversion for the email-delivery
      * and account-hierarchy extensions, on the FRTACVT pattern.
      * The CUSTMST record grew from 150 to 230 bytes: the delivery
      * preference, email address and bounce date, the parent
      * account, consolidate flag, and family credit limit now sit
      * where the old 11-byte filler ended the record.  An existing
      * master holds the short records, and every program that reads
      * it now expects the long ones.  This job reads the short
      * master and writes every customer in the extended layout -
      * paper delivery, no email address, no bounce, no parent, no
      * consolidated statement, and no family limit, which is
      * exactly how each account behaved before the fields existed.
      * Run it once, before the first CUSMNT, STMTGEN, DUNGEN, or
      * BCTPOST run against the extended layout, and catalog the
      * output as the new CUSTMST.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Old-Master-File
               Assign to "OLDCUST"
               Organization Sequential
               Access Sequential
               File Status Old-Master-File-Status.
           Select New-Master-File
               Assign to "NEWCUST"
               Organization Sequential
               Access Sequential
               File Status New-Master-File-Status.
       Data Division.
       File Section.
       FD  Old-Master-File
           Recording Mode F
           Record Contains 150 Characters.
      *****************************************************************
      * The master layout as it stood before the extensions -
      * declared here rather than copied, because the CUSTMST
      * copybook now carries the fields this job exists to add.
      *****************************************************************
       01  Old-Master-Record.
           05  OLD-Account                pic 9(07).
           05  OLD-Name                   pic x(30).
           05  OLD-Address                pic x(102).
           05  filler                     pic x(11).
       FD  New-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  New-Master-Record.
           copy CUSTMST.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Old-Master-File-Status     pic x(02).
               88  Old-Master-OK          value "00".
               88  Old-Master-EOF         value "10".
           05  New-Master-File-Status     pic x(02).
               88  New-Master-OK          value "00".
       01  This-Program-Id                pic x(8) value "CUSCVT".
           copy ERRCOMM.
       01  Conversion-Counters.
           05  Customers-Read             pic 9(07) comp.
           05  Customers-Written          pic 9(07) comp.
       01  Totals-Line.
           05  filler                     pic x(16)
               value "Customers read: ".
           05  RPT-Customers-Read         pic zzz,zz9.
           05  filler                     pic x(23)
               value "  Customers converted: ".
           05  RPT-Customers-Written      pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Convert-Customers
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Customers-Read
           move zero to Customers-Written
           open input Old-Master-File
           if not Old-Master-OK
               move Old-Master-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "OLDCUST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output New-Master-File
           if not New-Master-OK
               move New-Master-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "NEWCUST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Convert-Customers.
           perform 1100-Read-Next-Customer
           perform with test before
                   until Old-Master-EOF
               add 1 to Customers-Read
               perform 2000-Write-Extended-Customer
               perform 1100-Read-Next-Customer
           end-perform
           .
       1100-Read-Next-Customer.
           read Old-Master-File
           end-read
           if not Old-Master-OK and not Old-Master-EOF
               move Old-Master-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "OLDCUST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Write-Extended-Customer.
           move spaces to New-Master-Record
           move OLD-Account to CUS-Account
           move OLD-Name to CUS-Name
           move OLD-Address to CUS-Address
           move zero to CUS-Parent-Account
           move space to CUS-Consolidate-Statement
           move "P" to CUS-Delivery-Preference
           move spaces to CUS-Email-Address
           move zero to CUS-Email-Bounced-Date
           move zero to CUS-Family-Credit-Limit
           write New-Master-Record
           end-write
           if not New-Master-OK
               move New-Master-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "NEWCUST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Customers-Written
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Customers-Read to RPT-Customers-Read
           move Customers-Written to RPT-Customers-Written
           display Totals-Line
           .
       9900-Close.
           close New-Master-File
           close Old-Master-File
           .
