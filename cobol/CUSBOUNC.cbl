       Identification Division.
       Program-Id. CUSBOUNC.
      *****************************************************************
      * Email statement bounce-back processing.  The mail gateway
      * returns a bounce file (MAILBNC) naming every statement it
      * could not deliver - the account and address off the STMTMAIL
      * header STMTGEN wrote, the date, and the gateway's reason.
      * On the CUSMNT match/merge pattern the bounces are sorted
      * into account order and merged against the CUSTMST master,
      * writing the new master to CUSTMSTO: a customer whose email
      * bounced is set back to paper delivery, with the bounce date
      * stamped and the failed address kept on the master so the
      * clerk can see what was wrong with it.  Next month's
      * statement goes out on paper, and the listing tells the clerk
      * who to call for a good address (entered through CUSMNT,
      * which clears the bounce date).
      *
      * A bounce is not applied - and is listed as such - when the
      * account is not on the master, when the master now carries a
      * different address (the customer already gave a new one),
      * or when the customer is already on paper.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Bounce-File
               Assign to "MAILBNC"
               Organization Sequential
               Access Sequential
               File Status Bounce-File-Status.
           Select Sorted-Bounce-File
               Assign to "MAILBSRT"
               Organization Sequential
               Access Sequential
               File Status Sorted-Bounce-File-Status.
           Select Bounce-Sort-File
               Assign to "SORTWK01".
           Select Customer-Master-File
               Assign to "CUSTMST"
               Organization Sequential
               Access Sequential
               File Status Customer-Master-File-Status.
           Select New-Master-File
               Assign to "CUSTMSTO"
               Organization Sequential
               Access Sequential
               File Status New-Master-File-Status.
       Data Division.
       File Section.
       FD  Bounce-File
           Recording Mode F
           Record Contains 150 Characters.
       01  Bounce-Record                  pic x(150).
       FD  Sorted-Bounce-File
           Recording Mode F
           Record Contains 150 Characters.
       01  Sorted-Bounce-Record.
           05  BNC-Account                pic 9(7).
           05  BNC-Email-Address          pic x(64).
           05  BNC-Bounce-Date            pic 9(8).
           05  BNC-Reason                 pic x(60).
           05  filler                     pic x(11).
       SD  Bounce-Sort-File.
       01  SD-Bounce-Record.
           05  SRT-Account                pic 9(7).
           05  filler                     pic x(64).
           05  SRT-Bounce-Date            pic 9(8).
           05  filler                     pic x(71).
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       FD  New-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  New-Master-Record              pic x(230).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Bounce-File-Status         pic x(02).
               88  Bounce-File-OK         value "00".
           05  Sorted-Bounce-File-Status  pic x(02).
               88  Sorted-Bounce-OK       value "00".
               88  Sorted-Bounce-EOF      value "10".
           05  Customer-Master-File-Status
                                          pic x(02).
               88  Master-File-OK         value "00".
               88  Master-File-EOF        value "10".
           05  New-Master-File-Status     pic x(02).
               88  New-Master-OK          value "00".
       01  This-Program-Id                pic x(8) value "CUSBOUNC".
           copy ERRCOMM.
       01  Bounce-Counters.
           05  Bounces-Read               pic 9(05) comp.
           05  Customers-Set-To-Paper     pic 9(05) comp.
           05  Bounces-Not-Applied        pic 9(05) comp.
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(30)
                   value "--- Email Statement Bounces - ".
               10  filler                 pic x(32)
                   value "Customers Set Back to Paper ---".
           05  Applied-Line.
               10  filler                 pic x(09)
                   value "To paper ".
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Name               pic x(30).
               10  filler                 pic x(01) value space.
               10  RPT-Email-Address      pic x(64).
           05  Reason-Line.
               10  filler                 pic x(18) value spaces.
               10  filler                 pic x(09)
                   value "Bounced ".
               10  RPT-Bounce-Date        pic 9999/99/99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Reason             pic x(60).
           05  Not-Applied-Line.
               10  filler                 pic x(12)
                   value "Not applied ".
               10  RPT-NA-Account         pic 9(7).
               10  filler                 pic x(03) value " - ".
               10  RPT-NA-Reason          pic x(44).
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Bounces read: ".
               10  RPT-Bounces-Read       pic zz,zz9.
               10  filler                 pic x(19)
                   value "  Set to paper:   ".
               10  RPT-Set-To-Paper       pic zz,zz9.
               10  filler                 pic x(17)
                   value "  Not applied:  ".
               10  RPT-Not-Applied        pic zz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Sort-Bounces
           perform 2000-Merge-Bounces
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Bounces-Read
           move zero to Customers-Set-To-Paper
           move zero to Bounces-Not-Applied
           display Heading-Line-1
           display space
           .
       1000-Sort-Bounces.
           sort Bounce-Sort-File
               on ascending key SRT-Account SRT-Bounce-Date
               using Bounce-File
               giving Sorted-Bounce-File
           if not sort-return equal zero
               move "SORT Bounces" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Merge-Bounces.
      *****************************************************************
      * Match/merge by account number.  Every master record is
      * copied to the new master, changed or not; a bounce with no
      * master record to match is listed and dropped.
      *****************************************************************
           open input Sorted-Bounce-File
           if not Sorted-Bounce-OK
               move Sorted-Bounce-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "MAILBSRT" to Error-DDNAME
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
           open output New-Master-File
           if not New-Master-OK
               move New-Master-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CUSTMSTO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Bounce
           perform 2200-Read-Next-Master
           perform with test before
                   until Sorted-Bounce-EOF and Master-File-EOF
               evaluate true
                   when Master-File-EOF
                        or (not Sorted-Bounce-EOF
                            and BNC-Account less than CUS-Account)
                       move BNC-Account to RPT-NA-Account
                       move "account is not on the customer master"
                           to RPT-NA-Reason
                       perform 3900-List-Not-Applied
                       perform 2100-Read-Next-Bounce
                   when Sorted-Bounce-EOF
                        or CUS-Account less than BNC-Account
                       perform 4000-Write-New-Master
                       perform 2200-Read-Next-Master
                   when other
                       perform 3000-Apply-Bounce
                       perform 2100-Read-Next-Bounce
               end-evaluate
           end-perform
           close Sorted-Bounce-File
           close Customer-Master-File
           .
       2100-Read-Next-Bounce.
           read Sorted-Bounce-File
           if not Sorted-Bounce-OK and not Sorted-Bounce-EOF
               move Sorted-Bounce-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "MAILBSRT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Sorted-Bounce-OK
               add 1 to Bounces-Read
           end-if
           .
       2200-Read-Next-Master.
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
       3000-Apply-Bounce.
      *****************************************************************
      * The bounce and the master share the account.  The master is
      * changed in its record area and not written until the merge
      * moves past the account, so a second bounce for the same
      * customer finds it already on paper.
      *****************************************************************
           move BNC-Account to RPT-NA-Account
           evaluate true
               when CUS-Deliver-Paper
                   move "customer is already on paper delivery"
                       to RPT-NA-Reason
                   perform 3900-List-Not-Applied
               when CUS-Email-Address not equal BNC-Email-Address
                   move "address has changed since the statement"
                       to RPT-NA-Reason
                   perform 3900-List-Not-Applied
               when other
                   move "P" to CUS-Delivery-Preference
                   move BNC-Bounce-Date to CUS-Email-Bounced-Date
                   move CUS-Account to RPT-Account
                   move CUS-Name to RPT-Name
                   move CUS-Email-Address to RPT-Email-Address
                   move BNC-Bounce-Date to RPT-Bounce-Date
                   move BNC-Reason to RPT-Reason
                   display Applied-Line
                   display Reason-Line
                   add 1 to Customers-Set-To-Paper
           end-evaluate
           .
       3900-List-Not-Applied.
           display Not-Applied-Line
           add 1 to Bounces-Not-Applied
           .
       4000-Write-New-Master.
           write New-Master-Record from Customer-Master-Record
           if not New-Master-OK
               move New-Master-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "CUSTMSTO" to Error-DDNAME
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
           move Bounces-Read to RPT-Bounces-Read
           move Customers-Set-To-Paper to RPT-Set-To-Paper
           move Bounces-Not-Applied to RPT-Not-Applied
           display space
           display Totals-Line
           .
       9900-Close.
           close New-Master-File
           .
