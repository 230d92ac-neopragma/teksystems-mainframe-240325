       Identification Division.
       Program-Id. FRTDUES.
      *****************************************************************
      * Season-open dues billing.  Every active team on the team
      * master (FRTTEAMS) owes the league its season dues; this job
      * bills them through the receivables suite instead of a letter
      * typed up each spring.  A team is billed under the CUSTMST
      * customer its team-master record points to (TM-Customer-
      * Account, keyed through FRTTLOAD).  A team with no account on
      * its record, or one whose account is not on CUSTMST, is
      * listed as not billed so the league office can set it up in
      * CUSMNT and bill it by hand or on a rerun.
      *
      * The SYSIN card carries the season and the dues amount.  The
      * invoices go out as one headered batch in BATCTL's input
      * layout, the way LATECHG hands over its late charges, so they
      * post through BCTPOST and show on STMTGEN, DUNGEN and GLJRNL
      * like any other receivable.  The batch number is DUES plus
      * the season, so BATCTL refuses a second run for the same
      * season as an already-posted batch.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Team-Master-File
               Record Key TM-Team-Name
               Assign to "FRTTEAMS"
               Organization Indexed
               Access Sequential
               File Status Team-Master-File-Status.
           Select Customer-Master-File
               Assign to "CUSTMST"
               Organization Sequential
               Access Sequential
               File Status Customer-Master-File-Status.
           Select Dues-Batch-File
               Assign to "FRTDUESO"
               Organization Sequential
               Access Sequential
               File Status Dues-Batch-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Season                 pic x(4).
           05  CTL-Dues-Amount            pic 9(5)v99.
           05  filler                     pic x(69).
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  FD-Customer-Master-Record.
           copy CUSTMST.
       FD  Dues-Batch-File
           Recording Mode F
           Record Contains 100 Characters.
      * Same field layout as BATCTL's Batch-Header-Record and
      * Invoice-Record, so the dues feed BCTLIN unchanged.
       01  Dues-Batch-Record.
           05  DBR-Record-Type            pic x.
           05  filler                     pic x(99).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-EOF        value "10".
           05  Customer-Master-File-Status
                                          pic x(02).
               88  Customer-Master-OK     value "00".
               88  Customer-Master-EOF    value "10".
           05  Dues-Batch-File-Status     pic x(02).
               88  Dues-Batch-OK          value "00".
       01  Run-Date-Field                 pic 9(8).
       01  Dues-Amount                    pic 9(5)v99.
      *****************************************************************
      * CUSTMST account numbers, loaded in the file's own account
      * order so a team's account can be found with SEARCH ALL.
      *****************************************************************
       01  Customer-Count                 pic 9(05) value zero.
       01  Previous-Customer-Account      pic 9(07) value zero.
       01  Customer-Table.
           05  Customer-Entry occurs 1 to 5000 times
                   depending on Customer-Count
                   ascending key CTB-Account
                   indexed by Customer-Ix.
               10  CTB-Account            pic 9(7).
      *****************************************************************
      * The season's invoices, buffered so the header can carry the
      * count BATCTL's balanced-batch check demands.
      *****************************************************************
       01  Dues-Count                     pic 9(05) value zero.
       01  Dues-Table.
           05  Dues-Entry occurs 1 to 500 times
                   depending on Dues-Count
                   indexed by Dues-Ix.
               10  DUE-Account            pic 9(7).
       01  Batch-Build-Fields.
           05  Dues-Sequence              pic 9(4).
           05  Batch-Number-Built.
               10  filler                 pic x(4) value "DUES".
               10  BNB-Season             pic x(4).
           05  Invoice-Number-Built.
               10  filler                 pic x(2) value "DU".
               10  INB-Sequence           pic 9(4).
           05  Header-Out.
               10  filler                 pic x value "H".
               10  HDR-Batch-Number       pic x(8).
               10  HDR-Create-Date        pic x(8).
               10  HDR-Invoice-Count      pic 9(5).
               10  filler                 pic x(78) value spaces.
           05  Invoice-Out.
               10  filler                 pic x value "I".
               10  INV-Invoice-Number     pic x(6).
               10  INV-Invoice-Total      pic s9(7)v99.
               10  INV-Invoice-Date       pic x(8).
               10  INV-Invoice-Account    pic 9(7).
               10  filler                 pic x(69) value spaces.
       01  Report-Counters.
           05  Teams-Read                 pic 9(07) comp.
           05  Teams-Billed               pic 9(07) comp.
           05  Teams-Not-Billed           pic 9(07) comp.
           05  Total-Dues-Billed          pic 9(9)v99 value zero.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-SYSIN             pic x(10) value " of SYSIN.".
           05  Const-Of-FRTTEAMS          pic x(13)
               value " of FRTTEAMS.".
           05  Const-Of-CUSTMST           pic x(12)
               value " of CUSTMST.".
           05  Const-Of-FRTDUESO          pic x(13)
               value " of FRTDUESO.".
       01  Report-Lines.
           05  Dues-Line.
               10  filler                 pic x(13)
                   value "Dues billed  ".
               10  RPT-Team-Name          pic x(20).
               10  filler                 pic x(11)
                   value "  account  ".
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(10)
                   value "  invoice ".
               10  RPT-Invoice-Number     pic x(6).
           05  Not-Billed-Line.
               10  filler                 pic x(13)
                   value "Not billed   ".
               10  RPT-Nb-Team-Name       pic x(20).
               10  filler                 pic x(03) value " - ".
               10  RPT-Nb-Reason          pic x(40).
           05  Totals-Line.
               10  filler                 pic x(13)
                   value "Teams read: ".
               10  RPT-Teams-Read         pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Billed: ".
               10  RPT-Teams-Billed       pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Not billed: ".
               10  RPT-Teams-Not-Billed   pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Total dues: ".
               10  RPT-Total-Dues         pic $zzz,zzz,zz9.99.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Customer-Accounts
           perform 2000-Bill-Teams
           perform 7000-Write-Dues-Batch
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Teams-Read
           move zero to Teams-Billed
           move zero to Teams-Not-Billed
           move function current-date(1:8) to Run-Date-Field
           open input Control-Card-File
           if not Control-Card-OK
               string Const-Got-Status delimited by size
                      Control-Card-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-SYSIN    delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           read Control-Card-File
               into Control-Card-Record
           end-read
           if not Control-Card-OK
               or CTL-Season equal spaces
               or CTL-Dues-Amount not numeric
               or CTL-Dues-Amount equal zero
               move
               "Control card must carry the season and a nonzero dues am
      -        "ount (99999v99)"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move CTL-Season to BNB-Season
           move CTL-Dues-Amount to Dues-Amount
           close Control-Card-File
           open input Customer-Master-File
           if not Customer-Master-OK
               string Const-Got-Status delimited by size
                      Customer-Master-File-Status
                          delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-CUSTMST  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Team-Master-File
           if not Team-Master-OK
               string Const-Got-Status delimited by size
                      Team-Master-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTTEAMS delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Load-Customer-Accounts.
           perform 1100-Read-Next-Customer
           perform with test before
                   until Customer-Master-EOF
               if CUS-Account not greater than
                       Previous-Customer-Account
                   move "CUSTMST is not in ascending account order"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               if Customer-Count equal 5000
                   move "More than 5000 customers on CUSTMST"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Customer-Count
               move CUS-Account to CTB-Account(Customer-Count)
               move CUS-Account to Previous-Customer-Account
               perform 1100-Read-Next-Customer
           end-perform
           close Customer-Master-File
           .
       1100-Read-Next-Customer.
           read Customer-Master-File
           end-read
           if not Customer-Master-OK and not Customer-Master-EOF
               string Const-Got-Status delimited by size
                      Customer-Master-File-Status
                          delimited by size
                      Const-On          delimited by size
                      Const-READ        delimited by size
                      Const-Of-CUSTMST  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Bill-Teams.
           perform 2100-Read-Next-Team
           perform with test before
                   until Team-Master-EOF
               if TM-Active
                   add 1 to Teams-Read
                   perform 3000-Bill-One-Team
               end-if
               perform 2100-Read-Next-Team
           end-perform
           .
       2100-Read-Next-Team.
           read Team-Master-File next
           end-read
           if not Team-Master-OK and not Team-Master-EOF
               string Const-Got-Status delimited by size
                      Team-Master-File-Status delimited by size
                      Const-On          delimited by size
                      Const-READ-NEXT   delimited by size
                      Const-Of-FRTTEAMS delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Bill-One-Team.
      *****************************************************************
      * Retired teams owe nothing and are skipped above.  An active
      * team is billed only when its account is on CUSTMST - an
      * invoice to an account the statements cannot address would
      * post as a stub nobody mails to.
      *****************************************************************
           if TM-Customer-Account not numeric
               or TM-Customer-Account equal zero
               move "no receivables account on team master"
                   to RPT-Nb-Reason
               perform 3900-Report-Not-Billed
           else
               if Customer-Count equal zero
                   move "account is not on CUSTMST" to RPT-Nb-Reason
                   perform 3900-Report-Not-Billed
               else
                   search all Customer-Entry
                       at end
                           move "account is not on CUSTMST"
                               to RPT-Nb-Reason
                           perform 3900-Report-Not-Billed
                       when CTB-Account(Customer-Ix)
                               equal TM-Customer-Account
                           perform 3100-Buffer-the-Dues
                   end-search
               end-if
           end-if
           .
       3100-Buffer-the-Dues.
           if Dues-Count equal 500
               move "More than 500 teams billed dues in one season"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Dues-Count
           move TM-Customer-Account to DUE-Account(Dues-Count)
           add Dues-Amount to Total-Dues-Billed
           add 1 to Teams-Billed
           move Dues-Count to INB-Sequence
           move TM-Team-Name to RPT-Team-Name
           move TM-Customer-Account to RPT-Account
           move Invoice-Number-Built to RPT-Invoice-Number
           display Dues-Line
           .
       3900-Report-Not-Billed.
           move TM-Team-Name to RPT-Nb-Team-Name
           display Not-Billed-Line
           add 1 to Teams-Not-Billed
           .
       7000-Write-Dues-Batch.
      *****************************************************************
      * One balanced batch in BCTLIN layout: the header carries the
      * invoice count the buffer just established, then one invoice
      * record per billed team, in the order they were listed above.
      * A season with nobody to bill writes no batch at all.
      *****************************************************************
           open output Dues-Batch-File
           if not Dues-Batch-OK
               string Const-Got-Status delimited by size
                      Dues-Batch-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTDUESO delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           if Dues-Count greater than zero
               move Batch-Number-Built to HDR-Batch-Number
               move Run-Date-Field to HDR-Create-Date
               move Dues-Count to HDR-Invoice-Count
               write Dues-Batch-Record from Header-Out
               end-write
               perform 7100-Check-Batch-Write
               move zero to Dues-Sequence
               perform varying Dues-Ix from 1 by 1
                       until Dues-Ix greater than Dues-Count
                   add 1 to Dues-Sequence
                   move Dues-Sequence to INB-Sequence
                   move Invoice-Number-Built to INV-Invoice-Number
                   move Dues-Amount to INV-Invoice-Total
                   move Run-Date-Field to INV-Invoice-Date
                   move DUE-Account(Dues-Ix) to INV-Invoice-Account
                   write Dues-Batch-Record from Invoice-Out
                   end-write
                   perform 7100-Check-Batch-Write
               end-perform
           end-if
           close Dues-Batch-File
           .
       7100-Check-Batch-Write.
           if not Dues-Batch-OK
               string Const-Got-Status delimited by size
                      Dues-Batch-File-Status delimited by size
                      Const-On          delimited by size
                      Const-WRITE       delimited by size
                      Const-Of-FRTDUESO delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Teams-Read to RPT-Teams-Read
           move Teams-Billed to RPT-Teams-Billed
           move Teams-Not-Billed to RPT-Teams-Not-Billed
           move Total-Dues-Billed to RPT-Total-Dues
           display space
           display Totals-Line
           .
       9900-Close.
           close Team-Master-File
           .
