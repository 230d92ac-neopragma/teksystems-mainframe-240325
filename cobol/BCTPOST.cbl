      * of falling on the floor.  The run balances itself: the total
      * of invoices posted must equal the net change in account
      * balances, or the job screams and dies so nothing is swapped
      * in.  Invoices the customer has in open dispute on the
      * DISPUTE file do not count against the credit limit, either
      * in the over-limit check or in the open-to-buy.  A store of a
      * chain (an account naming a parent on the CUSTMST customer
      * master) is also judged with its whole family: the family's
      * exposure - every member's balance less open disputes, plus
      * tonight's postings - against the family credit limit on the
      * parent's master record, so ten stores each under their own
      * limit cannot quietly put the chain over its real one.
      *****************************************************************
       Environment Division.
       Input-Output Section.
                  Organization Indexed
                  Access Random
                  File Status Open-To-Buy-File-Status.
           Select Dispute-File
                  Record Key DSP-Key
                  Assign to "DISPUTE"
                  Organization Indexed
                  Access Dynamic
                  File Status Dispute-File-Status.
           Select Customer-Master-File
                  Assign to "CUSTMST"
                  Organization Sequential
                  Access Sequential
                  File Status Customer-Master-File-Status.
       Data Division.
       File Section.
       FD  Post-File
       FD  Open-To-Buy-File.
       01  FD-Open-To-Buy-Record.
           copy OPENBUY.
       FD  Dispute-File.
       01  FD-Dispute-Record.
           copy DISPUTE.
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       Working-Storage Section.
       01  External-File-Names.
           05  Post-File-DDNAME           pic x(8) value "BCTLPOST".
               88  Open-To-Buy-OK         value "00".
               88  Open-To-Buy-Not-Found  value "23".
               88  Open-To-Buy-Duplicate  value "22".
           05  Dispute-File-Status        pic x(2).
               88  Dispute-OK             value "00".
               88  Dispute-EOF            value "10".
               88  Dispute-Not-Found      value "23".
               88  Dispute-Missing        value "35".
           05  Customer-Master-File-Status
                                          pic x(2).
               88  Master-File-OK         value "00".
               88  Master-File-EOF        value "10".
               88  Master-File-Missing    value "35".
       01  Open-Item-File-Switch          pic x value "Y".
           88  Open-Item-File-Present     value "Y".
       01  Dispute-File-Switch            pic x value "Y".
           88  Dispute-File-Present       value "Y".
      *****************************************************************
      * Chain families off the customer master: each store with its
      * parent (in account order, the master's own order), and each
      * family with its limit and running exposure.  An account that
      * is a parent heads its own family.
      *****************************************************************
       01  Member-Count                   pic 9(05) comp value zero.
       01  Member-Table.
           05  Member-Entry occurs 1 to 5000 times
                   depending on Member-Count
                   ascending key MBR-Account
                   indexed by Member-Ix.
               10  MBR-Account            pic 9(7).
               10  MBR-Parent-Account     pic 9(7).
       01  Family-Count                   pic 9(03) comp value zero.
       01  Family-Table.
           05  Family-Entry occurs 1 to 500 times
                   depending on Family-Count
                   indexed by Family-Ix.
               10  FAM-Parent-Account     pic 9(7).
               10  FAM-Credit-Limit       pic 9(7).
               10  FAM-Exposure           pic s9(9)v99.
       01  Family-Fields.
           05  Family-Head-Account        pic 9(7).
           05  Family-Found-Switch        pic x(1).
               88  Family-Found           value "Y".
       01  Dispute-Fields.
           05  Account-Disputed-Amount    pic 9(7)v99.
           05  Limit-Balance              pic 9(7)v99.
       01  This-Program-Id                pic x(8) value "BCTPOST".
           copy ERRCOMM.
       01  Posting-Totals.
           05  Items-Opened               pic 9(07) comp.
           05  Items-Carried              pic 9(07) comp.
           05  Accounts-Over-Limit        pic 9(07) comp.
           05  Families-Over-Limit        pic 9(07) comp.
           05  Stub-Accounts-Created      pic 9(07) comp.
           05  Credit-Absorbed-Total      pic s9(11)v99
                                          packed-decimal value zero.
               10  filler                 pic x(08)
                   value "  limit ".
               10  RPT-Ovl-Limit          pic $zzz,zz9.99.
           05  Family-Over-Limit-Line.
               10  filler                 pic x(29)
                   value "FAMILY OVER CREDIT LIMIT -   ".
               10  RPT-Fol-Account        pic 9(7).
               10  filler                 pic x(09)
                   value "  parent ".
               10  RPT-Fol-Parent         pic 9(7).
               10  filler                 pic x(11)
                   value "  exposure ".
               10  RPT-Fol-Exposure       pic $zzz,zzz,zz9.99.
               10  filler                 pic x(08)
                   value "  limit ".
               10  RPT-Fol-Limit          pic $z,zzz,zz9.
           05  Stub-Line.
               10  filler                 pic x(24)
                   value "Stub account created -  ".
           move zero to Items-Opened
           move zero to Items-Carried
           move zero to Accounts-Over-Limit
           move zero to Families-Over-Limit
           move function current-date(1:8) to Run-Date-Field
           open i-o Open-To-Buy-File
           if not Open-To-Buy-OK
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
           open output New-Item-File
           if not New-Item-OK
               move New-Item-File-Status to Error-Status
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 0200-Load-Families
           if Family-Count greater than zero
               perform 0300-Work-Out-Family-Exposure
           end-if
           .
       0200-Load-Families.
      *****************************************************************
      * One pass of the customer master: a store naming a parent
      * joins that parent's family, and a record carrying a family
      * limit sets its own family's limit - whichever of parent and
      * store the master reaches first.  No master, no families.
      *****************************************************************
           open input Customer-Master-File
           if not Master-File-Missing
               if not Master-File-OK
                   move Customer-Master-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "CUSTMST" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 0250-Read-Next-Master
               perform with test before
                       until Master-File-EOF
                   perform 0260-Load-One-Master
                   perform 0250-Read-Next-Master
               end-perform
               close Customer-Master-File
           end-if
           .
       0250-Read-Next-Master.
           read Customer-Master-File
           if not Master-File-OK and not Master-File-EOF
               move Customer-Master-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CUSTMST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       0260-Load-One-Master.
           if CUS-Parent-Account numeric
               and CUS-Parent-Account greater than zero
               if Member-Count equal 5000
                   move "More than 5000 chain stores on the master"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Member-Count
               move CUS-Account to MBR-Account(Member-Count)
               move CUS-Parent-Account
                   to MBR-Parent-Account(Member-Count)
               move CUS-Parent-Account to Family-Head-Account
               perform 0270-Add-Family
           end-if
           if CUS-Family-Credit-Limit numeric
               and CUS-Family-Credit-Limit greater than zero
               move CUS-Account to Family-Head-Account
               perform 0270-Add-Family
               move CUS-Family-Credit-Limit
                   to FAM-Credit-Limit(Family-Ix)
           end-if
           .
       0270-Add-Family.
           set Family-Ix to 1
           search Family-Entry
               at end
                   if Family-Count equal 500
                       move "More than 500 chain families on the master"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Family-Count
                   move Family-Head-Account
                       to FAM-Parent-Account(Family-Count)
                   move zero to FAM-Credit-Limit(Family-Count)
                   move zero to FAM-Exposure(Family-Count)
                   set Family-Ix to Family-Count
               when FAM-Parent-Account(Family-Ix)
                       equal Family-Head-Account
                   continue
           end-search
           .
       0300-Work-Out-Family-Exposure.
      *****************************************************************
      * A pass of the accounts before posting: each family member's
      * balance less its open disputes - what its own limit is judged
      * on - is added to its family's exposure.
      *****************************************************************
           open input Accounts-File
           if not Accounts-File-OK
               move Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move Accounts-File-DDNAME to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 0350-Read-Account-for-Exposure
           perform with test before
                   until Accounts-File-EOF
               perform 3800-Find-Account-Family
               if Family-Found
                   perform 3700-Work-Out-Limit-Balance
                   add Limit-Balance to FAM-Exposure(Family-Ix)
               end-if
               perform 0350-Read-Account-for-Exposure
           end-perform
           close Accounts-File
           .
       0350-Read-Account-for-Exposure.
           read Accounts-File
           if not Accounts-File-OK and not Accounts-File-EOF
               move Accounts-File-Status to Error-Status
               move Const-READ to Error-Operation
               move Accounts-File-DDNAME to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Sort-Posted-Invoices.
           sort Post-Sort-File
      *****************************************************************
      * The over-limit check rides on the posting that crossed the
      * line, so the Friday list names the damage the week it
      * shipped.  A zero or unconverted limit enforces nothing, and
      * what is in open dispute is not held against the limit.
      *****************************************************************
           perform 3700-Work-Out-Limit-Balance
           if ACCT-Credit-Limit numeric
               and ACCT-Credit-Limit greater than zero
               and Limit-Balance greater than ACCT-Credit-Limit
               move ACCT-Number to RPT-Ovl-Account
               move Limit-Balance to RPT-Ovl-Balance
               move ACCT-Credit-Limit to RPT-Ovl-Limit
               display Over-Limit-Line
               add 1 to Accounts-Over-Limit
           end-if
           if Family-Count greater than zero
               perform 3800-Find-Account-Family
               if Family-Found
                   perform 3850-Check-Family-Limit
               end-if
           end-if
           .
       3550-Absorb-Credit-Balance.
      *****************************************************************
               perform 8900-Scream-and-Die
           end-if
           .
       3700-Work-Out-Limit-Balance.
      *****************************************************************
      * The balance the credit limit is judged against: the account
      * balance less its open disputes, browsed off DISPUTE from the
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
                   perform 3750-Read-Next-Dispute
               end-if
               perform with test before
                       until Dispute-EOF
                       or DSP-Account not equal ACCT-Number
                   if DSP-Open
                       add DSP-Disputed-Amount
                           to Account-Disputed-Amount
                   end-if
                   perform 3750-Read-Next-Dispute
               end-perform
           end-if
           if ACCT-Balance greater than Account-Disputed-Amount
               compute Limit-Balance =
                   ACCT-Balance - Account-Disputed-Amount
               end-compute
           else
               move zero to Limit-Balance
           end-if
           .
       3800-Find-Account-Family.
      *****************************************************************
      * The account's family: its parent's, when the master names
      * one, or its own when it is itself a parent.
      *****************************************************************
           move ACCT-Number to Family-Head-Account
           if Member-Count greater than zero
               search all Member-Entry
                   when MBR-Account(Member-Ix) equal ACCT-Number
                       move MBR-Parent-Account(Member-Ix)
                           to Family-Head-Account
               end-search
           end-if
           move "N" to Family-Found-Switch
           set Family-Ix to 1
           search Family-Entry
               when FAM-Parent-Account(Family-Ix)
                       equal Family-Head-Account
                   move "Y" to Family-Found-Switch
           end-search
           .
       3850-Check-Family-Limit.
      *****************************************************************
      * What this posting added to the store's balance, after any
      * banked credit it absorbed, adds to the family's exposure;
      * past a nonzero family limit the posting is named on the
      * list the same way an account over its own limit is.
      *****************************************************************
           add SPO-Invoice-Total to FAM-Exposure(Family-Ix)
           subtract Credit-This-Invoice from FAM-Exposure(Family-Ix)
           if FAM-Credit-Limit(Family-Ix) greater than zero
               and FAM-Exposure(Family-Ix) greater than
                   FAM-Credit-Limit(Family-Ix)
               move ACCT-Number to RPT-Fol-Account
               move FAM-Parent-Account(Family-Ix) to RPT-Fol-Parent
               move FAM-Exposure(Family-Ix) to RPT-Fol-Exposure
               move FAM-Credit-Limit(Family-Ix) to RPT-Fol-Limit
               display Family-Over-Limit-Line
               add 1 to Families-Over-Limit
           end-if
           .
       3750-Read-Next-Dispute.
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
       4000-Write-Account.
           add ACCT-Balance to New-Balance-Total
           write New-Accounts-Record from Accounts-Record
      * Refresh the account's open-to-buy on the KSDS the order desk
      * reads in real time.  A limited account gets its remaining
      * room (negative when over); an account with no limit comes
      * off the file so the desk never reads a stale number.  The
      * room is figured on the balance less open disputes.
      *****************************************************************
           if ACCT-Credit-Limit numeric
               and ACCT-Credit-Limit greater than zero
               perform 3700-Work-Out-Limit-Balance
               move ACCT-Number to OTB-Account
               move ACCT-Credit-Limit to OTB-Credit-Limit
               move ACCT-Balance to OTB-Balance
               compute OTB-Open-To-Buy =
                   ACCT-Credit-Limit - Limit-Balance
               end-compute
               move Run-Date-Field to OTB-As-Of-Date
               write FD-Open-To-Buy-Record
               display "Accounts over their credit limit this run: "
                   Accounts-Over-Limit
           end-if
           if Families-Over-Limit greater than zero
               display "Postings over a family credit limit this run: "
                   Families-Over-Limit
           end-if
           compute Net-Balance-Change =
               New-Balance-Total - Old-Balance-Total
           end-compute
           goback
           .
       9900-Housekeeping.
           if Dispute-File-Present
               close Dispute-File
           end-if
           close Open-To-Buy-File
           close New-Item-File
           close New-Accounts-File
