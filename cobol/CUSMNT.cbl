      * check the contact labels get - the audit line shows the
      * standardized address, and an address whose state disagrees
      * with its ZIP (or whose ZIP is on no range) is rejected
      * before it can ever print on a statement.  The email address
      * and statement delivery preference (paper, email, or both)
      * are captured the same way: the address is judged by the
      * shared CTCVALID routine, and a transaction with a malformed
      * address, or asking for email with no address at all, is
      * rejected before STMTGEN can ever send to it.  A chain's
      * stores are tied to their head office by the parent account
      * number, and the head office's own transaction carries the
      * family credit limit and the consolidated-statement flag; a
      * non-numeric parent, or an account naming itself as its own
      * parent, is rejected.  The master is the 230-byte layout; a
      * master still in the old 150-byte layout is converted once
      * by CUSCVT before this job first runs against it.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File Section.
       FD  Txn-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Txn-Record                     pic x(230).
       FD  Sorted-Txn-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Sorted-Txn-Record.
           05  TXN-Action                 pic x(1).
               88  TXN-Add                value "A".
               10  TXN-Zip-5              pic x(5).
               10  TXN-Zip-4              pic x(4).
           05  filler                     pic x(10).
           05  TXN-Delivery-Preference    pic x(1).
               88  TXN-Preference-Valid   value "P" "E" "B" " ".
               88  TXN-Wants-Email        value "E" "B".
           05  TXN-Email-Address          pic x(64).
           05  TXN-Parent-Account         pic 9(7).
           05  TXN-Consolidate-Statement  pic x(1).
               88  TXN-Consolidate-Valid  value "Y" " ".
           05  TXN-Family-Credit-Limit    pic 9(7).
       SD  Txn-Sort-File.
       01  SD-Txn-Record.
           05  filler                     pic x(1).
           05  SRT-Account                pic 9(7).
           05  filler                     pic x(222).
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
           05  Txn-File-Status            pic x(02).
               88  VAL-Mismatch           value "M".
               88  VAL-Unknown            value "U".
           05  VAL-Expected-State         pic x(2).
      * Parameter area for the CTCVALID subprogram - same field
      * layout as CTV-Parms in its Linkage Section.
       01  Contact-Validation-Parms.
           05  CVP-Email-Address          pic x(64).
           05  CVP-Phone-Number           pic x(15).
           05  CVP-Email-Result           pic x(1).
               88  CVP-Email-Valid        value "V".
               88  CVP-Email-Invalid      value "I".
               88  CVP-Email-Blank        value "B".
           05  CVP-Phone-Result           pic x(1).
       01  Txn-Accepted-Switch            pic x(1).
           88  Txn-Accepted               value "Y".
       01  Maintenance-Counters.
           05  Customers-Added            pic 9(05) comp.
           05  Customers-Changed          pic 9(05) comp.
               10  RPT-Name               pic x(30).
               10  filler                 pic x(01) value space.
               10  RPT-Address            pic x(80).
           05  Delivery-Audit-Line.
               10  filler                 pic x(18) value spaces.
               10  filler                 pic x(10)
                   value "Delivery: ".
               10  RPT-Delivery           pic x(05).
               10  filler                 pic x(09)
                   value "  Email: ".
               10  RPT-Email-Address      pic x(64).
           05  Family-Audit-Line.
               10  filler                 pic x(18) value spaces.
               10  filler                 pic x(08)
                   value "Parent: ".
               10  RPT-Parent-Account     pic 9(7).
               10  filler                 pic x(16)
                   value "  Family limit: ".
               10  RPT-Family-Limit       pic $z,zzz,zz9.
               10  filler                 pic x(16)
                   value "  Consolidate: ".
               10  RPT-Consolidate        pic x(01).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
      *****************************************************************
           if TXN-Add
               perform 5000-Standardize-and-Validate
               if Txn-Accepted
                   perform 6000-Build-Master-from-Txn
                   perform 7000-Write-New-Master
                   move "Added   " to RPT-Action-Desc
           evaluate true
               when TXN-Change
                   perform 5000-Standardize-and-Validate
                   if Txn-Accepted
                       perform 6000-Build-Master-from-Txn
                       perform 7000-Write-New-Master
                       move "Changed " to RPT-Action-Desc
      * the state and ZIP actually belong together.  A mismatch or
      * an unknown ZIP rejects the transaction with the reason on
      * the listing - a beautifully formatted wrong address is still
      * wrong.  A clean address still has its email and delivery
      * preference checked before the transaction is accepted.
      *****************************************************************
           move "N" to Txn-Accepted-Switch
           move TXN-Street-Number to ADP-Street-Number
           move TXN-Street-Name to ADP-Street-Name
           move TXN-Street-Direction to ADP-Street-Direction
           end-call
           evaluate true
               when VAL-Clean
                   perform 5500-Check-Email-Delivery
               when VAL-Mismatch
                   move TXN-Account to RPT-Rej-Account
                   string "state/ZIP mismatch - ZIP belongs to "
                   add 1 to Txns-Rejected
           end-evaluate
           .
       5500-Check-Email-Delivery.
      *****************************************************************
      * CTCVALID judges the address by the same rules the contacts
      * system uses.  A blank address is fine for a paper customer;
      * email or both needs one that passes.
      *****************************************************************
      * Family fields left blank on the card mean no parent and no
      * family limit.
           if TXN-Parent-Account equal spaces
               move zero to TXN-Parent-Account
           end-if
           if TXN-Family-Credit-Limit equal spaces
               move zero to TXN-Family-Credit-Limit
           end-if
           move TXN-Email-Address to CVP-Email-Address
           move spaces to CVP-Phone-Number
           call "CTCVALID" using
               by reference Contact-Validation-Parms
           end-call
           move TXN-Account to RPT-Rej-Account
           evaluate true
               when not TXN-Preference-Valid
                   move "delivery preference must be P, E, or B"
                       to RPT-Rej-Reason
               when CVP-Email-Invalid
                   move "email address is not a valid address"
                       to RPT-Rej-Reason
               when TXN-Wants-Email and CVP-Email-Blank
                   move "email delivery asked for with no address"
                       to RPT-Rej-Reason
               when TXN-Parent-Account not numeric
                   move "parent account must be numeric"
                       to RPT-Rej-Reason
               when TXN-Parent-Account equal TXN-Account
                   move "account cannot be its own parent"
                       to RPT-Rej-Reason
               when not TXN-Consolidate-Valid
                   move "consolidated statement flag must be Y"
                       to RPT-Rej-Reason
               when TXN-Family-Credit-Limit not numeric
                   move "family credit limit must be numeric"
                       to RPT-Rej-Reason
               when other
                   move "Y" to Txn-Accepted-Switch
           end-evaluate
           if not Txn-Accepted
               display Reject-Line
               add 1 to Txns-Rejected
           end-if
           .
       6000-Build-Master-from-Txn.
           move spaces to Build-Work-Record
           move TXN-Account to CUS-Account in Build-Work-Record
           move TXN-Name to CUS-Name in Build-Work-Record
           move TXN-Address to CUS-Address in Build-Work-Record
           if TXN-Delivery-Preference equal space
               move "P" to CUS-Delivery-Preference in Build-Work-Record
           else
               move TXN-Delivery-Preference
                   to CUS-Delivery-Preference in Build-Work-Record
           end-if
           move TXN-Email-Address
               to CUS-Email-Address in Build-Work-Record
           move zero to CUS-Email-Bounced-Date in Build-Work-Record
           move TXN-Parent-Account
               to CUS-Parent-Account in Build-Work-Record
           move TXN-Consolidate-Statement
               to CUS-Consolidate-Statement in Build-Work-Record
           move TXN-Family-Credit-Limit
               to CUS-Family-Credit-Limit in Build-Work-Record
           .
       7000-Write-New-Master.
           write New-Master-Record from Build-Work-Record
           move TXN-Name to RPT-Name
           move Standardized-Address(1:80) to RPT-Address
           display Audit-Line
           evaluate true
               when CUS-Deliver-Email in Build-Work-Record
                   move "EMAIL" to RPT-Delivery
               when CUS-Deliver-Both in Build-Work-Record
                   move "BOTH" to RPT-Delivery
               when other
                   move "PAPER" to RPT-Delivery
           end-evaluate
           move TXN-Email-Address to RPT-Email-Address
           display Delivery-Audit-Line
           if TXN-Parent-Account greater than zero
               or TXN-Family-Credit-Limit greater than zero
               or TXN-Consolidate-Statement equal "Y"
               move TXN-Parent-Account to RPT-Parent-Account
               move TXN-Family-Credit-Limit to RPT-Family-Limit
               move TXN-Consolidate-Statement to RPT-Consolidate
               display Family-Audit-Line
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
