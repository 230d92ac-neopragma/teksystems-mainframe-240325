      * the aging history.  Driven by SYSIN cards:
      *
      *   S card - small-balance sweep: every account whose balance
      *   is positive and at or under the threshold is written off
      *   automatically (the two-cent balances month-end carried
      *   forward forever).  The threshold is SWEEP-THRESHOLD
      *   (9(5)v99) on the RUNPARM run-parameter file, read through
      *   PRMGET as of today, $1.00 when the file has no setting; a
      *   nonzero threshold in cols 2-8 of the S card is a one-night
      *   override, logged on the PRMAUDT audit file.
      *
      *   W cards - specific write-offs: account, amount, and the
      *   approval code off the signed authorization.  A W card with
           05  Sweep-Switch               pic x value "N".
               88  Sweep-Requested        value "Y".
           05  Sweep-Threshold            pic 9(5)v99.
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Threshold-Value redefines RPP-Value.
               10  RPP-Sweep-Threshold    pic 9(5)v99.
               10  filler                 pic x(25).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
      *****************************************************************
      * The W cards, loaded up front so the single accounts pass can
      * apply them in account order.
           end-if
           .
       1000-Load-Control-Cards.
           perform 1050-Get-Threshold
           perform 1100-Read-Next-Card
           perform with test before
                   until Control-Card-EOF
                       if WOC-Threshold numeric
                           and WOC-Threshold greater than zero
                           move WOC-Threshold to Sweep-Threshold
                           move "O" to RPP-Function
                           move spaces to RPP-Value
                           move WOC-Threshold to RPP-Sweep-Threshold
                           call "PRMGET"
                               using by reference Run-Parm-Parms
                           end-call
                       end-if
                   when WOC-Specific
                       perform 1200-Load-Specific-Card
           end-perform
           close Control-Card-File
           .
       1050-Get-Threshold.
      *****************************************************************
      * The file's sweep threshold, unless the S card overrides it
      * for tonight - and then the override is logged.
      *****************************************************************
           move 1.00 to Sweep-Threshold
           move "G" to RPP-Function
           move "WRITEOFF" to RPP-Program-Id
           move "SWEEP-THRESHOLD" to RPP-Parm-Name
           move RDT-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Sweep-Threshold numeric
               and RPP-Sweep-Threshold greater than zero
               move RPP-Sweep-Threshold to Sweep-Threshold
           end-if
           .
       1100-Read-Next-Card.
           read Control-Card-File
               into Control-Card-Record
