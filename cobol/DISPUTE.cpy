      *****************************************************************
      * DISPUTE - Disputed-invoice record layout.  Keyed VSAM KSDS,
      * key = DSP-Key (account + invoice number, since invoice
      * numbers such as LATECHG's repeat from month to month); one
      * record per open item a customer has disputed.  Opened,
      * reassigned, and resolved by the DSPMNT card utility.  While
      * a dispute is open the item is reported apart from the aging
      * buckets by AGEDREC and on the STMTGEN statement, is left out
      * of DUNGEN's letters and LATECHG's charges, and does not
      * count against the credit limit in BCTPOST.  A resolved
      * dispute stays on file as history; DSPAGE ages the open
      * ones.
      *****************************************************************
           05  DSP-Key.
               10  DSP-Account            pic 9(07).
               10  DSP-Invoice-Number     pic x(06).
           05  DSP-Disputed-Amount        pic 9(07)v99.
           05  DSP-Reason                 pic x(30).
           05  DSP-Opened-Date            pic 9(08).
           05  DSP-Owner                  pic x(08).
           05  DSP-Status                 pic x(01).
               88  DSP-Open               value "O".
               88  DSP-Resolved           value "R".
           05  DSP-Resolution-Code        pic x(01).
               88  DSP-Resolved-Credited  value "C".
               88  DSP-Resolved-Customer-Pays
                                          value "P".
               88  DSP-Resolved-Written-Off
                                          value "W".
           05  DSP-Resolution             pic x(30).
           05  DSP-Resolved-Date          pic 9(08).
           05  filler                     pic x(12).
