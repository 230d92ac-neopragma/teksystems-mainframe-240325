      *****************************************************************
      * ACCTFWD - Merged-account forwarding record.  Keyed VSAM KSDS,
      * key = FWD-Old-Account.  When ACCTMRG folds a duplicate
      * receivables account into the account that survives it, the
      * duplicate's number comes off ACCTFL and one of these is left
      * behind pointing at the survivor.  LBXIMP looks every lockbox
      * item up here, so a customer still remitting on the old
      * number is posted to the account it was merged into instead
      * of to an account that is no longer on file.  A survivor can
      * itself be merged later; the forwarding is followed through.
      *****************************************************************
           05  FWD-Old-Account            pic 9(07).
           05  FWD-New-Account            pic 9(07).
           05  FWD-Merge-Date             pic 9(08).
           05  filler                     pic x(58).
