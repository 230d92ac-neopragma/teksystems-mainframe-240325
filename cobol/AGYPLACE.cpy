      *****************************************************************
      * AGYPLACE - Collection-agency placement record: at most one
      * per receivables account, sequential in account-number order
      * like ACCTFL itself.  AGYPLC places an account that has sat
      * at the DUNGEN final demand past the placement threshold,
      * recalls one collections takes back, and closes one the
      * agency has collected in full; AGYREM adds each month's
      * agency remittance into the collected and commission totals.
      * DUNGEN and LATECHG leave a placed account alone - the agency
      * is working it; a recalled or closed account is back in
      * normal collection.
      *****************************************************************
           05  AGY-Account                pic 9(07).
           05  AGY-Agency-Code            pic x(04).
           05  AGY-Placed-Date            pic 9(08).
           05  AGY-Placed-Balance         pic 9(07)v99.
           05  AGY-Status                 pic x(01).
               88  AGY-Placed             value "P".
               88  AGY-Recalled           value "R".
               88  AGY-Closed             value "C".
           05  AGY-Status-Date            pic 9(08).
           05  AGY-Recall-Reason          pic x(14).
           05  AGY-Collected-Gross        pic 9(07)v99.
           05  AGY-Commission-Total       pic 9(07)v99.
           05  AGY-Last-Remit-Date        pic 9(08).
           05  filler                     pic x(03).
