      *****************************************************************
      * DEPLOG - Book deposit log: one record per deposit the
      * receivables stream books as cash, appended by the job that
      * booked it - LBXIMP for each released lockbox transmission,
      * AGYREM for each collection-agency remittance (the net the
      * agency actually sent).  Cumulative, in the order booked.
      * BANKREC matches the log against the bank's statement and
      * writes it back with the cleared date and the bank's own
      * reference filled in; a zero cleared date is a deposit the
      * bank has not yet shown.
      *****************************************************************
           05  DPL-Deposit-Date           pic 9(08).
           05  DPL-Source                 pic x(03).
               88  DPL-From-Lockbox       value "LBX".
               88  DPL-From-Agency        value "AGY".
           05  DPL-Reference              pic x(12).
           05  DPL-Item-Count             pic 9(05).
           05  DPL-Amount                 pic 9(09)v99.
           05  DPL-Booked-Date            pic 9(08).
           05  DPL-Cleared-Date           pic 9(08).
           05  DPL-Bank-Reference         pic x(16).
           05  filler                     pic x(09).
