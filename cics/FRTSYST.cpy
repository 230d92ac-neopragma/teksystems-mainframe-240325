      *****************************************************************
      * FRTSYST - System status control record.  Keyed VSAM KSDS
      * (FRTSYSC), key = SYS-Record-Key.  The batch-window record
      * (key BATCHWIN) is set by FRTBSET as the first step of the
      * nightly chain and cleared by FRTBSET as its last step.  While
      * it is set, the update-capable FRT transactions refuse changes
      * and the inquiries keep working, so a late online update can
      * not collide with, or be overwritten by, a batch rewrite of
      * FRTHROW or FRTCARR.  A flag left set by a chain that abended
      * is shown and reset by a supervisor through FRTBWST (FRTW).
      * No record on file means the online system is open.
      *****************************************************************
           05  SYS-Record-Key             pic x(08).
           05  SYS-Batch-Window           pic x(01).
               88  SYS-Batch-In-Progress  value "Y".
               88  SYS-Online-Open        value "N".
           05  SYS-Set-By                 pic x(08).
           05  SYS-Set-Date               pic 9(08).
           05  SYS-Set-Time               pic 9(06).
           05  SYS-Cleared-By             pic x(08).
           05  SYS-Cleared-Date           pic 9(08).
           05  SYS-Cleared-Time           pic 9(06).
           05  filler                     pic x(27).
