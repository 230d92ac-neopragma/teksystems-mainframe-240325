      *****************************************************************
      * ARINQNM - Customer-name index for the receivables inquiry.
      * Keyed VSAM KSDS, key = AIN-Key (name, then account, so two
      * customers of the same name both stand); reloaded whole by
      * the ARINQLD job from CUSTMST each night.  ARIPGM1 starts a
      * browse at the name keyed and reads forward while the names
      * still match, so a partial name lists every customer it
      * could mean.
      *****************************************************************
           05  AIN-Key.
               10  AIN-Name               pic x(30).
               10  AIN-Account            pic 9(07).
           05  AIN-City                   pic x(30).
           05  AIN-State                  pic x(02).
           05  filler                     pic x(11).
