      *****************************************************************
      * EMPDENY - Refused-maintenance log entry, written to the EMEQ
      * transient data queue by D03PGM2, D03PGM3, D03PGM4, and CONPGM2
      * whenever the operator's EMPOPRF profile does not carry the
      * role the action needs.  The queue prints as it is written, so
      * the entry reads as a line: when, who, from which terminal,
      * which transaction, and the action code keyed (C for a save on
      * the rename and contacts screens).
      *****************************************************************
           05  EDN-Date                   pic 9(8).
           05  filler                     pic x(1) value space.
           05  EDN-Time                   pic 9(6).
           05  filler                     pic x(10) value " OPERATOR ".
           05  EDN-Operator-Id            pic x(8).
           05  filler                     pic x(10) value " TERMINAL ".
           05  EDN-Terminal-Id            pic x(4).
           05  filler                     pic x(17)
               value " REFUSED TRANSID ".
           05  EDN-TransId                pic x(4).
           05  filler                     pic x(8) value " ACTION ".
           05  EDN-Action                 pic x(1).
