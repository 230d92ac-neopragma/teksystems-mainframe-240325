      *****************************************************************
      * POSBUD - Position budget record.  Keyed VSAM KSDS, key =
      * POS-Key (department, fiscal year).  One record per department
      * per fiscal year carrying the headcount Finance approved,
      * loaded from cards by POSLOAD.  D03PGM3 reads it at every hire
      * and rehire: a department already holding as many active
      * employees as it has approved positions needs a supervisor
      * override to take another.  POSRPT reports approved against
      * filled each month.  A department with no record for the year
      * is not under position control.  The fiscal year is the
      * calendar year it ends in (see D03-Fiscal-Start-Month).
      *****************************************************************
           05  POS-Key.
               10  POS-Dept               pic x(03).
               10  POS-Fiscal-Year        pic 9(04).
           05  POS-Approved               pic 9(05).
           05  POS-Load-Date              pic 9(08).
           05  filler                     pic x(60).
