      * after fields carry the old and new department), and rehires
      * - the same before/after discipline the free-throw side gets
      * from FRTAUDIT.  Read back by the EMPAUDR inquiry report.
      * EAU-Dept is the department a hire, rehire, or termination
      * counts against (the new department on a transfer), so
      * POSRPT can tally the events by department; it is blank on
      * name changes and on entries written before it was added.
      *****************************************************************
           05  EAU-Date                   pic 9(8).
           05  EAU-Time                   pic 9(6).
           05  EAU-Empno                  pic 9(6).
           05  EAU-Before-Name            pic x(20).
           05  EAU-After-Name             pic x(20).
           05  EAU-Dept                   pic x(3).
           05  filler                     pic x(4).
