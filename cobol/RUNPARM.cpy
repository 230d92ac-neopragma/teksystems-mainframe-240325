      *****************************************************************
      * RUNPARM - Run-parameter record layout.  Keyed VSAM KSDS, key =
      * PRM-Key: the program, the parameter name, and the effective
      * date stored inverted (99999999 less the date) so the newest
      * setting of a parameter comes first and a START at the
      * inverted as-of date lands on the setting in force that day.
      * One record per setting; a new value is a new record with
      * its own effective date, so the history stays on the file.
      * Maintained only by PRMMNT, which writes every change to the
      * PRMAUDT audit file; read through the PRMGET routine by the
      * batch programs that take their options from here instead of
      * from a SYSIN card.
      *****************************************************************
           05  PRM-Key.
               10  PRM-Program-Id         pic x(08).
               10  PRM-Parm-Name          pic x(16).
               10  PRM-Effective-Inverted pic 9(08).
           05  PRM-Effective-Date         pic 9(08).
           05  PRM-Value                  pic x(32).
           05  PRM-Changed-By             pic x(08).
           05  PRM-Changed-Date           pic 9(08).
           05  PRM-Changed-Time           pic 9(06).
           05  filler                     pic x(26).
