      *****************************************************************
      * PRMAUD - Run-parameter audit record, written to the PRMAUDT
      * file by PRMMNT for every change to the RUNPARM file (A a new
      * setting, C a changed value for an existing effective date,
      * D a setting removed) with the before and after values and
      * who asked for it, and by PRMGET when a program run takes a
      * one-night SYSIN override instead of the file's setting (O,
      * before value the file's setting, after value the override).
      *****************************************************************
           05  PAU-Date                   pic 9(8).
           05  PAU-Time                   pic 9(6).
           05  PAU-Action                 pic x(1).
               88  PAU-Added              value "A".
               88  PAU-Changed            value "C".
               88  PAU-Deleted            value "D".
               88  PAU-Override           value "O".
           05  PAU-Program-Id             pic x(8).
           05  PAU-Parm-Name              pic x(16).
           05  PAU-Effective-Date         pic 9(8).
           05  PAU-Before-Value           pic x(32).
           05  PAU-After-Value            pic x(32).
           05  PAU-Changed-By             pic x(8).
           05  filler                     pic x(1).
