      * then swaps in for the old FRTAUDIT.  The run balances itself:
      * entries read must equal entries archived plus entries
      * retained, or the job screams and dies so nothing gets swapped
      * in.  Entries stamped before the cutoff date are archived.
      *
      * The cutoff is today less RETAIN-DAYS (five digits) on the
      * RUNPARM run-parameter file, read through PRMGET as of today,
      * so the retention period is set and audited through PRMMNT
      * rather than in the JCL.  The SYSIN card is now optional and
      * only a one-night override: a nonzero YYYYMMDD cutoff date in
      * cols 1-8 replaces the file's setting for this run and is
      * logged on the PRMAUDT audit file as CUTOFF-DATE.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  Retained-File-Status       pic x(02).
               88  Retained-File-OK       value "00".
       01  Retention-Fields.
           05  Run-Date                   pic 9(8).
           05  Retain-Days                pic 9(5).
           05  Cutoff-Date                pic 9(8).
           05  Cutoff-Julian-Date         pic 9(7).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Days-Value redefines RPP-Value.
               10  RPP-Retain-Days        pic 9(5).
               10  filler                 pic x(27).
           05  RPP-Date-Value redefines RPP-Value.
               10  RPP-Cutoff-Date        pic 9(8).
               10  filler                 pic x(24).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Control-Totals.
           05  Entries-Read               pic 9(07) comp.
           05  Entries-Archived           pic 9(07) comp.
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-Of-FRTAUDIT          pic x(13)
               value " of FRTAUDIT.".
           05  Const-Of-FRTAARCH          pic x(13)
           move zero to Entries-Read
           move zero to Entries-Archived
           move zero to Entries-Retained
           open input Audit-File
           if not Audit-File-OK
               string Const-Got-Status delimited by size
           .
       1000-Read-Control-Card.
      *****************************************************************
      * The file's retention period, unless a SYSIN card overrides
      * the cutoff for tonight - and then the override is logged.
      * The cutoff is converted to the EIBDATE-format stamps the
      * audit entries carry.  No cutoff at all is refused - archiving
      * "everything before day zero" would retain the whole file and
      * a garbage date could archive all of it.
      *****************************************************************
           move zero to Cutoff-Date
           move function current-date(1:8) to Run-Date
           move "G" to RPP-Function
           move "FRTAARC" to RPP-Program-Id
           move "RETAIN-DAYS" to RPP-Parm-Name
           move Run-Date to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Retain-Days numeric
               and RPP-Retain-Days not equal zero
               move RPP-Retain-Days to Retain-Days
               compute Cutoff-Date = function date-of-integer
                   (function integer-of-date(Run-Date) - Retain-Days)
               end-compute
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File
                   into Control-Card-Record
               end-read
               if Control-Card-OK
                   and CTL-Cutoff-Date numeric
                   and CTL-Cutoff-Date not equal zero
                   move CTL-Cutoff-Date to Cutoff-Date
                   move "O" to RPP-Function
                   move "CUTOFF-DATE" to RPP-Parm-Name
                   move spaces to RPP-Value
                   move CTL-Cutoff-Date to RPP-Cutoff-Date
                   call "PRMGET" using by reference Run-Parm-Parms
                   end-call
               end-if
               close Control-Card-File
           end-if
           if Cutoff-Date equal zero
               move "No RETAIN-DAYS on RUNPARM or SYSIN cutoff date"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           compute Cutoff-Julian-Date =
               function day-of-integer
                   (function integer-of-date(Cutoff-Date))
               - 1900000
           end-compute
           .
           close Retained-File
           close Archive-File
           close Audit-File
           .
