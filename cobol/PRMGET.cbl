       Identification Division.
       Program-Id. PRMGET.
      *****************************************************************
      * Run-parameter lookup off the RUNPARM file (see RUNPARM), for
      * the batch programs that take their options - rates,
      * thresholds, modes - from the maintained, audited parameter
      * file rather than from a SYSIN card in their JCL.
      *
      * Called with a single parameter area by reference, the same
      * convention BIZDAYS and FISCCAL use.  Function G answers the
      * value of parameter PRG-Parm-Name for program PRG-Program-Id
      * in force on PRG-As-Of-Date - the setting with the latest
      * effective date on or before it - in PRG-Value, with
      * PRG-Result F when found and N when the file has no setting
      * for that date (or the file cannot be read).  Function O is
      * for the one-night override: the caller that took a value
      * from a SYSIN card instead passes it in PRG-Value, and it is
      * logged on the PRMAUDT audit file against the file's setting
      * for the date, so nothing a program runs with goes
      * unrecorded.  Like ERRLOG, this routine never Screams-and-
      * Dies itself - the caller owns the abend and its message.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Run-Parm-File
               Record Key PRM-Key
               Assign to "RUNPARM"
               Organization Indexed
               Access Dynamic
               File Status Run-Parm-File-Status.
           Select Parm-Audit-File
               Assign to "PRMAUDT"
               Organization Sequential
               Access Sequential
               File Status Parm-Audit-File-Status.
       Data Division.
       File Section.
       FD  Run-Parm-File.
       01  FD-Run-Parm-Record.
           copy RUNPARM.
       FD  Parm-Audit-File
           Recording Mode F
           Record Contains 120 Characters.
       01  FD-Parm-Audit-Record.
           copy PRMAUD.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Run-Parm-File-Status      pic x(2).
               88  Run-Parm-OK           value "00".
           05  Parm-Audit-File-Status    pic x(2).
               88  Parm-Audit-OK         value "00".
       01  Current-Timestamp.
           05  CTS-Date                  pic 9(8).
           05  CTS-Time                  pic 9(6).
           05  filler                    pic x(7).
       01  Lookup-Fields.
           05  File-Value                pic x(32).
           05  File-Value-Switch         pic x(1).
               88  File-Value-Found      value "Y".
       Linkage Section.
       01  PRG-Parms.
           05  PRG-Function              pic x(1).
               88  PRG-Get               value "G".
               88  PRG-Log-Override      value "O".
           05  PRG-Program-Id            pic x(8).
           05  PRG-Parm-Name             pic x(16).
           05  PRG-As-Of-Date            pic 9(8).
           05  PRG-Value                 pic x(32).
           05  PRG-Result                pic x(1).
               88  PRG-Found             value "F".
               88  PRG-Not-Found         value "N".
       Procedure Division
               using PRG-Parms.
           move function current-date to Current-Timestamp
           perform 1000-Find-Setting
           evaluate true
               when PRG-Get
                   if File-Value-Found
                       move File-Value to PRG-Value
                       set PRG-Found to true
                   else
                       set PRG-Not-Found to true
                   end-if
               when PRG-Log-Override
                   perform 2000-Log-Override
               when other
                   set PRG-Not-Found to true
           end-evaluate
           goback
           .
       1000-Find-Setting.
      *****************************************************************
      * The inverted as-of date puts the START on the newest setting
      * effective on or before it; the next record in key order is
      * that setting when it belongs to the same program and name.
      *****************************************************************
           move "N" to File-Value-Switch
           move spaces to File-Value
           open input Run-Parm-File
           if Run-Parm-OK
               move PRG-Program-Id to PRM-Program-Id
               move PRG-Parm-Name to PRM-Parm-Name
               compute PRM-Effective-Inverted =
                   99999999 - PRG-As-Of-Date
               end-compute
               start Run-Parm-File
                   key is greater than or equal to PRM-Key
               end-start
               if Run-Parm-OK
                   read Run-Parm-File next record
                   end-read
                   if Run-Parm-OK
                       and PRM-Program-Id equal PRG-Program-Id
                       and PRM-Parm-Name equal PRG-Parm-Name
                       move PRM-Value to File-Value
                       set File-Value-Found to true
                   end-if
               end-if
               close Run-Parm-File
           end-if
           .
       2000-Log-Override.
           open extend Parm-Audit-File
           if not Parm-Audit-OK
               open output Parm-Audit-File
           end-if
           if Parm-Audit-OK
               move CTS-Date to PAU-Date
               move CTS-Time to PAU-Time
               set PAU-Override to true
               move PRG-Program-Id to PAU-Program-Id
               move PRG-Parm-Name to PAU-Parm-Name
               move PRG-As-Of-Date to PAU-Effective-Date
               move File-Value to PAU-Before-Value
               move PRG-Value to PAU-After-Value
               move "SYSIN" to PAU-Changed-By
               write FD-Parm-Audit-Record
               end-write
               close Parm-Audit-File
           end-if
           if Parm-Audit-OK
               set PRG-Found to true
           else
               set PRG-Not-Found to true
           end-if
           .
