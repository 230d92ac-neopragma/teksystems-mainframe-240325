       Identification Division.
       Program-Id. PRMMNT.
      *****************************************************************
      * Run-parameter maintenance.  The options a batch program runs
      * with - rates, thresholds, modes - used to be punched on SYSIN
      * cards in each job's JCL, so changing the FRTGATE threshold or
      * the LATECHG rate meant editing JCL with no record of who
      * changed what.  They now live on the RUNPARM file (see
      * RUNPARM), read through PRMGET, and this job is the only thing
      * that changes it: every setting added, changed, or removed is
      * written to the PRMAUDT audit file with its before and after
      * values and who asked for it.
      *
      * One SYSIN transaction card per change:
      *   col  1     action - A add a setting, C change the value of
      *              an existing setting, D remove a setting
      *   cols 3-10  program
      *   cols 12-27 parameter name
      *   cols 29-36 effective date (YYYYMMDD)
      *   cols 38-69 value (A and C)
      *   cols 71-78 requested by - required
      *
      * A change that takes effect on a later date is an A with that
      * date - the earlier setting stays in force until then and on
      * the file afterwards as history.  A card that fails its edits
      * is reported and skipped, and the step ends with return code
      * 4 so the rejection is seen.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Transaction-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Transaction-File-Status.
           Select Run-Parm-File
               Record Key PRM-Key
               Assign to "RUNPARM"
               Organization Indexed
               Access Random
               File Status Run-Parm-File-Status.
           Select Parm-Audit-File
               Assign to "PRMAUDT"
               Organization Sequential
               Access Sequential
               File Status Parm-Audit-File-Status.
       Data Division.
       File Section.
       FD  Transaction-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Transaction-Record.
           05  TRN-Action                 pic x(1).
               88  TRN-Add                value "A".
               88  TRN-Change             value "C".
               88  TRN-Delete             value "D".
           05  filler                     pic x(1).
           05  TRN-Program-Id             pic x(8).
           05  filler                     pic x(1).
           05  TRN-Parm-Name              pic x(16).
           05  filler                     pic x(1).
           05  TRN-Effective-Date         pic 9(8).
           05  filler                     pic x(1).
           05  TRN-Value                  pic x(32).
           05  filler                     pic x(1).
           05  TRN-Requested-By           pic x(8).
           05  filler                     pic x(2).
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
           05  Transaction-File-Status    pic x(2).
               88  Transaction-OK         value "00".
               88  Transaction-EOF        value "10".
           05  Run-Parm-File-Status       pic x(2).
               88  Run-Parm-OK            value "00".
               88  Run-Parm-Not-Found     value "23".
               88  Run-Parm-Duplicate     value "22".
           05  Parm-Audit-File-Status     pic x(2).
               88  Parm-Audit-OK          value "00".
       01  This-Program-Id                pic x(8) value "PRMMNT".
           copy ERRCOMM.
       01  Current-Timestamp.
           05  CTS-Date                   pic 9(8).
           05  CTS-Time                   pic 9(6).
           05  filler                     pic x(7).
       01  Maintenance-Fields.
           05  Reject-Reason              pic x(40).
           05  Before-Value               pic x(32).
       01  Report-Counters.
           05  Cards-Read                 pic 9(05) comp.
           05  Settings-Added             pic 9(05) comp.
           05  Settings-Changed           pic 9(05) comp.
           05  Settings-Deleted           pic 9(05) comp.
           05  Cards-Rejected             pic 9(05) comp.
       01  Report-Lines.
           05  Heading-Line               pic x(40)
               value "--- Run-Parameter Maintenance ---".
           05  Applied-Line.
               10  RPT-Action-Word        pic x(9).
               10  RPT-Program-Id         pic x(8).
               10  filler                 pic x(01) value space.
               10  RPT-Parm-Name          pic x(16).
               10  filler                 pic x(04) value " eff".
               10  RPT-Effective-Date     pic 9999/99/99.
               10  filler                 pic x(01) value space.
               10  RPT-Before-Value       pic x(32).
               10  filler                 pic x(04) value " -> ".
               10  RPT-After-Value        pic x(32).
               10  filler                 pic x(04) value " by ".
               10  RPT-Requested-By       pic x(8).
           05  Reject-Line.
               10  filler                 pic x(09) value "REJECTED ".
               10  RPT-Card-Image         pic x(80).
               10  filler                 pic x(02) value spaces.
               10  RPT-Reject-Reason      pic x(40).
           05  Totals-Line.
               10  filler                 pic x(12)
                   value "Cards read: ".
               10  RPT-Cards-Read         pic zzzz9.
               10  filler                 pic x(09)
                   value "  Added: ".
               10  RPT-Settings-Added     pic zzzz9.
               10  filler                 pic x(11)
                   value "  Changed: ".
               10  RPT-Settings-Changed   pic zzzz9.
               10  filler                 pic x(11)
                   value "  Deleted: ".
               10  RPT-Settings-Deleted   pic zzzz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Cards-Rejected     pic zzzz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Apply-Transactions
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Cards-Read
           move zero to Settings-Added
           move zero to Settings-Changed
           move zero to Settings-Deleted
           move zero to Cards-Rejected
           move function current-date to Current-Timestamp
           open input Transaction-File
           if not Transaction-OK
               move Transaction-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open i-o Run-Parm-File
           if not Run-Parm-OK
               move Run-Parm-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "RUNPARM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open extend Parm-Audit-File
           if not Parm-Audit-OK
               open output Parm-Audit-File
           end-if
           if not Parm-Audit-OK
               move Parm-Audit-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "PRMAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           display Heading-Line
           .
       1000-Apply-Transactions.
           perform 1100-Read-Next-Transaction
           perform with test before
                   until Transaction-EOF
               add 1 to Cards-Read
               move spaces to Reject-Reason
               perform 2000-Edit-Transaction
               if Reject-Reason equal spaces
                   perform 3000-Apply-One-Transaction
               end-if
               if Reject-Reason not equal spaces
                   perform 7000-Report-Reject
               end-if
               perform 1100-Read-Next-Transaction
           end-perform
           .
       1100-Read-Next-Transaction.
           read Transaction-File
           if not Transaction-OK and not Transaction-EOF
               move Transaction-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Edit-Transaction.
      *****************************************************************
      * Nobody changes a parameter anonymously.
      *****************************************************************
           evaluate true
               when not TRN-Add and not TRN-Change and not TRN-Delete
                   move "Action must be A, C, or D"
                       to Reject-Reason
               when TRN-Program-Id equal spaces
                   move "Program is required" to Reject-Reason
               when TRN-Parm-Name equal spaces
                   move "Parameter name is required"
                       to Reject-Reason
               when TRN-Effective-Date not numeric
                   move "Effective date must be YYYYMMDD"
                       to Reject-Reason
               when function test-date-yyyymmdd(TRN-Effective-Date)
                       not equal zero
                   move "Effective date is not a real date"
                       to Reject-Reason
               when TRN-Value equal spaces and not TRN-Delete
                   move "Value is required" to Reject-Reason
               when TRN-Requested-By equal spaces
                   move "Requested-by is required" to Reject-Reason
               when other
                   continue
           end-evaluate
           .
       3000-Apply-One-Transaction.
           move TRN-Program-Id to PRM-Program-Id
           move TRN-Parm-Name to PRM-Parm-Name
           compute PRM-Effective-Inverted =
               99999999 - TRN-Effective-Date
           end-compute
           read Run-Parm-File
           end-read
           if not Run-Parm-OK and not Run-Parm-Not-Found
               move Run-Parm-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "RUNPARM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           evaluate true
               when TRN-Add and Run-Parm-OK
                   move "Setting exists for that date - use C"
                       to Reject-Reason
               when not TRN-Add and Run-Parm-Not-Found
                   move "No setting for that date" to Reject-Reason
               when TRN-Add
                   perform 3100-Add-Setting
               when TRN-Change
                   perform 3200-Change-Setting
               when other
                   perform 3300-Delete-Setting
           end-evaluate
           .
       3100-Add-Setting.
           move spaces to Before-Value
           move TRN-Program-Id to PRM-Program-Id
           move TRN-Parm-Name to PRM-Parm-Name
           compute PRM-Effective-Inverted =
               99999999 - TRN-Effective-Date
           end-compute
           move TRN-Effective-Date to PRM-Effective-Date
           move TRN-Value to PRM-Value
           move TRN-Requested-By to PRM-Changed-By
           move CTS-Date to PRM-Changed-Date
           move CTS-Time to PRM-Changed-Time
           write FD-Run-Parm-Record
           end-write
           perform 3900-Check-Update
           set PAU-Added to true
           add 1 to Settings-Added
           move "ADDED    " to RPT-Action-Word
           perform 4000-Write-Audit
           .
       3200-Change-Setting.
           move PRM-Value to Before-Value
           move TRN-Value to PRM-Value
           move TRN-Requested-By to PRM-Changed-By
           move CTS-Date to PRM-Changed-Date
           move CTS-Time to PRM-Changed-Time
           rewrite FD-Run-Parm-Record
           end-rewrite
           perform 3900-Check-Update
           set PAU-Changed to true
           add 1 to Settings-Changed
           move "CHANGED  " to RPT-Action-Word
           perform 4000-Write-Audit
           .
       3300-Delete-Setting.
           move PRM-Value to Before-Value
           move spaces to TRN-Value
           delete Run-Parm-File record
           end-delete
           perform 3900-Check-Update
           set PAU-Deleted to true
           add 1 to Settings-Deleted
           move "DELETED  " to RPT-Action-Word
           perform 4000-Write-Audit
           .
       3900-Check-Update.
           if not Run-Parm-OK
               move Run-Parm-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "RUNPARM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4000-Write-Audit.
      *****************************************************************
      * PAU-Action is set by the caller before the record is built.
      *****************************************************************
           move CTS-Date to PAU-Date
           move CTS-Time to PAU-Time
           move TRN-Program-Id to PAU-Program-Id
           move TRN-Parm-Name to PAU-Parm-Name
           move TRN-Effective-Date to PAU-Effective-Date
           move Before-Value to PAU-Before-Value
           move TRN-Value to PAU-After-Value
           move TRN-Requested-By to PAU-Changed-By
           write FD-Parm-Audit-Record
           end-write
           if not Parm-Audit-OK
               move Parm-Audit-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "PRMAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move TRN-Program-Id to RPT-Program-Id
           move TRN-Parm-Name to RPT-Parm-Name
           move TRN-Effective-Date to RPT-Effective-Date
           move Before-Value to RPT-Before-Value
           move TRN-Value to RPT-After-Value
           move TRN-Requested-By to RPT-Requested-By
           display Applied-Line
           .
       7000-Report-Reject.
           add 1 to Cards-Rejected
           move Transaction-Record to RPT-Card-Image
           move Reject-Reason to RPT-Reject-Reason
           display Reject-Line
           move 4 to return-code
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Cards-Read to RPT-Cards-Read
           move Settings-Added to RPT-Settings-Added
           move Settings-Changed to RPT-Settings-Changed
           move Settings-Deleted to RPT-Settings-Deleted
           move Cards-Rejected to RPT-Cards-Rejected
           display space
           display Totals-Line
           .
       9900-Close.
           close Transaction-File
           close Run-Parm-File
           close Parm-Audit-File
           .
